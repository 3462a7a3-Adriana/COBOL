           05 CLI-NOME            PIC A(20).
           05 CLI-MORADA          PIC X(40).
           05 CLI-PONTOS          PIC 9(06).
      * Alergias declaradas pelo cliente, com as posicoes de
      * ALERGENOS.DAT ("S" = alergico).
           05 CLI-ALERGIAS        PIC X(14).
      * Reservas a que o cliente faltou sem avisar.
           05 CLI-FALTAS          PIC 9(02).
