      * Alergenos de cada artigo de PRECOS.DAT (mesmo tipo e codigo):
      * uma posicao por alergeno de declaracao obrigatoria, "S" quando
      * o artigo o contem.
       FD  FICHEIRO-ALERGENOS.
       01  REG-ALERGENO.
           05 ALG-TIPO            PIC X(01).
           05 ALG-CODIGO          PIC 9(02).
           05 ALG-FLAGS           PIC X(14).
