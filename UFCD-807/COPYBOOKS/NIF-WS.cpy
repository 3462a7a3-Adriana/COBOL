      * Validacao do NIF portugues (9 digitos, o ultimo de controlo
      * pelo modulo 11 dos oito primeiros com pesos 9 a 2).
       01  WS-NIF-VERIFICA        PIC 9(09) VALUES 0.
       01  WS-NIF-VERIFICA-R REDEFINES WS-NIF-VERIFICA.
           05 WS-NIF-DIGITO       PIC 9(01) OCCURS 9 TIMES.
       77  WS-NIF-VALIDO          PIC A VALUES "N".
       77  IDX-NIF                PIC 9(02) VALUES 0.
       77  WS-NIF-SOMA            PIC 9(04) VALUES 0.
       77  WS-NIF-QUOCIENTE       PIC 9(03) VALUES 0.
       77  WS-NIF-RESTO           PIC 9(02) VALUES 0.
       77  WS-NIF-CONTROLO        PIC 9(02) VALUES 0.
