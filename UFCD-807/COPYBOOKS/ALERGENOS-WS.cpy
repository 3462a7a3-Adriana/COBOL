       77  WS-ALERGENOS-STATUS    PIC XX VALUES SPACES.
       77  WS-NOME-BACKUP-ALG     PIC X(30) VALUES "ALERGENOS.DAT".
       77  IDX-ALG                PIC 9(02) VALUES 0.
       77  IDX-ALG-ART            PIC 9(02) VALUES 0.
       77  WS-ALG-TIPO            PIC X(01) VALUES SPACES.
       77  WS-ALG-CODIGO          PIC 9(02) VALUES 0.
       77  WS-ALG-PTR             PIC 9(03) VALUES 1.
       77  WS-ALG-TEXTO           PIC X(80) VALUES SPACES.
      * Os 14 alergenos de declaracao obrigatoria, pela ordem das
      * posicoes em ALG-FLAGS.
       01  TABELA-NOMES-ALERGENOS.
           05 FILLER PIC X(14) VALUES "GLGLUTEN".
           05 FILLER PIC X(14) VALUES "CRCRUSTACEOS".
           05 FILLER PIC X(14) VALUES "OVOVOS".
           05 FILLER PIC X(14) VALUES "PEPEIXE".
           05 FILLER PIC X(14) VALUES "AMAMENDOINS".
           05 FILLER PIC X(14) VALUES "SOSOJA".
           05 FILLER PIC X(14) VALUES "LELEITE".
           05 FILLER PIC X(14) VALUES "FCFRUTOS CASCA".
           05 FILLER PIC X(14) VALUES "AIAIPO".
           05 FILLER PIC X(14) VALUES "MOMOSTARDA".
           05 FILLER PIC X(14) VALUES "SESESAMO".
           05 FILLER PIC X(14) VALUES "SUSULFITOS".
           05 FILLER PIC X(14) VALUES "TRTREMOCO".
           05 FILLER PIC X(14) VALUES "MLMOLUSCOS".
       01  TABELA-NOMES-ALERGENOS-R REDEFINES TABELA-NOMES-ALERGENOS.
           05 ALERGENO-ITEM OCCURS 14 TIMES.
               10 SIGLA-ALERGENO  PIC X(02).
               10 NOME-ALERGENO   PIC X(12).
      * Tipo e codigo de cada posicao da tabela de artigos
       01  TABELA-CHAVES-ALG.
           05 FILLER PIC X(12) VALUES "P01P02P03P04".
           05 FILLER PIC X(12) VALUES "C01C02C03C04".
           05 FILLER PIC X(15) VALUES "I01I02I03I04I05".
           05 FILLER PIC X(15) VALUES "I06I07I08I09I10".
           05 FILLER PIC X(18) VALUES "B01B02B03B04B05B06".
           05 FILLER PIC X(18) VALUES "S01S02S03S04S05S06".
       01  TABELA-CHAVES-ALG-R REDEFINES TABELA-CHAVES-ALG.
           05 CHAVE-ALG OCCURS 30 TIMES.
               10 CHAVE-ALG-TIPO  PIC X(01).
               10 CHAVE-ALG-CODIGO PIC 9(02).
      * Alergenos por artigo, com a mesma arrumacao de PRECOS-WS
       01  TABELA-ALERGENOS.
           05 ALG-PIZZA  OCCURS 4 TIMES  PIC X(14).
           05 ALG-CROSTA OCCURS 4 TIMES  PIC X(14).
           05 ALG-ING    OCCURS 10 TIMES PIC X(14).
           05 ALG-BEBIDA OCCURS 6 TIMES  PIC X(14).
           05 ALG-SOBR   OCCURS 6 TIMES  PIC X(14).
       01  TABELA-ALERGENOS-R REDEFINES TABELA-ALERGENOS.
           05 ALG-ARTIGO OCCURS 30 TIMES PIC X(14).
      * Areas de trabalho: o artigo a juntar, o acumulado do pedido,
      * as alergias do cliente e o que cruza entre os dois.
       01  WS-ALG-ITEM            PIC X(14) VALUES SPACES.
       01  WS-ALG-ITEM-R REDEFINES WS-ALG-ITEM.
           05 WS-ALG-ITEM-F OCCURS 14 TIMES PIC X(01).
       01  WS-ALG-ACUMULADO       PIC X(14) VALUES SPACES.
       01  WS-ALG-ACUMULADO-R REDEFINES WS-ALG-ACUMULADO.
           05 WS-ALG-ACUM-F OCCURS 14 TIMES PIC X(01).
       01  WS-ALG-CLIENTE         PIC X(14) VALUES SPACES.
       01  WS-ALG-CLIENTE-R REDEFINES WS-ALG-CLIENTE.
           05 WS-ALG-CLI-F OCCURS 14 TIMES PIC X(01).
       01  WS-ALG-CONFLITO        PIC X(14) VALUES SPACES.
       01  WS-ALG-CONFLITO-R REDEFINES WS-ALG-CONFLITO.
           05 WS-ALG-CNF-F OCCURS 14 TIMES PIC X(01).
