      * Cadeia de assinaturas carregada em memoria (FATURAS-HASH.DAT),
      * pela ordem de emissao.
       77  WS-CAD-TOTAL-ENTRADAS  PIC 9(05) VALUES 0.
       77  WS-CAD-MAX-ENTRADAS    PIC 9(05) VALUES 20000.
       77  IDX-CAD                PIC 9(05) VALUES 0.
       77  WS-CAD-ENCONTRADO      PIC 9(05) VALUES 0.
       77  WS-CAD-CURSOR          PIC 9(05) VALUES 1.
       77  WS-CAD-PROCURA-SERIE   PIC X(03) VALUES SPACES.
       77  WS-CAD-PROCURA-NUMERO  PIC 9(06) VALUES 0.
       01  TABELA-CADEIA.
           05 TAB-CAD OCCURS 20000 TIMES.
               10 TC-SERIE            PIC X(03).
               10 TC-NUMERO           PIC 9(06).
               10 TC-DATA             PIC 9(08).
               10 TC-TOTAL            PIC 9(07)V99.
               10 TC-SOMA             PIC 9(07)V99.
               10 TC-VISTO            PIC X(01).
               10 TC-HASH             PIC X(40).
               10 TC-ATCUD            PIC X(20).
