       77  WS-CONTAS-RECEBER-STATUS PIC XX VALUES SPACES.
       77  WS-RECEBIMENTOS-STATUS PIC XX VALUES SPACES.
       77  IDX-TIT                PIC 9(03) VALUES 0.
       77  WS-NUM-TITULOS         PIC 9(03) VALUES 0.
      * Prazo de pagamento dos titulos e dias de atraso a partir dos
      * quais a conta de empresa deixa de poder abrir contratos.
       77  WS-TIT-PRAZO           PIC 9(03) VALUES 30.
       77  WS-TIT-DIAS-BLOQUEIO   PIC 9(03) VALUES 60.
       77  WS-TIT-HOJE            PIC 9(08) VALUES 0.
       77  WS-TIT-JUL             PIC 9(08) VALUES 0.
       77  WS-TIT-ULTIMO          PIC 9(06) VALUES 0.
       77  WS-TIT-ESCOLHIDO       PIC 9(03) VALUES 0.
       77  WS-TIT-MENOR-VENC      PIC 9(08) VALUES 0.
       77  WS-TIT-PAGAMENTO       PIC 9(07)V99 VALUES 0.
       77  WS-TIT-RESTO           PIC 9(07)V99 VALUES 0.
       77  WS-TIT-EM-DIVIDA       PIC 9(07)V99 VALUES 0.
       77  WS-TIT-IMPUTADO        PIC 9(07)V99 VALUES 0.
       77  WS-TIT-VENCIDO         PIC 9(07)V99 VALUES 0.
       77  WS-TIT-ABERTO          PIC 9(07)V99 VALUES 0.
       77  WS-TIT-MAIOR-ATRASO    PIC 9(05) VALUES 0.
       01  WS-TITULO-NOVO.
           05 WS-TN-TIPO-CONTA    PIC X(01).
           05 WS-TN-CONTA         PIC X(09).
           05 WS-TN-TIPO-DOC      PIC X(01).
           05 WS-TN-CONTRATO      PIC 9(04).
           05 WS-TN-FATURA        PIC 9(06).
           05 WS-TN-DESCRICAO     PIC X(30).
           05 WS-TN-DATA          PIC 9(08).
           05 WS-TN-VALOR         PIC 9(07)V99.
       01  TABELA-TITULOS.
           05 TIT-ITEM OCCURS 500 TIMES.
               10 TIT-T-NUM       PIC 9(06).
               10 TIT-T-TIPO-CONTA PIC X(01).
               10 TIT-T-CONTA     PIC X(09).
               10 TIT-T-TIPO-DOC  PIC X(01).
               10 TIT-T-CONTRATO  PIC 9(04).
               10 TIT-T-FATURA    PIC 9(06).
               10 TIT-T-DESCRICAO PIC X(30).
               10 TIT-T-DATA      PIC 9(08).
               10 TIT-T-VENCIMENTO PIC 9(08).
               10 TIT-T-VALOR     PIC 9(07)V99.
               10 TIT-T-PAGO      PIC 9(07)V99.
               10 TIT-T-ESTADO    PIC X(01).
               10 TIT-T-DATA-PAGAMENTO PIC 9(08).
               10 TIT-T-AVISOS    PIC 9(01).
               10 TIT-T-DATA-AVISO PIC 9(08).
