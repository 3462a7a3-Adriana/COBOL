       77  WS-CADEIA-STATUS       PIC XX VALUES SPACES.
       77  WS-SERIES-AT-STATUS    PIC XX VALUES SPACES.
      * Numero do certificado do programa de faturacao na AT.
       77  WS-FH-CERTIFICADO      PIC 9(04) VALUES 0.
      * Documento a encadear (preenchido pelo programa emissor).
       77  WS-FH-SERIE            PIC X(03) VALUES SPACES.
       77  WS-FH-NUMERO           PIC 9(06) VALUES 0.
       77  WS-FH-DATA             PIC 9(08) VALUES 0.
       77  WS-FH-TOTAL            PIC 9(07)V99 VALUES 0.
      * Resultado: hashes, ATCUD e linhas a imprimir na fatura.
       77  WS-FH-DATA-SISTEMA     PIC 9(08) VALUES 0.
       77  WS-FH-HORA-SISTEMA     PIC 9(06) VALUES 0.
       77  WS-FH-HORA-AGORA       PIC 9(08) VALUES 0.
       77  WS-FH-HASH-ANTERIOR    PIC X(40) VALUES SPACES.
       77  WS-FH-HASH             PIC X(40) VALUES SPACES.
       77  WS-FH-CODIGO           PIC X(12) VALUES SPACES.
       77  WS-FH-ATCUD            PIC X(20) VALUES SPACES.
       77  WS-FH-CARACTERES       PIC X(04) VALUES SPACES.
       77  WS-FH-LINHA-CODIGO     PIC X(44) VALUES SPACES.
       77  WS-FH-LINHA-ATCUD      PIC X(44) VALUES SPACES.
       77  WS-FH-LINHA-HASH       PIC X(50) VALUES SPACES.
      * Calculo do hash: oito acumuladores sobre a mensagem
      * data;data-hora de emissao;serie/numero;total;hash anterior.
       77  WS-FH-MENSAGEM         PIC X(120) VALUES SPACES.
       77  WS-FH-TAM-MENSAGEM     PIC 9(03) VALUES 0.
       77  IDX-FH                 PIC 9(03) VALUES 0.
       77  IDX-FH-ACC             PIC 9(02) VALUES 0.
       77  IDX-FH-ANT             PIC 9(02) VALUES 0.
       77  WS-FH-CARACTER         PIC 9(03) VALUES 0.
       77  WS-FH-RESTO            PIC 9(02) VALUES 0.
       77  WS-FH-NUMERO-S         PIC Z(5)9.
       77  WS-FH-TOTAL-S          PIC Z(6)9.99.
       01  WS-FH-ACUMULADORES.
           05 WS-FH-ACC           PIC 9(10) OCCURS 8 TIMES.
       01  WS-FH-PRIMOS-V         PIC X(16) VALUES "3137414347535961".
       01  WS-FH-PRIMOS REDEFINES WS-FH-PRIMOS-V.
           05 WS-FH-PRIMO         PIC 9(02) OCCURS 8 TIMES.
       01  WS-FH-ALFABETO.
           05 FILLER              PIC X(32)
               VALUES "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdef".
           05 FILLER              PIC X(32)
               VALUES "ghijklmnopqrstuvwxyz0123456789+/".
