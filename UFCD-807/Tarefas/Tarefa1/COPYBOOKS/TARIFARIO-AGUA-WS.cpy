       77  WS-TAR-SANEAMENTO-PCT  PIC 9V99 VALUES 0.50.
       77  WS-TAR-RESIDUOS        PIC 9(03)V99 VALUES 2.50.
       77  WS-TAR-IVA-PCT         PIC V99 VALUES 0.06.
       77  IDX-TARC               PIC 9(02) VALUES 0.
       77  IDX-ESC                PIC 9(01) VALUES 0.
       77  WS-NUM-TARIFAS-CLASSE  PIC 9(02) VALUES 0.
       77  WS-TAR-CLASSE-PEDIDA   PIC X(01) VALUES "D".
       77  WS-TARC-ACHADA         PIC 9(02) VALUES 0.
      * Data a que se pede a tarifa (por omissao hoje, posta na carga)
      * e data de entrada em vigor da versao selecionada.
       77  WS-TAR-DATA-REF        PIC 9(08) VALUES 99999999.
       77  WS-TAR-VIGOR           PIC 9(08) VALUES 0.
       77  WS-TAR-TRUNCADO        PIC A VALUES "N".
      * Mudanca de tarifario dentro do periodo de faturacao: dias do
      * mes antes da nova versao (0 - sem mudanca) e calculo de cada
      * parte (m3 e dias da parte, com a versao selecionada).
       01  WS-TAR-PERIODO         PIC 9(06) VALUES 0.
       01  WS-TAR-PERIODO-R REDEFINES WS-TAR-PERIODO.
           05 WS-TAR-PERIODO-ANO  PIC 9(04).
           05 WS-TAR-PERIODO-MES  PIC 9(02).
       77  WS-TAR-INICIO-MES      PIC 9(08) VALUES 0.
       77  WS-TAR-INICIO-SEGUINTE PIC 9(08) VALUES 0.
       77  WS-TAR-FIM-MES         PIC 9(08) VALUES 0.
       77  WS-TAR-DIAS-MES        PIC 9(02) VALUES 0.
       77  WS-TAR-DIAS-ANTES      PIC 9(02) VALUES 0.
       77  WS-TAR-DATA-MUDANCA    PIC 9(08) VALUES 0.
       77  WS-TAR-PARTE-M3        PIC 9(05)V99 VALUES 0.
       77  WS-TAR-PARTE-DIAS      PIC 9(02) VALUES 0.
       77  WS-TAR-PARTE-RESTANTE  PIC 9(05)V99 VALUES 0.
       77  WS-TAR-PARTE-ESCALAO   PIC 9(05)V99 VALUES 0.
       77  WS-TAR-PARTE-CONSUMO   PIC 9(06)V99 VALUES 0.
       77  WS-TAR-PARTE-DISPON    PIC 9(03)V99 VALUES 0.
       77  WS-TAR-PARTE-SANEAMENTO PIC 9(05)V99 VALUES 0.
       01  TABELA-TARIFAS-CLASSE.
           05 TARC-ITEM OCCURS 30 TIMES.
               10 TARC-CLASSE          PIC X(01).
               10 TARC-DATA-INICIO     PIC 9(08).
               10 TARC-DISPONIBILIDADE PIC 9(03)V99.
               10 TARC-SANEAMENTO-PCT  PIC 9V99.
               10 TARC-RESIDUOS        PIC 9(03)V99.
