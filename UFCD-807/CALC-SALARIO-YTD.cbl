      * Purpose: Consulta de acumulados por empregado - le o historico
      *          mensal de processamentos (SALARIOS-HIST.DAT,
      *          alimentado pelo CALC-SALARIO) e mostra as linhas de um
      *          ano com os totais acumulados ate a data. As linhas
      *          de retroativos pagas no ano entram nos acumulados e
      *          sao assinaladas, tal como as despesas de deslocacao
      *          (parte isenta e parte tributavel).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-ACUM-IRS            PIC 9(08)V99 VALUES 0.
       77 WS-ACUM-SS             PIC 9(08)V99 VALUES 0.
       77 WS-ACUM-LIQUIDO        PIC 9(08)V99 VALUES 0.
       77 WS-ACUM-RETROATIVOS    PIC 9(08)V99 VALUES 0.
       77 WS-ACUM-DESP-ISENTO    PIC 9(08)V99 VALUES 0.
       77 WS-ACUM-DESP-TRIBUT    PIC 9(08)V99 VALUES 0.
       77 WS-FORMAT              PIC Z(7)9.99.

       PROCEDURE DIVISION.
               DISPLAY "SEG.SOCIAL: " WS-FORMAT
               MOVE WS-ACUM-LIQUIDO TO WS-FORMAT
               DISPLAY "LIQUIDO:    " WS-FORMAT
               IF (WS-ACUM-RETROATIVOS > 0) THEN
                   MOVE WS-ACUM-RETROATIVOS TO WS-FORMAT
                   DISPLAY "ILIQUIDO DE RETROATIVOS: " WS-FORMAT
               END-IF
               IF (WS-ACUM-DESP-ISENTO > 0) OR
                  (WS-ACUM-DESP-TRIBUT > 0) THEN
                   MOVE WS-ACUM-DESP-ISENTO TO WS-FORMAT
                   DISPLAY "DESPESAS DESLOCACAO ISENTAS: " WS-FORMAT
                   MOVE WS-ACUM-DESP-TRIBUT TO WS-FORMAT
                   DISPLAY "DESPESAS DESLOCACAO TRIBUTAVEIS (NO "
                       "ILIQUIDO): " WS-FORMAT
               END-IF
           END-IF.
           GO TO FIM-CONSULTA.

                   IF (SAL-NOME = WS-NOME-PESQUISA) AND
                      (WS-ANO-REGISTO = WS-ANO-PESQUISA) THEN
                       ADD 1 TO WS-LINHAS
                       IF (SAL-TIPO = "R") THEN
                           DISPLAY SAL-PERIODO "  " SAL-ILIQUIDO "  "
                               SAL-IRS "  " SAL-SEG-SOCIAL "  "
                               SAL-LIQUIDO "  RETROATIVOS"
                           ADD SAL-ILIQUIDO TO WS-ACUM-RETROATIVOS
                       ELSE
                         IF (SAL-TIPO = "C") THEN
                           DISPLAY SAL-PERIODO "  " SAL-ILIQUIDO "  "
                               SAL-IRS "  " SAL-SEG-SOCIAL "  "
                               SAL-LIQUIDO "  ACERTO DE CONTAS"
                         ELSE
                          IF (SAL-TIPO = "D") THEN
                           DISPLAY SAL-PERIODO "  DESPESAS DESLOCACAO"
                               " - ISENTO " SAL-BASE
                               " TRIBUTAVEL " SAL-COMISSAO
                           ADD SAL-BASE TO WS-ACUM-DESP-ISENTO
                           ADD SAL-COMISSAO TO WS-ACUM-DESP-TRIBUT
                          ELSE
                           DISPLAY SAL-PERIODO "  " SAL-ILIQUIDO "  "
                               SAL-IRS "  " SAL-SEG-SOCIAL "  "
                               SAL-LIQUIDO
                          END-IF
                         END-IF
                       END-IF
                       ADD SAL-ILIQUIDO TO WS-ACUM-ILIQUIDO
                       ADD SAL-IRS TO WS-ACUM-IRS
                       ADD SAL-SEG-SOCIAL TO WS-ACUM-SS
