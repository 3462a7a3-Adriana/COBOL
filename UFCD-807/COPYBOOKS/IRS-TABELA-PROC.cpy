      * valem os escaloes historicos semeados (13/18/28/35).
       CARREGAR-TABELA-IRS.
           ACCEPT WS-IRS-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-TABELA-IRS-DATA.

      * Versao em vigor numa data dada em WS-IRS-HOJE - os retroativos
      * recalculam cada periodo com os escaloes desse mes.
       CARREGAR-TABELA-IRS-DATA.
           MOVE 0 TO WS-IRS-VERSAO.
           MOVE 0 TO WS-NUM-ESCALOES.
           MOVE SPACES TO WS-IRS-TAB-STATUS.
