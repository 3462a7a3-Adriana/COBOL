      * Mestre das contas de agua: titular, classe de tarifa (D/C/S),
      * NIF, autorizacao de debito direto (IBAN e data do mandato) e
      * destino do saldo credor (compensar ou reembolsar).
      * Uma conta sem ficha no mestre fatura como domestica.
       CARREGAR-AGUA-MESTRE.
           MOVE 0 TO WS-NUM-AGUA-MESTRE.
