           05 SAL-SUB-ALIM        PIC 9(06)V99.
           05 SAL-OPERADOR        PIC X(04).
           05 SAL-SS-PATRONAL     PIC 9(06)V99.
      * Tipo de linha: espaco - processamento do mes; R - retroativos
      * de periodos anteriores pagos neste periodo; C - acerto de
      * contas final de um empregado que cessou; D - despesas de
      * deslocacao pagas no periodo (base e liquido = parte isenta;
      * comissao = parte tributavel, ja incluida no iliquido do mes).
           05 SAL-TIPO            PIC X(01).
      * Parte isenta do subsidio de alimentacao (linhas de historico
      * anteriores vem curtas - campo nao numerico).
           05 SAL-SUB-ALIM-ISENTO PIC 9(06)V99.
      * Gorjetas do fundo da pizzaria pagas no recibo: vao no iliquido
      * para o IRS mas ficam fora da base da Seg. Social e do custo
      * salarial (linhas anteriores vem curtas - campo nao numerico).
           05 SAL-GORJETAS        PIC 9(06)V99.
