      * Despesas de deslocacao apresentadas pelo empregado.
      * Tipo: K - quilometros em viatura propria; D - ajudas de custo
      * (dias); R - refeicoes; E - estacionamento.
      * Estado: P - por aprovar; A - aprovada; R - rejeitada;
      * L - paga na folha de DSP-PERIODO-PAGO.
      * A parte isenta e a tributavel ficam fixadas no registo.
       FD  FICHEIRO-DESPESAS.
       01  REG-DESPESA.
           05 DSP-NUMERO          PIC 9(05).
           05 DSP-NOME            PIC X(30).
           05 DSP-DATA            PIC 9(08).
           05 DSP-TIPO            PIC X(01).
           05 DSP-QUANTIDADE      PIC 9(05)V99.
           05 DSP-VALOR           PIC 9(06)V99.
           05 DSP-RECIBOS         PIC 9(02).
           05 DSP-DESCRICAO       PIC X(30).
           05 DSP-ISENTO          PIC 9(06)V99.
           05 DSP-TRIBUTAVEL      PIC 9(06)V99.
           05 DSP-ESTADO          PIC X(01).
           05 DSP-OPERADOR        PIC X(04).
           05 DSP-APROVADO-POR    PIC X(04).
           05 DSP-DATA-APROVACAO  PIC 9(08).
           05 DSP-PERIODO-PAGO    PIC 9(06).
