      * Titulo em aberto do aluguer: uma linha por fatura de contrato,
      * reabastecimento, dano, multa recarregada ou portagem, contra
      * um cliente (C, pela carta de conducao) ou uma conta de
      * empresa (E, pelo codigo da conta).
       FD  FICHEIRO-CONTAS-RECEBER.
       01  REG-TITULO.
           05 TIT-NUM             PIC 9(06).
           05 TIT-TIPO-CONTA      PIC X(01).
           05 TIT-CONTA           PIC X(09).
      * F = aluguer, C = reabastecimento, D = dano, M = multa,
      * P = portagem, S = saldo anterior ao razao de titulos.
           05 TIT-TIPO-DOC        PIC X(01).
           05 TIT-CONTRATO        PIC 9(04).
           05 TIT-FATURA          PIC 9(06).
           05 TIT-DESCRICAO       PIC X(30).
           05 TIT-DATA            PIC 9(08).
           05 TIT-VENCIMENTO      PIC 9(08).
           05 TIT-VALOR           PIC 9(07)V99.
           05 TIT-PAGO            PIC 9(07)V99.
      * A = em aberto; L = liquidado.
           05 TIT-ESTADO          PIC X(01).
           05 TIT-DATA-PAGAMENTO  PIC 9(08).
           05 TIT-AVISOS          PIC 9(01).
           05 TIT-DATA-AVISO      PIC 9(08).

      * Cada pagamento recebido fica repartido pelos titulos que
      * liquidou, do vencimento mais antigo para o mais recente.
       FD  FICHEIRO-RECEBIMENTOS.
       01  REG-RECEBIMENTO.
           05 RCB-DATA            PIC 9(08).
           05 RCB-TIPO-CONTA      PIC X(01).
           05 RCB-CONTA           PIC X(09).
           05 RCB-TITULO          PIC 9(06).
           05 RCB-VALOR           PIC 9(07)V99.
