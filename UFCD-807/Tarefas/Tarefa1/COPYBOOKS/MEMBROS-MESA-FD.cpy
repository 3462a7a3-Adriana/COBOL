       FD  FICHEIRO-MEMBROS-MESA.
       01  REG-MEMBRO-MESA.
           05 MMB-ELEICAO         PIC X(04).
           05 MMB-MESA            PIC X(05).
      * P presidente, V vice-presidente, S secretario, E escrutinador.
           05 MMB-FUNCAO          PIC X(01).
           05 MMB-NOME            PIC X(30).
           05 MMB-NIF             PIC 9(09).
           05 MMB-IBAN            PIC X(25).
      * Presenca no dia: espaco por confirmar, S presente, F faltou.
           05 MMB-PRESENCA        PIC X(01).
           05 MMB-VALOR           PIC 9(05)V99.
      * Pagamento: N por pagar, P transferencia emitida.
           05 MMB-PAGO            PIC X(01).
           05 MMB-DATA-PAG        PIC 9(08).
           05 MMB-REF-PAG         PIC X(12).
