      * Linhas do extrato da conta bancaria ja importadas, numeradas
      * pela ordem de chegada. Tipo D = debito (saida), C = credito
      * (entrada); o saldo e o do banco depois do movimento.
      * Estado da conciliacao: espaco = por conciliar, A = conciliada
      * pela conciliacao automatica, M = conciliada a mao, X =
      * explicada pelo operador sem movimento nos livros (comissoes,
      * juros, liquidacoes das plataformas...), com a nota.
      * A chave identifica o movimento esperado nos livros: origem
      * (SAL, FOR, DEB, DDV, PMB, ALG, DEP, TPA) e referencia.
       FD  FICHEIRO-MOV-BANCO.
       01  REG-MOV-BANCO.
           05 MBC-NUMERO          PIC 9(06).
           05 MBC-DATA            PIC 9(08).
           05 MBC-DESCRITIVO      PIC X(30).
           05 MBC-TIPO            PIC X(01).
           05 MBC-VALOR           PIC 9(09)V99.
           05 MBC-SINAL-SALDO     PIC X(01).
           05 MBC-SALDO           PIC 9(09)V99.
           05 MBC-ESTADO          PIC X(01).
           05 MBC-CHAVE           PIC X(20).
           05 MBC-NOTA            PIC X(30).
           05 MBC-OPERADOR        PIC X(04).
