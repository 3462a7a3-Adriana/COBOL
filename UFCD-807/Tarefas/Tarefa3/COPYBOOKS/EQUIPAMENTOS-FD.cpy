       FD  FICHEIRO-EQUIPAMENTOS.
       01  REG-EQUIPAMENTO.
           05 EQP-CODIGO          PIC X(04).
           05 EQP-DESCRICAO       PIC X(20).
           05 EQP-PRECO-DIA       PIC 9(03)V99.
      * Valor cobrado por unidade nao devolvida ou danificada.
           05 EQP-VALOR-REPOSICAO PIC 9(05)V99.
      * Unidades na prateleira de cada filial (1 a 9); as alugadas
      * saem no levantamento e voltam na filial de devolucao.
           05 EQP-STOCK OCCURS 9 TIMES PIC 9(03).
