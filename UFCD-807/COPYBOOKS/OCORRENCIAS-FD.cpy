      * Ocorrencias por operador (OCORRENCIAS.DAT): um registo por
      * ato que o dono quer rever - anulacoes, cupoes e descontos,
      * excecoes na abertura de contratos e diferencas de caixa.
       FD  FICHEIRO-OCORRENCIAS.
       01  REG-OCORRENCIA.
           05 OCO-DATA            PIC 9(08).
           05 OCO-HORA            PIC 9(04).
           05 OCO-OPERADOR        PIC X(04).
      * Tipo: AN anulacao de pedido; CU cupao/codigo promocional;
      * DP desconto de pessoal; EB excecao a cliente bloqueado;
      * EL excecao ao limite ou divida da conta corporativa;
      * CX diferenca de caixa no fecho.
           05 OCO-TIPO            PIC X(02).
           05 OCO-PROGRAMA        PIC X(15).
      * Pedido, carta, conta ou data a que a ocorrencia se refere.
           05 OCO-REFERENCIA      PIC X(15).
           05 OCO-SINAL           PIC X(01).
           05 OCO-VALOR           PIC 9(07)V99.
      * Gestor que aprovou com codigo e PIN (espaco = o proprio).
           05 OCO-AUTORIZADOR     PIC X(04).
           05 OCO-DETALHE         PIC X(30).
