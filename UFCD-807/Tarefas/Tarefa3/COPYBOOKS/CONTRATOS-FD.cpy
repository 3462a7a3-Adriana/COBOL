           05 CTR-DATA-TROCA      PIC 9(08).
           05 CTR-KMS-TROCA       PIC 9(06).
           05 CTR-NIF             PIC 9(09).
      * Canal de reserva: codigo do corretor ou agencia que trouxe o
      * contrato (CORRETORES.DAT); em branco = reserva direta.
           05 CTR-CANAL           PIC X(04).
      * Filial de devolucao: a prevista no levantamento (aluguer so de
      * ida) e a real depois de fechado o contrato.
           05 CTR-FILIAL-DEV      PIC 9(01).
      * Equipamento alugado com o carro (EQUIPAMENTOS.DAT) ao preco
      * diario do dia do levantamento.
           05 CTR-NUM-EQUIP       PIC 9(01).
           05 CTR-EQUIP OCCURS 3 TIMES.
               10 CTR-EQ-CODIGO   PIC X(04).
               10 CTR-EQ-QTD      PIC 9(01).
               10 CTR-EQ-PRECO    PIC 9(03)V99.
      * Contrato de uso interno: sigla do negocio do grupo que leva o
      * carro (PIZ, AGA); em branco = aluguer a cliente.
           05 CTR-INTERNO         PIC X(03).

       FD  FICHEIRO-CONTRATOS-CTL.
       01  REG-CONTRATOS-CTL.
