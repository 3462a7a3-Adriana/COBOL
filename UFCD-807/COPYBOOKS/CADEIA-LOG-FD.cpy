       FD  FICHEIRO-CADEIA-LOG.
       01  REG-CADEIA-LOG.
      * Data da cadeia (a do fecho, mesmo quando retomada no dia
      * seguinte), passo e trabalho do plano.
           05 CLG-DATA-CADEIA     PIC 9(08).
           05 CLG-PASSO           PIC 9(03).
           05 CLG-TRABALHO        PIC X(16).
           05 CLG-INICIO-DATA     PIC 9(08).
           05 CLG-INICIO-HORA     PIC 9(06).
           05 CLG-FIM-DATA        PIC 9(08).
           05 CLG-FIM-HORA        PIC 9(06).
      * OK - terminou bem; AV - terminou mas deixou erros em
      * ERROS.LOG; FA - falhou (codigo de saida diferente de zero);
      * SA - saltado porque o pre-requisito nao terminou bem.
           05 CLG-RESULTADO       PIC X(02).
           05 CLG-CODIGO          PIC 9(04).
