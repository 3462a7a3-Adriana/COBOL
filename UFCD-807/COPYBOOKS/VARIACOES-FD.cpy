      * Variacoes da folha de um periodo face ao anterior. Tipo C -
      * controlo (o relatorio foi gerado); tipo L - linha sinalizada,
      * P por visar ou V visada pelo supervisor. O lote SEPA do
      * periodo so segue para o banco com o controlo e tudo visado.
       FD  FICHEIRO-VARIACOES.
       01  REG-VARIACAO.
           05 VAR-PERIODO         PIC 9(06).
           05 VAR-TIPO            PIC X(01).
           05 VAR-NOME            PIC X(30).
           05 VAR-MOTIVO          PIC X(20).
           05 VAR-ANTES           PIC 9(07)V99.
           05 VAR-AGORA           PIC 9(07)V99.
           05 VAR-ESTADO          PIC X(01).
           05 VAR-DATA            PIC 9(08).
           05 VAR-OPERADOR        PIC X(04).
           05 VAR-VISTO-POR       PIC X(04).
           05 VAR-DATA-VISTO      PIC 9(08).
