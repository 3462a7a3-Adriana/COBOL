      * Cadeia de assinaturas das faturas: um registo por documento
      * emitido, pela ordem de emissao, com o hash do documento
      * anterior da mesma serie e o hash do proprio documento.
       FD  FICHEIRO-CADEIA.
       01  REG-CADEIA.
           05 CAD-SERIE           PIC X(03).
           05 CAD-NUMERO          PIC 9(06).
           05 CAD-DATA            PIC 9(08).
           05 CAD-DATA-SISTEMA    PIC 9(08).
           05 CAD-HORA-SISTEMA    PIC 9(06).
           05 CAD-TOTAL           PIC 9(07)V99.
           05 CAD-HASH-ANTERIOR   PIC X(40).
           05 CAD-HASH            PIC X(40).
           05 CAD-ATCUD           PIC X(20).
      * Codigo de validacao de cada serie, comunicado a AT antes de a
      * serie comecar a ser usada.
       FD  FICHEIRO-SERIES-AT.
       01  REG-SERIE-AT.
           05 SAT-SERIE           PIC X(03).
           05 SAT-CODIGO          PIC X(12).
           05 SAT-DATA            PIC 9(08).
