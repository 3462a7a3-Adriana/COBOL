       FD  FICHEIRO-RADARES.
       01  REG-RADAR-EQUIP.
           05 RDR-ID              PIC X(06).
           05 RDR-LOCAL           PIC X(30).
           05 RDR-LIMITE          PIC 9(03).
      * Verificacao metrologica: data da ultima e data limite da
      * proxima - fora deste intervalo as leituras nao valem.
           05 RDR-DATA-VERIF      PIC 9(08).
           05 RDR-PROX-VERIF      PIC 9(08).
