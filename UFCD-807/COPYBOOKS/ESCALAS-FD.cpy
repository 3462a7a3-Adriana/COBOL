      * Escala de turnos: um turno planeado por empregado e por dia,
      * com as horas previstas de entrada e saida (HHMM).
       FD  FICHEIRO-ESCALAS.
       01  REG-ESCALA.
           05 ESC-NOME            PIC X(30).
           05 ESC-DEPARTAMENTO    PIC X(10).
           05 ESC-DATA            PIC 9(08).
           05 ESC-HORA-INICIO     PIC 9(04).
           05 ESC-HORA-FIM        PIC 9(04).
           05 ESC-OPERADOR        PIC X(04).
