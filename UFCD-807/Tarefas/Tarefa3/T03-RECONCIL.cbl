           COPY "ALUGUERES-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "CONTRATOS-WS.cpy".
       77 WS-ALUGUERES-STATUS    PIC XX VALUES SPACES.
       77 WS-CONTRATO-PEDIDO     PIC 9(04) VALUES 0.
