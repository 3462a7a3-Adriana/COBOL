      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corretores e agencias de viagens do aluguer - mantem
      *          o ficheiro de corretores (codigo, nome, NIF e
      *          percentagem de comissao) e corre o extrato mensal de
      *          comissoes por corretor a partir dos contratos fechados
      *          em ALUGUERES.DAT com esse canal de reserva, emitindo
      *          EXTRATO-COMISSOES.TXT e lancando o valor devido em
      *          FORNECEDORES-CP.DAT como fatura a pagar (origem M).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T03-COMISSOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CORRETORES-SELECT.cpy".
           COPY "ALUGUERES-SELECT.cpy".
           COPY "FORNECEDORES-CP-SELECT.cpy".
           SELECT EXTRATO-COMISSOES ASSIGN TO "EXTRATO-COMISSOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "CORRETORES-FD.cpy".
           COPY "ALUGUERES-FD.cpy".
           COPY "FORNECEDORES-CP-FD.cpy".

       FD  EXTRATO-COMISSOES.
       01  EXTRATO-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CORRETORES-WS.cpy".
       77 WS-ALUGUERES-STATUS    PIC XX VALUES SPACES.
       77 WS-CP-STATUS           PIC XX VALUES SPACES.
       77 WS-EXTRATO-STATUS      PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 3.
       77 WS-CODIGO              PIC X(04) VALUES SPACES.
       77 WS-PERIODO             PIC 9(06) VALUES 0.
       77 WS-PERIODO-REG         PIC 9(06) VALUES 0.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-VENCIMENTO          PIC 9(08) VALUES 0.
       77 WS-DIAS-PAGAMENTO      PIC 9(02) VALUES 30.
       77 WS-LINHAS-COR          PIC 9(03) VALUES 0.
       77 WS-BASE-LINHA          PIC 9(07)V99 VALUES 0.
       77 WS-COMISSAO-LINHA      PIC 9(07)V99 VALUES 0.
       77 WS-BASE-COR            PIC 9(08)V99 VALUES 0.
       77 WS-COMISSAO-COR        PIC 9(07)V99 VALUES 0.
       77 WS-TOTAL-COMISSOES     PIC 9(08)V99 VALUES 0.
       77 WS-LANCADOS            PIC 9(02) VALUES 0.
       77 WS-DOC-COMISSAO        PIC X(12) VALUES SPACES.
       77 WS-REF-COMISSAO        PIC X(12) VALUES SPACES.
       77 WS-JA-LANCADO          PIC A VALUES "N".
       77 WS-ATIVO               PIC A VALUES SPACES.
       77 WS-FORMAT              PIC Z(7)9.99.
       77 WS-FORMAT2             PIC Z(7)9.99.
       77 WS-FORMAT-PCT          PIC Z9.99.

       PROCEDURE DIVISION.
       MENU-COMISSOES.
           PERFORM CARREGAR-CORRETORES.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== CORRETORES E COMISSOES - ALUGUER ===".
           DISPLAY "1 - LISTAR CORRETORES".
           DISPLAY "2 - REGISTAR/ALTERAR CORRETOR".
           DISPLAY "3 - EXTRATO MENSAL DE COMISSOES".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-COMISSOES
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM LISTAR-CORRETORES
               WHEN 2 PERFORM REGISTAR-CORRETOR
               WHEN 3 PERFORM EXTRATO-MENSAL THRU FIM-EXTRATO-MENSAL
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-COMISSOES.

       LISTAR-CORRETORES.
           DISPLAY "CODIGO NOME                           NIF       "
               "COMISSAO ATIVO".
           PERFORM VARYING IDX-COR FROM 1 BY 1
               UNTIL IDX-COR > WS-NUM-CORRETORES
               MOVE COR-T-COMISSAO(IDX-COR) TO WS-FORMAT-PCT
               DISPLAY COR-T-CODIGO(IDX-COR) "   "
                   COR-T-NOME(IDX-COR) " "
                   COR-T-NIF(IDX-COR) " "
                   WS-FORMAT-PCT "%   "
                   COR-T-ATIVO(IDX-COR)
           END-PERFORM.
           IF (WS-NUM-CORRETORES = 0) THEN
               DISPLAY "(SEM CORRETORES - SO RESERVAS DIRETAS)"
           END-IF.

       REGISTAR-CORRETOR.
           DISPLAY "CODIGO DO CORRETOR (4 CARACTERES): "
               WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           IF (WS-CODIGO = SPACES) THEN
               DISPLAY "CODIGO OBRIGATORIO!"
               GO REGISTAR-CORRETOR
           END-IF.
           MOVE WS-CODIGO TO WS-CORRETOR-PESQ.
           PERFORM PROCURAR-CORRETOR.
           IF (WS-COR-ACHADO = 0) THEN
               IF (WS-NUM-CORRETORES >= 50) THEN
                   DISPLAY "TABELA DE CORRETORES CHEIA!"
                   GO MENU-COMISSOES
               END-IF
               ADD 1 TO WS-NUM-CORRETORES
               MOVE WS-NUM-CORRETORES TO WS-COR-ACHADO
               MOVE WS-CODIGO TO COR-T-CODIGO(WS-COR-ACHADO)
           END-IF.
           DISPLAY "NOME DO CORRETOR/AGENCIA: " WITH NO ADVANCING.
           ACCEPT COR-T-NOME(WS-COR-ACHADO).
           DISPLAY "NIF: " WITH NO ADVANCING.
           ACCEPT COR-T-NIF(WS-COR-ACHADO).
           DISPLAY "COMISSAO EM % (EX 12.50): " WITH NO ADVANCING.
           ACCEPT COR-T-COMISSAO(WS-COR-ACHADO).
           DISPLAY "ATIVO? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-ATIVO.
           IF (FUNCTION UPPER-CASE(WS-ATIVO) = "N") THEN
               MOVE "N" TO COR-T-ATIVO(WS-COR-ACHADO)
           ELSE
               MOVE "S" TO COR-T-ATIVO(WS-COR-ACHADO)
           END-IF.
           PERFORM GRAVAR-CORRETORES.
           DISPLAY "CORRETOR GRAVADO.".

      * Extrato mensal: para cada corretor junta os contratos fechados
      * do mes (pela data de inicio, como no resultado mensal) que
      * trazem o seu codigo como canal de reserva. A comissao incide
      * sobre a base tributavel (receita sem IVA) e o total devido e
      * lancado uma so vez em contas a pagar - um segundo extrato do
      * mesmo periodo reimprime mas nao duplica a fatura.
       EXTRATO-MENSAL.
           IF (WS-NUM-CORRETORES = 0) THEN
               DISPLAY "SEM CORRETORES REGISTADOS."
               GO FIM-EXTRATO-MENSAL
           END-IF.
           DISPLAY "MES DO EXTRATO (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           COMPUTE WS-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-DIAS-PAGAMENTO).
           MOVE 0 TO WS-TOTAL-COMISSOES.
           MOVE 0 TO WS-LANCADOS.
           MOVE SPACES TO WS-EXTRATO-STATUS.
           OPEN EXTEND EXTRATO-COMISSOES.
           IF (WS-EXTRATO-STATUS = "35") THEN
               OPEN OUTPUT EXTRATO-COMISSOES
           END-IF.
           PERFORM VARYING IDX-COR FROM 1 BY 1
               UNTIL IDX-COR > WS-NUM-CORRETORES
               PERFORM EXTRATO-CORRETOR
           END-PERFORM.
           CLOSE EXTRATO-COMISSOES.
           MOVE WS-TOTAL-COMISSOES TO WS-FORMAT.
           DISPLAY "TOTAL DE COMISSOES DO MES: " WS-FORMAT.
           DISPLAY WS-LANCADOS " FATURA(S) LANCADA(S) EM CONTAS A"
               " PAGAR. EXTRATO EM EXTRATO-COMISSOES.TXT.".
       FIM-EXTRATO-MENSAL.
           EXIT.

       EXTRATO-CORRETOR.
           MOVE 0 TO WS-LINHAS-COR.
           MOVE 0 TO WS-BASE-COR.
           MOVE 0 TO WS-COMISSAO-COR.
           MOVE "=================================================="
               TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE COR-T-COMISSAO(IDX-COR) TO WS-FORMAT-PCT.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "EXTRATO DE COMISSOES  PERIODO " WS-PERIODO
               "  DATA " WS-HOJE
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "CORRETOR: " COR-T-CODIGO(IDX-COR) " "
               COR-T-NOME(IDX-COR) "  NIF: " COR-T-NIF(IDX-COR)
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "COMISSAO: " WS-FORMAT-PCT "% SOBRE A BASE SEM IVA"
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE SPACES TO WS-ALUGUERES-STATUS.
           OPEN INPUT FICHEIRO-ALUGUERES.
           IF (WS-ALUGUERES-STATUS = "00") THEN
               PERFORM UNTIL WS-ALUGUERES-STATUS = "10"
                   READ FICHEIRO-ALUGUERES
                       AT END MOVE "10" TO WS-ALUGUERES-STATUS
                       NOT AT END
                           DIVIDE ALG-DATA-INICIO BY 100
                               GIVING WS-PERIODO-REG
                           IF (WS-PERIODO-REG = WS-PERIODO) AND
                              (ALG-CANAL = COR-T-CODIGO(IDX-COR)) THEN
                               PERFORM ESCREVER-LINHA-COMISSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ALUGUERES
           END-IF.
           MOVE WS-BASE-COR TO WS-FORMAT.
           MOVE WS-COMISSAO-COR TO WS-FORMAT2.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING WS-LINHAS-COR " CONTRATO(S)  BASE: " WS-FORMAT
               "  COMISSAO: " WS-FORMAT2
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           DISPLAY COR-T-CODIGO(IDX-COR) " " COR-T-NOME(IDX-COR)
               " " WS-LINHAS-COR " CONTRATO(S) " WS-FORMAT2.
           ADD WS-COMISSAO-COR TO WS-TOTAL-COMISSOES.
           IF (WS-COMISSAO-COR > 0) THEN
               PERFORM LANCAR-CONTA-PAGAR
           END-IF.

       ESCREVER-LINHA-COMISSAO.
           ADD 1 TO WS-LINHAS-COR.
           COMPUTE WS-BASE-LINHA = ALG-RECEITA - ALG-IVA.
           COMPUTE WS-COMISSAO-LINHA ROUNDED =
               WS-BASE-LINHA * COR-T-COMISSAO(IDX-COR) / 100.
           ADD WS-BASE-LINHA TO WS-BASE-COR.
           ADD WS-COMISSAO-LINHA TO WS-COMISSAO-COR.
           MOVE WS-BASE-LINHA TO WS-FORMAT.
           MOVE WS-COMISSAO-LINHA TO WS-FORMAT2.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "CONTRATO " ALG-CONTRATO-NUM " " ALG-PLACA " "
               ALG-DATA-INICIO " " WS-FORMAT " " WS-FORMAT2
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

      * O documento da comissao e "CM" + periodo + codigo do corretor;
      * se ja existir no livro de contas a pagar nao volta a lancar.
       LANCAR-CONTA-PAGAR.
           MOVE SPACES TO WS-DOC-COMISSAO.
           STRING "CM" WS-PERIODO COR-T-CODIGO(IDX-COR)
               DELIMITED BY SIZE INTO WS-DOC-COMISSAO.
           MOVE SPACES TO WS-REF-COMISSAO.
           STRING WS-PERIODO COR-T-CODIGO(IDX-COR)
               DELIMITED BY SIZE INTO WS-REF-COMISSAO.
           MOVE "N" TO WS-JA-LANCADO.
           MOVE SPACES TO WS-CP-STATUS.
           OPEN INPUT FICHEIRO-CP.
           IF (WS-CP-STATUS = "00") THEN
               PERFORM UNTIL WS-CP-STATUS = "10"
                   READ FICHEIRO-CP
                       AT END MOVE "10" TO WS-CP-STATUS
                       NOT AT END
                           IF (FCP-FATURA = WS-DOC-COMISSAO) AND
                              (FCP-ORIGEM = "M") THEN
                               MOVE "S" TO WS-JA-LANCADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CP
           END-IF.
           IF (WS-JA-LANCADO = "S") THEN
               MOVE "COMISSAO JA LANCADA EM CONTAS A PAGAR"
                   TO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
           ELSE
               MOVE SPACES TO WS-CP-STATUS
               OPEN EXTEND FICHEIRO-CP
               IF (WS-CP-STATUS = "35") THEN
                   OPEN OUTPUT FICHEIRO-CP
               END-IF
               MOVE COR-T-NOME(IDX-COR) TO FCP-FORNECEDOR
               MOVE WS-DOC-COMISSAO TO FCP-FATURA
               MOVE WS-HOJE TO FCP-DATA
               MOVE WS-VENCIMENTO TO FCP-VENCIMENTO
               MOVE WS-COMISSAO-COR TO FCP-VALOR
               MOVE "M" TO FCP-ORIGEM
               MOVE WS-REF-COMISSAO TO FCP-REF-ORIGEM
               MOVE "N" TO FCP-PAGA
               MOVE 0 TO FCP-DATA-PAGA
               MOVE SPACES TO FCP-REF-PAGA
               MOVE 0 TO FCP-ENCOMENDA
               MOVE "N" TO FCP-RETIDA
               MOVE SPACES TO FCP-MOTIVO-RETENCAO
               WRITE REG-CONTA-PAGAR
               CLOSE FICHEIRO-CP
               ADD 1 TO WS-LANCADOS
               MOVE SPACES TO EXTRATO-LINHA
               STRING "LANCADO EM CONTAS A PAGAR: " WS-DOC-COMISSAO
                   " VENCE " WS-VENCIMENTO
                   DELIMITED BY SIZE INTO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
           END-IF.

       COPY "CORRETORES-PROC.cpy".

       END PROGRAM T03-COMISSOES.
