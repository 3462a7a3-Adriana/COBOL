      ******************************************************************
      * Author:
      * Date:
      * Purpose: Membros das mesas de voto - nomeia presidentes,
      *          vice-presidentes, secretarios e escrutinadores por
      *          eleicao e mesa (MEMBROS-MESA.DAT, com NIF e IBAN),
      *          recusando a mesma pessoa em duas mesas da mesma
      *          eleicao; confirma as presencas e aplica a
      *          gratificacao fixa da funcao, emite as transferencias
      *          SEPA com totais de controlo (TRANSFERENCIAS-MESAS.TXT)
      *          e a lista anual dos valores pagos por NIF para a
      *          declaracao de rendimentos (RENDIMENTOS-MESAS.TXT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T01_06-MEMBROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "MEMBROS-MESA-SELECT.cpy".
           SELECT FICHEIRO-MESAS ASSIGN TO "MESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESAS-STATUS.
           SELECT TRANSFERENCIAS-MESAS
               ASSIGN TO "TRANSFERENCIAS-MESAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPA-STATUS.
           SELECT RENDIMENTOS-MESAS ASSIGN TO "RENDIMENTOS-MESAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "MEMBROS-MESA-FD.cpy".

       FD  FICHEIRO-MESAS.
       01  REG-MESA.
           05 MSA-CODIGO          PIC X(05).
           05 MSA-LOCAL           PIC X(20).
           05 MSA-ELEITORES       PIC 9(06).
           05 MSA-ELEICAO         PIC X(04).

       FD  TRANSFERENCIAS-MESAS.
       01  TRANSFERENCIA-LINHA    PIC X(80).

       FD  RENDIMENTOS-MESAS.
       01  RENDIMENTO-LINHA       PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "MEMBROS-MESA-WS.cpy".
       COPY "NIF-WS.cpy".
       77 WS-MESAS-STATUS        PIC XX VALUES SPACES.
       77 WS-SEPA-STATUS         PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 6.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-ELEICAO             PIC X(04) VALUES SPACES.
       77 WS-MESA                PIC X(05) VALUES SPACES.
       77 WS-MESA-EXISTE         PIC A VALUES "N".
       77 WS-FUNCAO              PIC X(01) VALUES SPACES.
           88 FUNCAO-VALIDA VALUES "P" "V" "S" "E".
       77 WS-NOME                PIC X(30) VALUES SPACES.
       77 WS-IBAN                PIC X(25) VALUES SPACES.
       77 WS-RESPOSTA            PIC X(01) VALUES SPACES.
       77 WS-NA-FUNCAO           PIC 9(02) VALUES 0.
       77 WS-MAX-FUNCAO          PIC 9(02) VALUES 0.
       77 WS-DESC-FUNCAO         PIC X(13) VALUES SPACES.
      * Gratificacao fixa de cada funcao, paga a quem esteve presente.
       77 WS-GRAT-PRESIDENTE     PIC 9(05)V99 VALUES 60.00.
       77 WS-GRAT-VICE           PIC 9(05)V99 VALUES 55.00.
       77 WS-GRAT-SECRETARIO     PIC 9(05)V99 VALUES 55.00.
       77 WS-GRAT-ESCRUTINADOR   PIC 9(05)V99 VALUES 52.44.
       77 WS-GRATIFICACAO        PIC 9(05)V99 VALUES 0.
       77 WS-CONTAGEM            PIC 9(04) VALUES 0.
       77 WS-SOMA                PIC 9(08)V99 VALUES 0.
       77 WS-SOMA-S              PIC Z(7)9.99.
       77 WS-FORMAT              PIC Z(4)9.99.
       77 WS-REF-LOTE            PIC X(12) VALUES SPACES.
       77 WS-ANO                 PIC 9(04) VALUES 0.
       77 IDX-REN                PIC 9(04) VALUES 0.
       77 WS-NUM-REN             PIC 9(04) VALUES 0.
       77 WS-REN-ACHADO          PIC 9(04) VALUES 0.
      * Valores pagos no ano, juntos por NIF.
       01 TABELA-RENDIMENTOS.
           05 REN-ITEM OCCURS 1000 TIMES.
               10 REN-NIF            PIC 9(09).
               10 REN-NOME           PIC X(30).
               10 REN-VALOR          PIC 9(07)V99.
               10 REN-PAGAMENTOS     PIC 9(03).

       PROCEDURE DIVISION.
       INICIO-MEMBROS.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-MEMBROS-MESA.
      * Uma carga truncada seguida da regravacao integral apagaria
      * nomeacoes - o programa recusa-se a correr.
           IF (WS-MMB-TRUNCADA = "S") THEN
               DISPLAY "MEMBROS-MESA.DAT EXCEDE 1000 REGISTOS - "
                   "OPERACAO RECUSADA PARA NAO PERDER DADOS."
               STOP RUN
           END-IF.
       MENU-MEMBROS.
           DISPLAY "=== MEMBROS DAS MESAS DE VOTO ===".
           DISPLAY "1 - NOMEAR MEMBRO DE MESA".
           DISPLAY "2 - ANULAR NOMEACAO".
           DISPLAY "3 - LISTAR MEMBROS DE UMA ELEICAO".
           DISPLAY "4 - CONFIRMAR PRESENCAS DE UMA MESA".
           DISPLAY "5 - EMITIR TRANSFERENCIAS DAS GRATIFICACOES".
           DISPLAY "6 - LISTA ANUAL PARA A DECLARACAO DE RENDIMENTOS".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-MEMBROS
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM NOMEAR-MEMBRO THRU FIM-NOMEAR-MEMBRO
               WHEN 2 PERFORM ANULAR-NOMEACAO THRU FIM-ANULAR-NOMEACAO
               WHEN 3 PERFORM LISTAR-MEMBROS
               WHEN 4 PERFORM CONFIRMAR-PRESENCAS
                   THRU FIM-CONFIRMAR-PRESENCAS
               WHEN 5 PERFORM EMITIR-TRANSFERENCIAS
                   THRU FIM-EMITIR-TRANSFERENCIAS
               WHEN 6 PERFORM LISTA-RENDIMENTOS
                   THRU FIM-LISTA-RENDIMENTOS
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-MEMBROS.

       LER-ELEICAO.
           DISPLAY "CODIGO DA ELEICAO (EX CM01): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ELEICAO.
           ACCEPT WS-ELEICAO.
           MOVE FUNCTION UPPER-CASE(WS-ELEICAO) TO WS-ELEICAO.

      * A mesa tem de existir nos ficheiros mestres para a eleicao
      * (registo com o codigo da eleicao ou sem codigo).
       LER-MESA.
           DISPLAY "CODIGO DA MESA: " WITH NO ADVANCING.
           MOVE SPACES TO WS-MESA.
           ACCEPT WS-MESA.
           MOVE FUNCTION UPPER-CASE(WS-MESA) TO WS-MESA.
           MOVE "N" TO WS-MESA-EXISTE.
           MOVE SPACES TO WS-MESAS-STATUS.
           OPEN INPUT FICHEIRO-MESAS.
           IF (WS-MESAS-STATUS = "00") THEN
               PERFORM UNTIL WS-MESAS-STATUS = "10"
                   READ FICHEIRO-MESAS
                       AT END MOVE "10" TO WS-MESAS-STATUS
                       NOT AT END
                           IF (MSA-CODIGO = WS-MESA) AND
                              ((MSA-ELEICAO = WS-ELEICAO) OR
                               (MSA-ELEICAO = SPACES)) THEN
                               MOVE "S" TO WS-MESA-EXISTE
                               MOVE "10" TO WS-MESAS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-MESAS.

       DESCREVER-FUNCAO.
           EVALUATE WS-FUNCAO
               WHEN "P"
                   MOVE "PRESIDENTE" TO WS-DESC-FUNCAO
                   MOVE 1 TO WS-MAX-FUNCAO
                   MOVE WS-GRAT-PRESIDENTE TO WS-GRATIFICACAO
               WHEN "V"
                   MOVE "VICE-PRESID." TO WS-DESC-FUNCAO
                   MOVE 1 TO WS-MAX-FUNCAO
                   MOVE WS-GRAT-VICE TO WS-GRATIFICACAO
               WHEN "S"
                   MOVE "SECRETARIO" TO WS-DESC-FUNCAO
                   MOVE 1 TO WS-MAX-FUNCAO
                   MOVE WS-GRAT-SECRETARIO TO WS-GRATIFICACAO
               WHEN OTHER
                   MOVE "ESCRUTINADOR" TO WS-DESC-FUNCAO
                   MOVE 2 TO WS-MAX-FUNCAO
                   MOVE WS-GRAT-ESCRUTINADOR TO WS-GRATIFICACAO
           END-EVALUATE.

       NOMEAR-MEMBRO.
           PERFORM LER-ELEICAO.
           PERFORM LER-MESA.
           IF (WS-MESA-EXISTE = "N") THEN
               DISPLAY "MESA NAO REGISTADA PARA ESTA ELEICAO!"
               GO FIM-NOMEAR-MEMBRO
           END-IF.
           DISPLAY "FUNCAO (P-PRESIDENTE V-VICE S-SECRETARIO "
               "E-ESCRUTINADOR): " WITH NO ADVANCING.
           ACCEPT WS-FUNCAO.
           MOVE FUNCTION UPPER-CASE(WS-FUNCAO) TO WS-FUNCAO.
           IF (NOT FUNCAO-VALIDA) THEN
               DISPLAY "FUNCAO INVALIDA!"
               GO FIM-NOMEAR-MEMBRO
           END-IF.
           PERFORM DESCREVER-FUNCAO.
           MOVE 0 TO WS-NA-FUNCAO.
           PERFORM VARYING IDX-MMB FROM 1 BY 1
               UNTIL IDX-MMB > WS-NUM-MEMBROS
               IF (MMB-T-ELEICAO(IDX-MMB) = WS-ELEICAO) AND
                  (MMB-T-MESA(IDX-MMB) = WS-MESA) AND
                  (MMB-T-FUNCAO(IDX-MMB) = WS-FUNCAO) THEN
                   ADD 1 TO WS-NA-FUNCAO
               END-IF
           END-PERFORM.
           IF (WS-NA-FUNCAO >= WS-MAX-FUNCAO) THEN
               DISPLAY "A MESA JA TEM " WS-NA-FUNCAO " "
                   WS-DESC-FUNCAO " NOMEADO(S)!"
               GO FIM-NOMEAR-MEMBRO
           END-IF.
           DISPLAY "NIF: " WITH NO ADVANCING.
           ACCEPT WS-NIF-VERIFICA.
           PERFORM VALIDAR-NIF.
           IF (WS-NIF-VALIDO = "N") THEN
               DISPLAY "NIF INVALIDO!"
               GO FIM-NOMEAR-MEMBRO
           END-IF.
           MOVE WS-ELEICAO TO WS-MMB-PESQ-ELEICAO.
           MOVE WS-NIF-VERIFICA TO WS-MMB-PESQ-NIF.
           PERFORM PROCURAR-MEMBRO-MESA.
           IF (WS-MMB-ACHADO > 0) THEN
               DISPLAY "JA NOMEADO NESTA ELEICAO NA MESA "
                   MMB-T-MESA(WS-MMB-ACHADO) " - "
                   MMB-T-NOME(WS-MMB-ACHADO)
               GO FIM-NOMEAR-MEMBRO
           END-IF.
           DISPLAY "NOME: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NOME.
           ACCEPT WS-NOME.
           MOVE FUNCTION UPPER-CASE(WS-NOME) TO WS-NOME.
           IF (WS-NOME = SPACES) THEN
               DISPLAY "NOME OBRIGATORIO!"
               GO FIM-NOMEAR-MEMBRO
           END-IF.
           DISPLAY "IBAN: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IBAN.
           ACCEPT WS-IBAN.
           MOVE FUNCTION UPPER-CASE(WS-IBAN) TO WS-IBAN.
           IF (WS-IBAN(1:2) IS NOT ALPHABETIC) OR
              (WS-IBAN(1:2) = SPACES) OR
              (WS-IBAN(3:2) IS NOT NUMERIC) THEN
               DISPLAY "IBAN INVALIDO!"
               GO FIM-NOMEAR-MEMBRO
           END-IF.
           IF (WS-NUM-MEMBROS >= 1000) THEN
               DISPLAY "TABELA DE MEMBROS CHEIA!"
               GO FIM-NOMEAR-MEMBRO
           END-IF.
           ADD 1 TO WS-NUM-MEMBROS.
           MOVE WS-ELEICAO TO MMB-T-ELEICAO(WS-NUM-MEMBROS).
           MOVE WS-MESA TO MMB-T-MESA(WS-NUM-MEMBROS).
           MOVE WS-FUNCAO TO MMB-T-FUNCAO(WS-NUM-MEMBROS).
           MOVE WS-NOME TO MMB-T-NOME(WS-NUM-MEMBROS).
           MOVE WS-NIF-VERIFICA TO MMB-T-NIF(WS-NUM-MEMBROS).
           MOVE WS-IBAN TO MMB-T-IBAN(WS-NUM-MEMBROS).
           MOVE SPACES TO MMB-T-PRESENCA(WS-NUM-MEMBROS).
           MOVE 0 TO MMB-T-VALOR(WS-NUM-MEMBROS).
           MOVE "N" TO MMB-T-PAGO(WS-NUM-MEMBROS).
           MOVE 0 TO MMB-T-DATA-PAG(WS-NUM-MEMBROS).
           MOVE SPACES TO MMB-T-REF-PAG(WS-NUM-MEMBROS).
           PERFORM GRAVAR-MEMBROS-MESA.
           DISPLAY WS-DESC-FUNCAO " NOMEADO NA MESA " WS-MESA ".".
       FIM-NOMEAR-MEMBRO.
           EXIT.

      * Substituicoes antes do dia: a nomeacao sai do registo, salvo
      * se a gratificacao ja foi paga.
       ANULAR-NOMEACAO.
           PERFORM LER-ELEICAO.
           DISPLAY "NIF DO MEMBRO: " WITH NO ADVANCING.
           ACCEPT WS-MMB-PESQ-NIF.
           MOVE WS-ELEICAO TO WS-MMB-PESQ-ELEICAO.
           PERFORM PROCURAR-MEMBRO-MESA.
           IF (WS-MMB-ACHADO = 0) THEN
               DISPLAY "NOMEACAO NAO ENCONTRADA!"
               GO FIM-ANULAR-NOMEACAO
           END-IF.
           IF (MMB-T-PAGO(WS-MMB-ACHADO) = "P") THEN
               DISPLAY "GRATIFICACAO JA PAGA - NAO SE ANULA."
               GO FIM-ANULAR-NOMEACAO
           END-IF.
           DISPLAY "ANULAR " MMB-T-NOME(WS-MMB-ACHADO) " DA MESA "
               MMB-T-MESA(WS-MMB-ACHADO) "? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           IF (FUNCTION UPPER-CASE(WS-RESPOSTA) NOT = "S") THEN
               DISPLAY "OPERACAO CANCELADA."
               GO FIM-ANULAR-NOMEACAO
           END-IF.
           PERFORM VARYING IDX-MMB FROM WS-MMB-ACHADO BY 1
               UNTIL IDX-MMB >= WS-NUM-MEMBROS
               MOVE MMB-ITEM(IDX-MMB + 1) TO MMB-ITEM(IDX-MMB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NUM-MEMBROS.
           PERFORM GRAVAR-MEMBROS-MESA.
           DISPLAY "NOMEACAO ANULADA.".
       FIM-ANULAR-NOMEACAO.
           EXIT.

       LISTAR-MEMBROS.
           PERFORM LER-ELEICAO.
           MOVE 0 TO WS-CONTAGEM.
           DISPLAY "MESA  F NOME                           NIF       "
               "PR VALOR    PAGO".
           PERFORM VARYING IDX-MMB FROM 1 BY 1
               UNTIL IDX-MMB > WS-NUM-MEMBROS
               IF (MMB-T-ELEICAO(IDX-MMB) = WS-ELEICAO) THEN
                   ADD 1 TO WS-CONTAGEM
                   MOVE MMB-T-VALOR(IDX-MMB) TO WS-FORMAT
                   DISPLAY MMB-T-MESA(IDX-MMB) " "
                       MMB-T-FUNCAO(IDX-MMB) " "
                       MMB-T-NOME(IDX-MMB) " "
                       MMB-T-NIF(IDX-MMB) " "
                       MMB-T-PRESENCA(IDX-MMB) "  "
                       WS-FORMAT " " MMB-T-PAGO(IDX-MMB)
               END-IF
           END-PERFORM.
           DISPLAY WS-CONTAGEM " MEMBRO(S) NOMEADO(S).".

      * Presenca no dia: quem esteve presente fica com a gratificacao
      * da funcao; quem faltou fica a zero.
       CONFIRMAR-PRESENCAS.
           PERFORM LER-ELEICAO.
           PERFORM LER-MESA.
           MOVE 0 TO WS-CONTAGEM.
           PERFORM VARYING IDX-MMB FROM 1 BY 1
               UNTIL IDX-MMB > WS-NUM-MEMBROS
               IF (MMB-T-ELEICAO(IDX-MMB) = WS-ELEICAO) AND
                  (MMB-T-MESA(IDX-MMB) = WS-MESA) THEN
                   ADD 1 TO WS-CONTAGEM
                   PERFORM CONFIRMAR-UM-MEMBRO
               END-IF
           END-PERFORM.
           IF (WS-CONTAGEM = 0) THEN
               DISPLAY "SEM MEMBROS NOMEADOS NESTA MESA."
               GO FIM-CONFIRMAR-PRESENCAS
           END-IF.
           PERFORM GRAVAR-MEMBROS-MESA.
           DISPLAY "PRESENCAS REGISTADAS.".
       FIM-CONFIRMAR-PRESENCAS.
           EXIT.

       CONFIRMAR-UM-MEMBRO.
           MOVE MMB-T-FUNCAO(IDX-MMB) TO WS-FUNCAO.
           PERFORM DESCREVER-FUNCAO.
           IF (MMB-T-PAGO(IDX-MMB) = "P") THEN
               DISPLAY WS-DESC-FUNCAO " " MMB-T-NOME(IDX-MMB)
                   " - JA PAGO, NAO SE ALTERA."
           ELSE
               DISPLAY WS-DESC-FUNCAO " " MMB-T-NOME(IDX-MMB)
                   " PRESENTE? (S/N, ENTER MANTEM "
                   MMB-T-PRESENCA(IDX-MMB) "): " WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               EVALUATE WS-RESPOSTA
                   WHEN "S"
                       MOVE "S" TO MMB-T-PRESENCA(IDX-MMB)
                       MOVE WS-GRATIFICACAO TO MMB-T-VALOR(IDX-MMB)
                   WHEN "N"
                       MOVE "F" TO MMB-T-PRESENCA(IDX-MMB)
                       MOVE 0 TO MMB-T-VALOR(IDX-MMB)
               END-EVALUATE
           END-IF.

      * Lote SEPA da eleicao: todos os presentes ainda por pagar, com
      * cabecalho e trailer de controlo (numero e soma).
       EMITIR-TRANSFERENCIAS.
           PERFORM LER-ELEICAO.
           MOVE 0 TO WS-CONTAGEM.
           MOVE 0 TO WS-SOMA.
           PERFORM VARYING IDX-MMB FROM 1 BY 1
               UNTIL IDX-MMB > WS-NUM-MEMBROS
               IF (MMB-T-ELEICAO(IDX-MMB) = WS-ELEICAO) AND
                  (MMB-T-PRESENCA(IDX-MMB) = "S") AND
                  (MMB-T-PAGO(IDX-MMB) = "N") AND
                  (MMB-T-VALOR(IDX-MMB) > 0) THEN
                   ADD 1 TO WS-CONTAGEM
                   ADD MMB-T-VALOR(IDX-MMB) TO WS-SOMA
               END-IF
           END-PERFORM.
           IF (WS-CONTAGEM = 0) THEN
               DISPLAY "SEM GRATIFICACOES POR PAGAR NESTA ELEICAO."
               GO FIM-EMITIR-TRANSFERENCIAS
           END-IF.
           MOVE WS-SOMA TO WS-SOMA-S.
           DISPLAY WS-CONTAGEM " TRANSFERENCIA(S), TOTAL " WS-SOMA-S
               " - CONFIRMA O LOTE? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           IF (FUNCTION UPPER-CASE(WS-RESPOSTA) NOT = "S") THEN
               DISPLAY "LOTE CANCELADO."
               GO FIM-EMITIR-TRANSFERENCIAS
           END-IF.
           MOVE SPACES TO WS-REF-LOTE.
           STRING "MESA" WS-ELEICAO WS-HOJE(5:4)
               DELIMITED BY SIZE INTO WS-REF-LOTE.
           MOVE SPACES TO WS-SEPA-STATUS.
           OPEN EXTEND TRANSFERENCIAS-MESAS.
           IF (WS-SEPA-STATUS = "35") THEN
               OPEN OUTPUT TRANSFERENCIAS-MESAS
           END-IF.
           MOVE SPACES TO TRANSFERENCIA-LINHA.
           STRING "H;" WS-REF-LOTE ";" WS-HOJE ";" WS-CONTAGEM ";"
               WS-SOMA-S
               DELIMITED BY SIZE INTO TRANSFERENCIA-LINHA.
           WRITE TRANSFERENCIA-LINHA.
           PERFORM VARYING IDX-MMB FROM 1 BY 1
               UNTIL IDX-MMB > WS-NUM-MEMBROS
               IF (MMB-T-ELEICAO(IDX-MMB) = WS-ELEICAO) AND
                  (MMB-T-PRESENCA(IDX-MMB) = "S") AND
                  (MMB-T-PAGO(IDX-MMB) = "N") AND
                  (MMB-T-VALOR(IDX-MMB) > 0) THEN
                   PERFORM PAGAR-MEMBRO
               END-IF
           END-PERFORM.
           MOVE SPACES TO TRANSFERENCIA-LINHA.
           STRING "T;" WS-CONTAGEM ";" WS-SOMA-S
               DELIMITED BY SIZE INTO TRANSFERENCIA-LINHA.
           WRITE TRANSFERENCIA-LINHA.
           CLOSE TRANSFERENCIAS-MESAS.
           PERFORM GRAVAR-MEMBROS-MESA.
           DISPLAY "LOTE " WS-REF-LOTE " EMITIDO EM "
               "TRANSFERENCIAS-MESAS.TXT.".
       FIM-EMITIR-TRANSFERENCIAS.
           EXIT.

       PAGAR-MEMBRO.
           MOVE MMB-T-VALOR(IDX-MMB) TO WS-FORMAT.
           MOVE SPACES TO TRANSFERENCIA-LINHA.
           STRING MMB-T-NOME(IDX-MMB) ";" MMB-T-IBAN(IDX-MMB) ";"
               WS-FORMAT ";" WS-REF-LOTE
               DELIMITED BY SIZE INTO TRANSFERENCIA-LINHA.
           WRITE TRANSFERENCIA-LINHA.
           MOVE "P" TO MMB-T-PAGO(IDX-MMB).
           MOVE WS-HOJE TO MMB-T-DATA-PAG(IDX-MMB).
           MOVE WS-REF-LOTE TO MMB-T-REF-PAG(IDX-MMB).

      * As gratificacoes sao rendimentos a declarar: total pago no ano
      * a cada NIF (pode ter estado em mais de uma eleicao).
       LISTA-RENDIMENTOS.
           DISPLAY "ANO DOS PAGAMENTOS (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANO.
           MOVE 0 TO WS-NUM-REN.
           MOVE 0 TO WS-SOMA.
           PERFORM VARYING IDX-MMB FROM 1 BY 1
               UNTIL IDX-MMB > WS-NUM-MEMBROS
               IF (MMB-T-PAGO(IDX-MMB) = "P") AND
                  (MMB-T-DATA-PAG(IDX-MMB)(1:4) = WS-ANO) THEN
                   PERFORM JUNTAR-RENDIMENTO
               END-IF
           END-PERFORM.
           IF (WS-NUM-REN = 0) THEN
               DISPLAY "SEM GRATIFICACOES PAGAS EM " WS-ANO "."
               GO FIM-LISTA-RENDIMENTOS
           END-IF.
           OPEN OUTPUT RENDIMENTOS-MESAS.
           MOVE WS-SOMA TO WS-SOMA-S.
           MOVE SPACES TO RENDIMENTO-LINHA.
           STRING "H;GRATIFICACOES-MESAS;" WS-ANO ";" WS-NUM-REN ";"
               WS-SOMA-S
               DELIMITED BY SIZE INTO RENDIMENTO-LINHA.
           WRITE RENDIMENTO-LINHA.
           PERFORM VARYING IDX-REN FROM 1 BY 1
               UNTIL IDX-REN > WS-NUM-REN
               MOVE REN-VALOR(IDX-REN) TO WS-SOMA-S
               MOVE SPACES TO RENDIMENTO-LINHA
               STRING REN-NIF(IDX-REN) ";" REN-NOME(IDX-REN) ";"
                   WS-SOMA-S ";" REN-PAGAMENTOS(IDX-REN)
                   DELIMITED BY SIZE INTO RENDIMENTO-LINHA
               WRITE RENDIMENTO-LINHA
               DISPLAY RENDIMENTO-LINHA
           END-PERFORM.
           MOVE WS-SOMA TO WS-SOMA-S.
           MOVE SPACES TO RENDIMENTO-LINHA.
           STRING "T;" WS-NUM-REN ";" WS-SOMA-S
               DELIMITED BY SIZE INTO RENDIMENTO-LINHA.
           WRITE RENDIMENTO-LINHA.
           CLOSE RENDIMENTOS-MESAS.
           DISPLAY WS-NUM-REN " NIF(S), TOTAL " WS-SOMA-S
               " - LISTA EM RENDIMENTOS-MESAS.TXT.".
       FIM-LISTA-RENDIMENTOS.
           EXIT.

       JUNTAR-RENDIMENTO.
           MOVE 0 TO WS-REN-ACHADO.
           PERFORM VARYING IDX-REN FROM 1 BY 1
               UNTIL IDX-REN > WS-NUM-REN
               IF (REN-NIF(IDX-REN) = MMB-T-NIF(IDX-MMB)) THEN
                   MOVE IDX-REN TO WS-REN-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-REN-ACHADO = 0) THEN
               ADD 1 TO WS-NUM-REN
               MOVE WS-NUM-REN TO WS-REN-ACHADO
               MOVE MMB-T-NIF(IDX-MMB) TO REN-NIF(WS-REN-ACHADO)
               MOVE MMB-T-NOME(IDX-MMB) TO REN-NOME(WS-REN-ACHADO)
               MOVE 0 TO REN-VALOR(WS-REN-ACHADO)
               MOVE 0 TO REN-PAGAMENTOS(WS-REN-ACHADO)
           END-IF.
           ADD MMB-T-VALOR(IDX-MMB) TO REN-VALOR(WS-REN-ACHADO).
           ADD 1 TO REN-PAGAMENTOS(WS-REN-ACHADO).
           ADD MMB-T-VALOR(IDX-MMB) TO WS-SOMA.

       COPY "MEMBROS-MESA-PROC.cpy".
       COPY "NIF-PROC.cpy".

       END PROGRAM T01_06-MEMBROS.
