      * Author:
      * Date:
      * Purpose: Menu principal - escolhe e chama o programa de negocio
      *          pretendido (Tarefas 1 a 4 + folha de salarios). No
      *          sign-on escolhe-se o modo real ou o modo de treino,
      *          este sobre uma copia de pratica dos ficheiros.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSH-MUL-CHAVE
               FILE STATUS IS WS-MULTAS-DSH-STATUS.
           SELECT FICHEIRO-APOLICES-DSH ASSIGN TO "APOLICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APOLICES-DSH-STATUS.
           SELECT FICHEIRO-RADARES-DSH ASSIGN TO "RADARES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RADARES-DSH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER              PIC X(49).
           05 DSH-CTR-DATA-INICIO PIC 9(08).
           05 DSH-CTR-DIAS        PIC 9(03).
           05 FILLER              PIC X(130).

       FD  FICHEIRO-MULTAS-DSH.
       01  REG-MULTA-DSH.
           05 DSH-MUL-CONTESTADA  PIC X(01).
           05 FILLER              PIC X(18).
           05 DSH-MUL-DATA-BASE   PIC 9(08).
           05 FILLER              PIC X(57).

       FD  FICHEIRO-APOLICES-DSH.
       01  REG-APOLICE-DSH.
           05 FILLER              PIC X(58).
           05 DSH-APO-RENOVACAO   PIC 9(08).

       FD  FICHEIRO-RADARES-DSH.
       01  REG-RADAR-DSH.
           05 FILLER              PIC X(47).
           05 DSH-RDR-PROX-VERIF  PIC 9(08).

       WORKING-STORAGE SECTION.
       COPY "OPERADOR-SESSAO-WS.cpy".
       77  WS-DIAS-PIN     PIC 9(05) VALUES 0.
       77  WS-MUDAR-PIN    PIC A VALUES SPACES.
       77  WS-VALIDADE-PIN PIC 9(03) VALUES 90.
       77  WS-MODO-LIDO    PIC A VALUES SPACES.
       77  WS-RENOVAR-FOTO PIC A VALUES SPACES.
       77  WS-TREINO-ACAO  PIC X(01) VALUES SPACES.
       01  TABELA-OPERADORES.
           05 OPE-ITEM OCCURS 20 TIMES.
               10 OPE-T-CODIGO    PIC X(04).
               10 OPE-T-PIN-DATA  PIC 9(08).
               10 OPE-T-BLOQUEADO PIC X(01).
       77  WS-OPCAO        PIC 9(02) VALUES 99.
           88 VALIDAR-OPCAO VALUES 0 THRU 25.
       77  WS-SUBOPCAO     PIC 9(02) VALUES 99.
           88 VALIDAR-SUBOPCAO-T01 VALUES 0 THRU 42.
       77  WS-SUBOPCAO-T03 PIC 9(02) VALUES 99.
           88 VALIDAR-SUBOPCAO-T03 VALUES 0 THRU 22.
       77  WS-SUBOPCAO-T04 PIC 9(02) VALUES 99.
           88 VALIDAR-SUBOPCAO-T04 VALUES 0 THRU 25.
       77  WS-SUBOPCAO-SAL PIC 9(02) VALUES 99.
           88 VALIDAR-SUBOPCAO-SAL VALUES 0 THRU 20.
       77  WS-SEPA-LOTES-STATUS PIC XX VALUES SPACES.
       77  WS-STOCK-STATUS      PIC XX VALUES SPACES.
       77  WS-CONTRATOS-DSH-STATUS PIC XX VALUES SPACES.
       77  WS-MULTAS-DSH-STATUS PIC XX VALUES SPACES.
       77  WS-APOLICES-DSH-STATUS PIC XX VALUES SPACES.
       77  WS-RADARES-DSH-STATUS PIC XX VALUES SPACES.
       77  WS-STOCK-MINIMO      PIC 9(04) VALUES 5.
       77  WS-OPCAO-PAINEL      PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO-PAINEL VALUES 0 THRU 7.
       77  WS-ATRASADOS         PIC 9(05) VALUES 0.
       77  WS-ING-BAIXOS        PIC 9(02) VALUES 0.
       77  WS-SEPA-PENDENTES    PIC 9(05) VALUES 0.
       77  WS-MULTAS-ESCALAR    PIC 9(05) VALUES 0.
       77  WS-ERROS-ONTEM       PIC 9(05) VALUES 0.
       77  WS-APOLICES-RENOVAR  PIC 9(05) VALUES 0.
       77  WS-DIAS-AVISO-APO    PIC 9(03) VALUES 30.
       77  WS-RADARES-VERIFICAR PIC 9(05) VALUES 0.
       77  WS-DIAS-AVISO-RDR    PIC 9(03) VALUES 30.
       77  WS-JULIANO-HOJE      PIC 9(07) VALUES 0.
       77  WS-ONTEM             PIC 9(08) VALUES 0.
       77  WS-DIAS-PAINEL       PIC S9(05) VALUES 0.
           END-IF.
           MOVE OPE-T-CODIGO(WS-OPE-ACHADO) TO WS-OPERADOR-ATUAL.
           MOVE OPE-T-PERFIL(WS-OPE-ACHADO) TO WS-OPERADOR-PERFIL.
           PERFORM ESCOLHER-MODO THRU FIM-ESCOLHER-MODO.
           OPEN OUTPUT FICHEIRO-SESSAO.
           MOVE OPE-T-CODIGO(WS-OPE-ACHADO) TO SES-CODIGO.
           MOVE OPE-T-NOME(WS-OPE-ACHADO) TO SES-NOME.
           MOVE OPE-T-PERFIL(WS-OPE-ACHADO) TO SES-PERFIL.
           MOVE WS-OPERADOR-MODO TO SES-MODO.
           WRITE REG-SESSAO.
           CLOSE FICHEIRO-SESSAO.
           DISPLAY "BEM-VINDO, " OPE-T-NOME(WS-OPE-ACHADO) ".".

      * Painel de operacoes do sign-on: os numeros do dia num so
      * ecra - devolucoes atrasadas, ruturas de stock, lotes SEPA por
      * confirmar, multas a escalar, os erros de ontem e as apolices
      * da frota a renovar (ou ja vencidas) - com atalho
      * direto para o programa de cada assunto.
       PAINEL-OPERACOES.
           COMPUTE WS-JULIANO-HOJE =
           PERFORM CONTAR-SEPA-PENDENTES.
           PERFORM CONTAR-MULTAS-ESCALAR.
           PERFORM CONTAR-ERROS-ONTEM.
           PERFORM CONTAR-APOLICES-RENOVAR.
           PERFORM CONTAR-RADARES-VERIFICAR.
           DISPLAY "=================================================".
           DISPLAY "         PAINEL DE OPERACOES - " WS-HOJE.
           DISPLAY "=================================================".
               WS-MULTAS-ESCALAR.
           DISPLAY "5 - ERROS DE ONTEM NO DIARIO:         "
               WS-ERROS-ONTEM.
           DISPLAY "6 - APOLICES DA FROTA A RENOVAR:      "
               WS-APOLICES-RENOVAR.
           DISPLAY "7 - RADARES A VERIFICAR (30 DIAS):    "
               WS-RADARES-VERIFICAR.
           DISPLAY "0 - SEGUIR PARA O MENU PRINCIPAL".
           DISPLAY "ASSUNTO A TRATAR: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO-PAINEL.
               WHEN 3 CALL "SEPA-CONFIRMA"
               WHEN 4 CALL "T01_09-COBR"
               WHEN 5 CALL "ERRO-CONSOLE"
               WHEN 6 CALL "T03-SEGUROS"
               WHEN 7 CALL "T01_09-RADARES"
               WHEN 0 GO MENU-PRINCIPAL
           END-EVALUATE.
           GO PAINEL-OPERACOES.
           END-IF.
           MOVE SPACES TO WS-ERRO-LOG-STATUS.

      * Apolice que renova nos proximos 30 dias ou que ja passou a
      * data de renovacao sem ser atualizada.
       CONTAR-APOLICES-RENOVAR.
           MOVE 0 TO WS-APOLICES-RENOVAR.
           MOVE SPACES TO WS-APOLICES-DSH-STATUS.
           OPEN INPUT FICHEIRO-APOLICES-DSH.
           IF (WS-APOLICES-DSH-STATUS = "00") THEN
               PERFORM UNTIL WS-APOLICES-DSH-STATUS = "10"
                   READ FICHEIRO-APOLICES-DSH
                       AT END MOVE "10" TO WS-APOLICES-DSH-STATUS
                       NOT AT END
                           IF (DSH-APO-RENOVACAO IS NUMERIC) AND
                              (DSH-APO-RENOVACAO > 0) THEN
                               COMPUTE WS-DIAS-PAINEL =
                                   FUNCTION INTEGER-OF-DATE(
                                       DSH-APO-RENOVACAO) -
                                   WS-JULIANO-HOJE
                               IF (WS-DIAS-PAINEL <=
                                   WS-DIAS-AVISO-APO) THEN
                                   ADD 1 TO WS-APOLICES-RENOVAR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-APOLICES-DSH
           END-IF.

      * Radares cuja verificacao metrologica caducou ou caduca nos
      * proximos WS-DIAS-AVISO-RDR dias.
       CONTAR-RADARES-VERIFICAR.
           MOVE 0 TO WS-RADARES-VERIFICAR.
           MOVE SPACES TO WS-RADARES-DSH-STATUS.
           OPEN INPUT FICHEIRO-RADARES-DSH.
           IF (WS-RADARES-DSH-STATUS = "00") THEN
               PERFORM UNTIL WS-RADARES-DSH-STATUS = "10"
                   READ FICHEIRO-RADARES-DSH
                       AT END MOVE "10" TO WS-RADARES-DSH-STATUS
                       NOT AT END
                           IF (DSH-RDR-PROX-VERIF IS NOT NUMERIC) OR
                              (DSH-RDR-PROX-VERIF = 0) THEN
                               ADD 1 TO WS-RADARES-VERIFICAR
                           ELSE
                               COMPUTE WS-DIAS-PAINEL =
                                   FUNCTION INTEGER-OF-DATE(
                                       DSH-RDR-PROX-VERIF) -
                                   WS-JULIANO-HOJE
                               IF (WS-DIAS-PAINEL <=
                                   WS-DIAS-AVISO-RDR) THEN
                                   ADD 1 TO WS-RADARES-VERIFICAR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RADARES-DSH
           END-IF.

       MUDAR-PIN.
           DISPLAY "NOVO PIN (4 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-PIN-NOVO.
           PERFORM GRAVAR-OPERADORES.
           DISPLAY "PIN ALTERADO.".

      * Modo de treino: a sessao passa a trabalhar sobre a copia de
      * pratica em TREINO, reposta da fotografia em TREINO-BASE pelo
      * TREINO-REPOR. O COB_FILE_PATH desvia para essa pasta todos os
      * ficheiros abertos daqui em diante - por este programa, pelos
      * que ele chamar e pelos lotes lancados da cadeia noturna - pelo
      * que os contadores e as series de faturas reais ficam
      * intocados. O administrador pode antes renovar a fotografia
      * com os dados reais do momento.
       ESCOLHER-MODO.
           MOVE "R" TO WS-OPERADOR-MODO.
           DISPLAY "MODO DE TRABALHO (R-REAL / T-TREINO): "
               WITH NO ADVANCING.
           ACCEPT WS-MODO-LIDO.
           IF (FUNCTION UPPER-CASE(WS-MODO-LIDO) NOT = "T") THEN
               GO FIM-ESCOLHER-MODO
           END-IF.
           MOVE "T" TO WS-OPERADOR-MODO.
           IF (WS-OPERADOR-PERFIL = "A") THEN
               DISPLAY "RENOVAR A FOTOGRAFIA COM OS DADOS REAIS?"
                   " (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-RENOVAR-FOTO
               IF (FUNCTION UPPER-CASE(WS-RENOVAR-FOTO) = "S") THEN
                   MOVE "F" TO WS-TREINO-ACAO
                   CALL "TREINO-REPOR" USING WS-TREINO-ACAO
               END-IF
           END-IF.
           MOVE "R" TO WS-TREINO-ACAO.
           CALL "TREINO-REPOR" USING WS-TREINO-ACAO.
           DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME.
           DISPLAY "TREINO" UPON ENVIRONMENT-VALUE.
           DISPLAY WS-MARCA-TREINO.
           DISPLAY "SESSAO DE TREINO - NADA DO QUE FIZER CONTA.".

       FIM-ESCOLHER-MODO.
           EXIT.

       MENU-PRINCIPAL.
           DISPLAY "=================================================".
           DISPLAY "              MENU PRINCIPAL - UFCD 0807".
           IF (WS-OPERADOR-MODO = "T") THEN
               DISPLAY "               " WS-MARCA-TREINO
           END-IF.
           DISPLAY "=================================================".
           DISPLAY "1 - TAREFA 1 (CALCULADORAS E FERRAMENTAS DIVERSAS)".
           DISPLAY "2 - TAREFA 2 (BONUS DE NATAL)".
           DISPLAY "11- ADMINISTRACAO DE OPERADORES".
           DISPLAY "12- EXPORTACAO PARA A CONTABILIDADE".
           DISPLAY "13- CONTAS A PAGAR A FORNECEDORES".
           DISPLAY "14- EXPORTACAO SAF-T (PT)".
           DISPLAY "15- CADEIA DE HASH E ATCUD DAS FATURAS".
           DISPLAY "16- NOTAS DE CREDITO".
           DISPLAY "17- PROTECAO DE DADOS - TITULARES (RGPD)".
           DISPLAY "18- PURGA ANUAL DE DADOS PESSOAIS (RGPD)".
           DISPLAY "19- VERIFICACAO DE INTEGRIDADE ENTRE FICHEIROS".
           DISPLAY "20- CONCILIACAO BANCARIA".
           DISPLAY "21- PREVISAO DE TESOURARIA (13 SEMANAS)".
           DISPLAY "22- CONSULTA DE CLIENTE (NIF/TELEFONE/NOME)".
           DISPLAY "23- MENSAGENS A CLIENTES (SMS/CORREIO)".
           DISPLAY "24- RECUPERACAO A PARTIR DO JORNAL".
           DISPLAY "25- EXCECOES POR OPERADOR (DIARIO/MENSAL)".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
                   CALL "EXPORT-CONTABILIDADE"
               WHEN 13
                   CALL "CONTAS-PAGAR"
               WHEN 14
                   CALL "SAFT-PT"
               WHEN 15
                   CALL "FATURA-CADEIA"
               WHEN 16
                   CALL "NOTAS-CREDITO"
               WHEN 17
                   CALL "RGPD-TITULAR"
               WHEN 18
      * A purga apaga dados de muitos titulares de uma vez: so o
      * administrador a corre.
                   IF (WS-OPERADOR-PERFIL = "A") THEN
                       CALL "RGPD-RETENCAO"
                   ELSE
                       DISPLAY "OPCAO RESERVADA AO PERFIL"
                           " ADMINISTRADOR!"
                   END-IF
               WHEN 19
                   CALL "INTEGRIDADE"
               WHEN 20
                   CALL "CONCILIA-BANCO"
               WHEN 21
                   CALL "TESOURARIA"
               WHEN 22
                   CALL "CONSULTA-CLIENTE"
               WHEN 23
                   CALL "ENVIO-NOTIFICACOES"
               WHEN 24
      * Refazer um mestre sobre um backup reposto mexe em dados de
      * todos os operadores: so o administrador o faz.
                   IF (WS-OPERADOR-PERFIL = "A") THEN
                       CALL "JORNAL-RECUPERAR"
                   ELSE
                       DISPLAY "OPCAO RESERVADA AO PERFIL"
                           " ADMINISTRADOR!"
                   END-IF
               WHEN 25
      * O relatorio expoe o que cada operador fez: so para o dono.
                   IF (WS-OPERADOR-PERFIL = "A") THEN
                       CALL "EXCECOES-OPERADOR"
                   ELSE
                       DISPLAY "OPCAO RESERVADA AO PERFIL"
                           " ADMINISTRADOR!"
                   END-IF
               WHEN 0
                   STOP RUN
           END-EVALUATE.
           DISPLAY "29-RECURSOS DE MULTAS".
           DISPLAY "30-CARGA DO RADAR MUNICIPAL".
           DISPLAY "31-2A VIA DE FATURA DE AGUA".
           DISPLAY "32-CONTADORES DE AGUA (CADASTRO/TROCAS)".
           DISPLAY "33-MUDANCA DE OCUPANTE DA AGUA".
           DISPLAY "34-LIVROS DE ROTA E LEITURAS".
           DISPLAY "35-BALANCO HIDRICO POR ZONA".
           DISPLAY "36-SALDOS CREDORES E REEMBOLSOS DA AGUA".
           DISPLAY "37-REGISTO DE RADARES".
           DISPLAY "38-IDENTIFICACAO DO CONDUTOR (RADAR)".
           DISPLAY "39-ESTATISTICAS DE VELOCIDADE".
           DISPLAY "40-CADERNOS ELEITORAIS".
           DISPLAY "41-COMPARACAO ENTRE ELEICOES".
           DISPLAY "42-MEMBROS DAS MESAS DE VOTO".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           IF (NOT VALIDAR-SUBOPCAO-T01) THEN
               WHEN 29 CALL "T01_09-RECURSOS"
               WHEN 30 CALL "T01_09-RADAR"
               WHEN 31 CALL "T01_11-2VIA"
               WHEN 32 CALL "T01_11-CONTADORES"
               WHEN 33 CALL "T01_11-OCUPANTES"
               WHEN 34 CALL "T01_11-ROTAS"
               WHEN 35 CALL "T01_11-BALANCO"
               WHEN 36 CALL "T01_11-CREDITOS"
               WHEN 37 CALL "T01_09-RADARES"
               WHEN 38 CALL "T01_09-IDENTIFICACAO"
               WHEN 39 CALL "T01_09-ESTATISTICAS"
               WHEN 40 CALL "T01_06-CADERNO"
               WHEN 41 CALL "T01_06-COMPARA"
               WHEN 42 CALL "T01_06-MEMBROS"
               WHEN 0
                   CONTINUE
           END-EVALUATE.
           DISPLAY "12-FECHO/REABERTURA DE PERIODOS".
           DISPLAY "13-REGISTO DE PONTO".
           DISPLAY "14-CALENDARIO DE FERIADOS".
           DISPLAY "15-RETROATIVOS DE SALARIO".
           DISPLAY "16-ACERTO DE CONTAS (CESSACAO)".
           DISPLAY "17-ESCALAS DE TURNOS".
           DISPLAY "18-VARIACOES DA FOLHA (ANTES DO SEPA)".
           DISPLAY "19-DESPESAS DE DESLOCACAO".
           DISPLAY "20-DECLARACAO MENSAL DE REMUNERACOES (DMR)".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO-SAL.
           IF (NOT VALIDAR-SUBOPCAO-SAL) THEN
               WHEN 12 CALL "RH-PERIODOS"
               WHEN 13 CALL "RH-PONTO"
               WHEN 14 CALL "RH-FERIADOS"
               WHEN 15 CALL "RH-RETROATIVOS"
               WHEN 16 CALL "RH-ACERTO"
               WHEN 17 CALL "RH-ESCALAS"
               WHEN 18 CALL "RH-VARIACOES"
               WHEN 19 CALL "RH-DESPESAS"
               WHEN 20 CALL "DMR-DECLARACAO"
               WHEN 0
                   CONTINUE
           END-EVALUATE.
           DISPLAY "16-LOTES E VALIDADES".
           DISPLAY "17-MARGENS DE FOOD-COST".
           DISPLAY "18-2A VIA DE FATURA".
           DISPLAY "19-PEDIDOS DAS PLATAFORMAS DE ENTREGA".
           DISPLAY "20-PREVISAO E FOLHA DE PREPARACAO".
           DISPLAY "21-VENDAS POR HORA DE TRABALHO".
           DISPLAY "22-CAMPANHA DE RECUPERACAO DE CLIENTES".
           DISPLAY "23-ALERGENOS E MATRIZ DO MENU".
           DISPLAY "24-RESERVAS DA SALA".
           DISPLAY "25-FUNDO DE GORJETAS".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO-T04.
           IF (NOT VALIDAR-SUBOPCAO-T04) THEN
               WHEN 16 CALL "T04-LOTES"
               WHEN 17 CALL "T04-MARGENS"
               WHEN 18 CALL "T04-2VIA"
               WHEN 19 CALL "T04-PLATAFORMA"
               WHEN 20 CALL "T04-PREVISAO"
               WHEN 21 CALL "T04-PRODUTIVIDADE"
               WHEN 22 CALL "T04-RECUPERAR"
               WHEN 23 CALL "T04-ALERGENOS"
               WHEN 24 CALL "T04-RESERVAS"
               WHEN 25 CALL "T04-GORJETAS"
               WHEN 0
                   CONTINUE
           END-EVALUATE.
           DISPLAY "13-RESULTADO POR VIATURA".
           DISPLAY "14-RECARGA DE MULTAS A CLIENTES".
           DISPLAY "15-2A VIA DE FATURA DE ALUGUER".
           DISPLAY "16-CORRETORES E COMISSOES".
           DISPLAY "17-AMORTIZACOES E SUBSTITUICAO DA FROTA".
           DISPLAY "18-PORTAGENS VIA VERDE".
           DISPLAY "19-TRANSFERENCIAS ENTRE FILIAIS".
           DISPLAY "20-CONTAS A RECEBER DO ALUGUER".
           DISPLAY "21-EQUIPAMENTO DE ALUGUER".
           DISPLAY "22-SEGUROS DA FROTA E SINISTROS".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO-T03.
           IF (NOT VALIDAR-SUBOPCAO-T03) THEN
               WHEN 13 CALL "T03-RENTABILIDADE"
               WHEN 14 CALL "T03-MULTAS-RECARGA"
               WHEN 15 CALL "T03-2VIA"
               WHEN 16 CALL "T03-COMISSOES"
               WHEN 17 CALL "T03-AMORTIZACOES"
               WHEN 18 CALL "T03-PORTAGENS"
               WHEN 19 CALL "T03-TRANSFERENCIAS"
               WHEN 20 CALL "T03-CONTAS-RECEBER"
               WHEN 21 CALL "T03-EQUIPAMENTOS"
               WHEN 22 CALL "T03-SEGUROS"
               WHEN 0
                   CONTINUE
           END-EVALUATE.
