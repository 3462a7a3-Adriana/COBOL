           COPY "PLANOS-KM-SELECT.cpy".
           COPY "EPOCAS-SELECT.cpy".
           COPY "CONTAS-CORP-SELECT.cpy".
           COPY "CORRETORES-SELECT.cpy".
           COPY "CONTAS-RECEBER-SELECT.cpy".
           COPY "EQUIPAMENTOS-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "FATURA-HASH-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".
           COPY "OCORRENCIAS-SELECT.cpy".
           SELECT CONTRATO-ALUGUER ASSIGN TO "CONTRATO-ALUGUER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHEIRO-CTR-FATURA ASSIGN TO "FATURA-CTR-ALG.DAT"
           COPY "PLANOS-KM-FD.cpy".
           COPY "EPOCAS-FD.cpy".
           COPY "CONTAS-CORP-FD.cpy".
           COPY "CORRETORES-FD.cpy".
           COPY "CONTAS-RECEBER-FD.cpy".
           COPY "EQUIPAMENTOS-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "FATURA-HASH-FD.cpy".
           COPY "AUTORIZA-FD.cpy".
           COPY "OCORRENCIAS-FD.cpy".

       FD  CONTRATO-ALUGUER.
       01  CONTRATO-LINHA      PIC X(50).
       01  REG-CTR-FATURA      PIC 9(06).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "CONTRATO-CONTADOR-WS.cpy".
       COPY "CONTRATOS-WS.cpy".
       77 WS-CLIENTE-BLOQUEADO PIC A VALUES "N".
       COPY "IVA-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "FATURA-HASH-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       COPY "OCORRENCIAS-WS.cpy".
       77 WS-ALUGUERES-STATUS PIC XX VALUES SPACES.
       77 WS-DANOS-STATUS     PIC XX VALUES SPACES.
       COPY "FROTA-WS.cpy".
       77 CUSTO-COND-EXTRA PIC 9(05)V99 VALUES 0.
       01 TABELA-COND-EXTRA.
           05 WS-CARTA-EXTRA OCCURS 3 TIMES PIC X(09).
       COPY "EQUIPAMENTOS-WS.cpy".
       77 WS-NUM-EQUIP-CTR PIC 9(01) VALUES 0.
       77 IDX-EQ           PIC 9(01) VALUES 0.
       77 WS-EQ-QTD-LIDA   PIC 9(01) VALUES 0.
       77 WS-EQ-JA-PEDIDO  PIC 9(02) VALUES 0.
       77 WS-EQ-FALTA      PIC 9(01) VALUES 0.
       77 WS-EQ-FILIAL     PIC 9(01) VALUES 1.
       77 CUSTO-EQUIPAMENTO PIC 9(05)V99 VALUES 0.
       77 WS-EQ-CUSTO-ITEM PIC 9(05)V99 VALUES 0.
       01 TABELA-EQUIP-CTR.
           05 WS-EQ-ITEM OCCURS 3 TIMES.
               10 WS-EQ-CODIGO      PIC X(04).
               10 WS-EQ-DESCRICAO   PIC X(20).
               10 WS-EQ-QTD         PIC 9(01).
               10 WS-EQ-PRECO       PIC 9(03)V99.
               10 WS-EQ-REPOSICAO   PIC 9(05)V99.
               10 WS-EQ-DEVOLVIDOS  PIC 9(01).
       COPY "PLANOS-KM-WS.cpy".
       COPY "EPOCAS-WS.cpy".
       COPY "CONTAS-CORP-WS.cpy".
       77 WS-FATURAR-CONTA PIC A VALUES "N".
       77 WS-CONTA-CORP-CTR PIC X(04) VALUES SPACES.
       77 WS-ESTIMATIVA-CORP PIC 9(07)V99 VALUES 0.
       COPY "CONTAS-RECEBER-WS.cpy".
       77 WS-TITULO-COMB PIC 9(07)V99 VALUES 0.
       COPY "CORRETORES-WS.cpy".
       77 WS-CANAL-CONTRATO PIC X(04) VALUES SPACES.
       77 WS-TARIFA-PERIODO PIC 9(07)V99 VALUES 0.
       77 WS-TARIFA-BASE-TOT PIC 9(07)V99 VALUES 0.
       77 WS-AJUSTE-EPOCA  PIC S9(06)V99 VALUES 0.
       77 WS-FILIAL-LEVANTAMENTO PIC 9(01) VALUES 1.
       77 WS-FILIAL-DEVOLUCAO    PIC 9(01) VALUES 1.
       77 SOBRETAXA-ONE-WAY PIC 9(05)V99 VALUES 0.
       77 WS-NEGOCIO-INTERNO PIC X(03) VALUES SPACES.
           88 NEGOCIO-INTERNO-VALIDO VALUES "PIZ" "AGA" SPACES.
      * Taxa de cedencia interna: percentagem da tarifa base por dia
      * de uso mais um preco por km, sem IVA.
       77 WS-PCT-CEDENCIA  PIC 9V99 VALUES 0.60.
       77 WS-PRECO-KM-CEDENCIA PIC 9V99 VALUES 0.10.
       77 WS-TARIFA-CEDENCIA PIC 9(05)V99 VALUES 0.
       77 WS-JULIANO-INICIO PIC 9(08) VALUES 0.

       SCREEN SECTION.
       01 CLS BLANK SCREEN.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "T03" TO WS-JRN-PROGRAMA.
           IF (WS-CONTADOR-CARREGADO = "N") THEN
               PERFORM CARREGAR-FROTA
               PERFORM CARREGAR-PLANOS-KM
               PERFORM CARREGAR-EPOCAS
               PERFORM CARREGAR-CONTAS-CORP
               PERFORM CARREGAR-CORRETORES
               PERFORM CARREGAR-CONTADOR-CONTRATO
               PERFORM CARREGAR-CLIENTES-ALUGUER
               PERFORM LER-OPERADOR-SESSAO
               MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR
               PERFORM CARREGAR-AUTORIZACOES
               MOVE "S" TO WS-CONTADOR-CARREGADO
           END-IF.
           DISPLAY CLS.
           ACCEPT WS-FILIAL-LEVANTAMENTO AT 1931 FOREGROUND-COLOR 3
           HIGHLIGHT.
           DISPLAY " " ERASE EOL AT 1901.
      * A filial de devolucao prevista entra no mapa de frota por
      * filial (alugueres so de ida).
           DISPLAY "FILIAL DE DEVOLUCAO PREVISTA (1/2):" AT 1901.
           ACCEPT WS-FILIAL-DEVOLUCAO AT 1937 FOREGROUND-COLOR 3
           HIGHLIGHT.
           IF (WS-FILIAL-DEVOLUCAO = 0) THEN
               MOVE WS-FILIAL-LEVANTAMENTO TO WS-FILIAL-DEVOLUCAO
           END-IF.
           DISPLAY " " ERASE EOL AT 1901.
           DISPLAY "NIVEL DE COMBUSTIVEL (0-8 OITAVOS):" AT 1901.
           ACCEPT COMBUSTIVEL-LEV AT 1938 FOREGROUND-COLOR 3
           HIGHLIGHT.
               MOVE 8 TO COMBUSTIVEL-LEV
           END-IF.
           DISPLAY " " ERASE EOL AT 1901.
           PERFORM LER-USO-INTERNO THRU FIM-LER-USO-INTERNO.
           IF (WS-NEGOCIO-INTERNO NOT = SPACES) THEN
               MOVE SPACES TO WS-PLANO-ESCOLHIDO
               MOVE SPACES TO WS-CONTA-CORP-CTR
               MOVE SPACES TO WS-CANAL-CONTRATO
               MOVE 0 TO WS-NIF-CONTRATO
               MOVE 0 TO WS-NUM-EQUIP-CTR
               MOVE 0 TO CAUCAO
               GO CONFIRMAR-LEVANTAMENTO
           END-IF.
           PERFORM LER-PLANO-KM.
           DISPLAY " " ERASE EOL AT 1901.
           PERFORM LER-CONTA-CORP THRU FIM-LER-CONTA-CORP.
           DISPLAY " " ERASE EOL AT 1901.
           PERFORM LER-CANAL-RESERVA THRU FIM-LER-CANAL-RESERVA.
           DISPLAY " " ERASE EOL AT 1901.
           DISPLAY "NIF DO CLIENTE (0=CONS. FINAL):" AT 1901.
           ACCEPT WS-NIF-CONTRATO AT 1933 FOREGROUND-COLOR 3
           HIGHLIGHT.
           DISPLAY " " ERASE EOL AT 1901.
           PERFORM LER-EQUIPAMENTOS THRU FIM-LER-EQUIPAMENTOS.
           COMPUTE CAUCAO = FR-T-TARIFA(TIPO-DE-CARRO) * 5.
       CONFIRMAR-LEVANTAMENTO.
           DISPLAY "CAUCAO A RETER:" AT 1901.
           MOVE CAUCAO TO SAIDA-VALORES.
           DISPLAY SAIDA-VALORES AT 1917 FOREGROUND-COLOR 3 HIGHLIGHT.
      * fica gravado nunca poderia ser fechado na devolucao.
           IF (WS-CONTRATO-GRAVADO = "S") THEN
               DISPLAY "CONTRATO Nº " CONTRATO-NUM " ABERTO." AT 2001
               PERFORM RETIRAR-EQUIPAMENTOS
               ADD 1 TO CONTRATO-NUM
               PERFORM GRAVAR-CONTADOR-CONTRATO
           ELSE
           MOVE CTR-CONTA-CORP TO WS-CONTA-CORP-CTR.
           MOVE CTR-DATA-TROCA TO WS-DATA-TROCA.
           MOVE CTR-TIPO-CARRO2 TO WS-TIPO-CARRO2.
           IF (CTR-INTERNO = LOW-VALUES) THEN
               MOVE SPACES TO WS-NEGOCIO-INTERNO
           ELSE
               MOVE CTR-INTERNO TO WS-NEGOCIO-INTERNO
           END-IF.
           IF (CTR-NIF IS NUMERIC) THEN
               MOVE CTR-NIF TO WS-NIF-CONTRATO
           ELSE
               MOVE 0 TO WS-NIF-CONTRATO
           END-IF.
           IF (CTR-CANAL = LOW-VALUES) THEN
               MOVE SPACES TO WS-CANAL-CONTRATO
           ELSE
               MOVE CTR-CANAL TO WS-CANAL-CONTRATO
           END-IF.
           MOVE CTR-NUM-EXTRAS TO WS-NUM-COND-EXTRA.
           PERFORM VARYING IDX-CE FROM 1 BY 1 UNTIL IDX-CE > 3
               MOVE CTR-CE-CARTA(IDX-CE)
                   TO WS-CARTA-EXTRA(IDX-CE)
           END-PERFORM.
           PERFORM CARREGAR-EQUIP-CONTRATO.
           DISPLAY WS-CLIENTE-CONTRATO AT 0335 FOREGROUND-COLOR 3
           HIGHLIGHT.
           DISPLAY FR-T-MODELO(TIPO-DE-CARRO) AT 1137
           END-IF.
           MOVE COMBUSTIVEL-DEV TO CTR-COMB-DEV.
           DISPLAY " " ERASE EOL AT 1901.
           IF (WS-NEGOCIO-INTERNO NOT = SPACES) THEN
               GO DEVOLUCAO-INTERNA
           END-IF.
           PERFORM CALCULAR-TARIFA-CONTRATO.
           COMPUTE ILIQUIDO = (WS-TARIFA-PERIODO +
                              (KMS-EFETUADOS * WS-PRECO-KM) +
                   WS-TAXA-COND-EXTRA * DIAS-ALUGUER
               ADD CUSTO-COND-EXTRA TO ILIQUIDO
           END-IF.
           MOVE 0 TO CUSTO-EQUIPAMENTO.
           PERFORM VARYING IDX-EQ FROM 1 BY 1
               UNTIL IDX-EQ > WS-NUM-EQUIP-CTR
               COMPUTE CUSTO-EQUIPAMENTO = CUSTO-EQUIPAMENTO +
                   (WS-EQ-QTD(IDX-EQ) * WS-EQ-PRECO(IDX-EQ) *
                    DIAS-ALUGUER)
           END-PERFORM.
           ADD CUSTO-EQUIPAMENTO TO ILIQUIDO.
           COMPUTE WS-JULIANO-FIM-PREVISTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO) + DIAS-ALUGUER.
           COMPUTE WS-JULIANO-DEVOLUCAO =
               END-IF
           END-IF.
           PERFORM RESERVAR-FATURA-ALG.
           IF (WS-CONTA-CORP-CTR NOT = SPACES) AND
              (WS-CCO-ACHADA > 0) THEN
               PERFORM LANCAR-TITULOS-CORP
           END-IF.
           PERFORM IMPRIMIR-CONTRATO.
       FECHO-DEVOLUCAO.
           DISPLAY " " ERASE EOL AT 2101.
           DISPLAY "REGISTAR DANO NO VEICULO? (S/N):" AT 2101.
           ACCEPT WS-REGISTAR-DANO AT 2135 FOREGROUND-COLOR 3 HIGHLIGHT.
               PERFORM REGISTAR-DANO
               DISPLAY " " ERASE EOL AT 2101
           END-IF.
           PERFORM CONFERIR-EQUIPAMENTOS.
           PERFORM REGISTAR-ALUGUER.
           PERFORM FECHAR-CONTRATO.
           DISPLAY "CONTRATO FECHADO. PRIMA ENTER PARA CONTINUAR."
           ACCEPT OMITTED AT 2248.
           GO MAIN-PROCEDURE.

      * ---------------------------------------------------------------
      * DEVOLUCAO-INTERNA: viatura cedida a outro negocio do grupo.
      * Sem fatura, IVA nem caucao: a cedencia (dias de uso e kms a
      * taxa interna, mais o reabastecimento em falta) fica em
      * ALUGUERES.DAT com a sigla do negocio, que o RESULTADO-MENSAL
      * conta como receita do aluguer e custo desse negocio.
      * ---------------------------------------------------------------
       DEVOLUCAO-INTERNA.
           MOVE WS-KMS-BRUTOS TO KMS-EFETUADOS.
           MOVE 0 TO WS-DIAS-ATRASO.
           MOVE 0 TO PENALIZACAO-ATRASO.
           MOVE 0 TO SOBRETAXA-ONE-WAY.
           MOVE 0 TO CUSTO-COND-EXTRA.
           MOVE 0 TO CUSTO-EQUIPAMENTO.
           MOVE 0 TO WS-FATURA-ALG.
           MOVE 0 TO CUSTO-COMBUSTIVEL.
           IF (COMBUSTIVEL-DEV < COMBUSTIVEL-LEV) THEN
               COMPUTE CUSTO-COMBUSTIVEL =
                   (COMBUSTIVEL-LEV - COMBUSTIVEL-DEV) *
                   WS-TAXA-OITAVO
           END-IF.
           COMPUTE WS-JULIANO-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO).
           COMPUTE WS-JULIANO-DEVOLUCAO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-DEVOLUCAO).
           IF (WS-JULIANO-DEVOLUCAO > WS-JULIANO-INICIO) THEN
               COMPUTE DIAS-ALUGUER =
                   WS-JULIANO-DEVOLUCAO - WS-JULIANO-INICIO
           ELSE
               MOVE 1 TO DIAS-ALUGUER
           END-IF.
           COMPUTE WS-TARIFA-CEDENCIA ROUNDED =
               FR-T-TARIFA(TIPO-DE-CARRO) * WS-PCT-CEDENCIA.
           COMPUTE ILIQUIDO = (WS-TARIFA-CEDENCIA * DIAS-ALUGUER) +
                              (WS-KMS-BRUTOS * WS-PRECO-KM-CEDENCIA) +
                              CUSTO-COMBUSTIVEL.
           MOVE 0 TO IVA.
           MOVE ILIQUIDO TO TOTAL.
           MOVE 0 TO SALDO-CAUCAO.
           MOVE ILIQUIDO TO SAIDA-VALORES.
           DISPLAY SAIDA-VALORES AT 1337 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE IVA TO SAIDA-VALORES.
           DISPLAY SAIDA-VALORES AT 1537 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE TOTAL TO SAIDA-VALORES.
           DISPLAY SAIDA-VALORES AT 1737 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "USO INTERNO - DEBITADO AO NEGOCIO "
               WS-NEGOCIO-INTERNO ", SEM FATURA NEM IVA."
               FOREGROUND-COLOR 6 HIGHLIGHT AT 2001.
           PERFORM IMPRIMIR-GUIA-INTERNA.
           GO FECHO-DEVOLUCAO.

      * ---------------------------------------------------------------
      * PRORROGACAO: o cliente telefona a pedir mais dias antes da
      * data prevista de devolucao. Acrescenta dias ao contrato
               MOVE SPACES TO WS-CONTA-CORP-CTR
               GO FIM-LER-CONTA-CORP
           END-IF.
           ACCEPT WS-TIT-HOJE FROM DATE YYYYMMDD.
           MOVE "E" TO WS-TN-TIPO-CONTA.
           MOVE WS-CONTA-CORP-CTR TO WS-TN-CONTA.
           PERFORM CALCULAR-ATRASO-CONTA.
           IF (WS-TIT-MAIOR-ATRASO > WS-TIT-DIAS-BLOQUEIO) THEN
               DISPLAY "CONTA COM DIVIDA VENCIDA - PAGA NA DEVOLUCAO!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1924
               MOVE "T03" TO WS-ERRO-PROGRAMA
               MOVE "CONTA CORP COM DIVIDA VENCIDA" TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               MOVE "EL" TO WS-OCO-TIPO
               MOVE WS-CONTA-CORP-CTR TO WS-OCO-REFERENCIA
               MOVE CCO-T-SALDO(WS-CCO-ACHADA) TO WS-OCO-VALOR
               MOVE "DIVIDA VENCIDA" TO WS-OCO-DETALHE
               PERFORM AUTORIZAR-EXCECAO-CTR
                   THRU FIM-AUTORIZAR-EXCECAO-CTR
               IF (WS-AUT-OK NOT = "S") THEN
                   MOVE "N" TO WS-FATURAR-CONTA
                   MOVE SPACES TO WS-CONTA-CORP-CTR
                   GO FIM-LER-CONTA-CORP
               END-IF
               DISPLAY " " ERASE EOL AT 1924
           END-IF.
           COMPUTE WS-ESTIMATIVA-CORP ROUNDED =
               DIAS-ALUGUER * FR-T-TARIFA(TIPO-DE-CARRO) *
               (1 + WS-TAXA-IVA).
               MOVE "T03" TO WS-ERRO-PROGRAMA
               MOVE "CONTA CORP ACIMA DO LIMITE" TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               MOVE "EL" TO WS-OCO-TIPO
               MOVE WS-CONTA-CORP-CTR TO WS-OCO-REFERENCIA
               COMPUTE WS-OCO-VALOR = CCO-T-SALDO(WS-CCO-ACHADA) +
                   WS-ESTIMATIVA-CORP - CCO-T-LIMITE(WS-CCO-ACHADA)
               MOVE "ACIMA DO LIMITE DE CREDITO" TO WS-OCO-DETALHE
               PERFORM AUTORIZAR-EXCECAO-CTR
                   THRU FIM-AUTORIZAR-EXCECAO-CTR
               IF (WS-AUT-OK NOT = "S") THEN
                   MOVE "N" TO WS-FATURAR-CONTA
                   MOVE SPACES TO WS-CONTA-CORP-CTR
                   GO FIM-LER-CONTA-CORP
               END-IF
               DISPLAY " " ERASE EOL AT 1924
           END-IF.
           DISPLAY CCO-T-NOME(WS-CCO-ACHADA) AT 1924
           FOREGROUND-COLOR 6 HIGHLIGHT.
       FIM-LER-CONTA-CORP.
           EXIT.

      * Excecao a um cliente bloqueado ou a uma conta corporativa com
      * divida vencida ou acima do limite: so com o perfil da funcao
      * EXCECAO-CTR na matriz de autorizacoes, ou com codigo e PIN de
      * um gestor. A excecao concedida fica em OCORRENCIAS.DAT (tipo,
      * referencia e valor postos antes em WS-OCO-) para o relatorio
      * de excecoes por operador.
       AUTORIZAR-EXCECAO-CTR.
           MOVE "N" TO WS-AUT-OK.
           MOVE SPACES TO WS-AUT-CODIGO.
           DISPLAY "AUTORIZAR EXCECAO? (S/N):" AT 2201.
           ACCEPT WS-AUT-TENTAR AT 2227 FOREGROUND-COLOR 3 HIGHLIGHT.
           IF (FUNCTION UPPER-CASE(WS-AUT-TENTAR) NOT = "S") THEN
               DISPLAY " " ERASE EOL AT 2201
               GO FIM-AUTORIZAR-EXCECAO-CTR
           END-IF.
           MOVE "EXCECAO-CTR" TO WS-AUT-FUNCAO.
           PERFORM OBTER-PERFIL-MIN-AUT.
           MOVE WS-OPERADOR-PERFIL TO WS-AUT-PERFIL-OVR.
           PERFORM AVALIAR-PERFIL-AUT.
           IF (WS-AUT-OK NOT = "S") THEN
               DISPLAY "CODIGO DO GESTOR:" AT 2201
               ACCEPT WS-AUT-CODIGO AT 2219 FOREGROUND-COLOR 3
               HIGHLIGHT
               DISPLAY "PIN:" AT 2225
               ACCEPT WS-AUT-PIN AT 2230 FOREGROUND-COLOR 3 HIGHLIGHT
               PERFORM LER-PERFIL-GESTOR-AUT
               PERFORM AVALIAR-PERFIL-AUT
           END-IF.
           DISPLAY " " ERASE EOL AT 2201.
           IF (WS-AUT-OK NOT = "S") THEN
               MOVE WS-AUT-FUNCAO TO WS-ERRO-PROGRAMA
               MOVE "ACESSO RECUSADO (SEM PERFIL)" TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               DISPLAY "EXCECAO RECUSADA!" FOREGROUND-COLOR 4
               HIGHLIGHT AT 2201
               GO FIM-AUTORIZAR-EXCECAO-CTR
           END-IF.
           MOVE SPACES TO WS-OCO-AUTORIZADOR.
           IF (WS-AUT-CODIGO NOT = SPACES) THEN
               MOVE FUNCTION UPPER-CASE(WS-AUT-CODIGO)
                   TO WS-OCO-AUTORIZADOR
               MOVE WS-AUT-FUNCAO TO WS-ERRO-PROGRAMA
               STRING "OVERRIDE APROVADO POR " WS-OCO-AUTORIZADOR
                   DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
           END-IF.
           MOVE "T03" TO WS-OCO-PROGRAMA.
           PERFORM REGISTAR-OCORRENCIA.
           DISPLAY "EXCECAO AUTORIZADA." FOREGROUND-COLOR 2
           HIGHLIGHT AT 2201.
       FIM-AUTORIZAR-EXCECAO-CTR.
           EXIT.

      * Canal de reserva: o contrato trazido por um corretor ou
      * agencia fica com o codigo dele, para o extrato mensal de
      * comissoes. Em branco e uma reserva direta sem comissao.
       LER-CANAL-RESERVA.
           MOVE SPACES TO WS-CANAL-CONTRATO.
           IF (WS-NUM-CORRETORES = 0) THEN
               GO FIM-LER-CANAL-RESERVA
           END-IF.
           DISPLAY "CANAL - CODIGO DO CORRETOR (ENTER=DIRETO):"
               AT 1901.
           ACCEPT WS-CANAL-CONTRATO AT 1944 FOREGROUND-COLOR 3
           HIGHLIGHT.
           MOVE FUNCTION UPPER-CASE(WS-CANAL-CONTRATO)
               TO WS-CANAL-CONTRATO.
           IF (WS-CANAL-CONTRATO = SPACES) THEN
               GO FIM-LER-CANAL-RESERVA
           END-IF.
           MOVE WS-CANAL-CONTRATO TO WS-CORRETOR-PESQ.
           PERFORM PROCURAR-CORRETOR.
           IF (WS-COR-ACHADO = 0) THEN
               DISPLAY "CORRETOR DESCONHECIDO!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1950
               MOVE "T03" TO WS-ERRO-PROGRAMA
               MOVE "CANAL DE RESERVA DESCONHECIDO" TO
                   WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               DISPLAY " " ERASE EOL AT 1901
               GO LER-CANAL-RESERVA
           END-IF.
           IF (COR-T-ATIVO(WS-COR-ACHADO) NOT = "S") THEN
               DISPLAY "CORRETOR INATIVO!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1950
               DISPLAY " " ERASE EOL AT 1901
               GO LER-CANAL-RESERVA
           END-IF.
           DISPLAY COR-T-NOME(WS-COR-ACHADO) AT 1950
           FOREGROUND-COLOR 6 HIGHLIGHT.
       FIM-LER-CANAL-RESERVA.
           EXIT.

      * Aplica o plano de km do contrato: km incluidos por dia vezes
      * os dias, excedente ao preco do plano e suplemento diario.
      * Contratos antigos sem plano gravado valem o plano STD.

       IMPRIMIR-ADENDA.
           OPEN EXTEND CONTRATO-ALUGUER.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-IF.
           MOVE "================================================"
               TO CONTRATO-LINHA
           WRITE CONTRATO-LINHA.
              (WS-TIPO-CARRO2 <= WS-NUM-VIATURAS) AND
              (WS-TIPO-CARRO2 NOT = TIPO-DE-CARRO) THEN
               IF (FR-T-ATIVO(WS-TIPO-CARRO2) = "S") AND
                  (FR-T-RES-DIAS(WS-TIPO-CARRO2) = 0) AND
                  (FR-T-DISPONIVEL(WS-TIPO-CARRO2) NOT = "T") THEN
                   MOVE "S" TO WS-CARRO-OK
               END-IF
           END-IF.

       IMPRIMIR-ADENDA-TROCA.
           OPEN EXTEND CONTRATO-ALUGUER.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-IF.
           MOVE "================================================"
               TO CONTRATO-LINHA
           WRITE CONTRATO-LINHA.
           MOVE 0 TO CTR-DATA-TROCA.
           MOVE 0 TO CTR-KMS-TROCA.
           MOVE WS-NIF-CONTRATO TO CTR-NIF.
           MOVE WS-CANAL-CONTRATO TO CTR-CANAL.
           MOVE WS-NEGOCIO-INTERNO TO CTR-INTERNO.
           MOVE WS-FILIAL-DEVOLUCAO TO CTR-FILIAL-DEV.
           MOVE WS-NUM-COND-EXTRA TO CTR-NUM-EXTRAS.
           PERFORM VARYING IDX-CE FROM 1 BY 1 UNTIL IDX-CE > 3
               IF (IDX-CE <= WS-NUM-COND-EXTRA) THEN
                   MOVE SPACES TO CTR-CE-CARTA(IDX-CE)
               END-IF
           END-PERFORM.
           MOVE WS-NUM-EQUIP-CTR TO CTR-NUM-EQUIP.
           PERFORM VARYING IDX-EQ FROM 1 BY 1 UNTIL IDX-EQ > 3
               IF (IDX-EQ <= WS-NUM-EQUIP-CTR) THEN
                   MOVE WS-EQ-CODIGO(IDX-EQ) TO CTR-EQ-CODIGO(IDX-EQ)
                   MOVE WS-EQ-QTD(IDX-EQ) TO CTR-EQ-QTD(IDX-EQ)
                   MOVE WS-EQ-PRECO(IDX-EQ) TO CTR-EQ-PRECO(IDX-EQ)
               ELSE
                   MOVE SPACES TO CTR-EQ-CODIGO(IDX-EQ)
                   MOVE 0 TO CTR-EQ-QTD(IDX-EQ)
                   MOVE 0 TO CTR-EQ-PRECO(IDX-EQ)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CONTRATOS-STATUS.
           OPEN I-O FICHEIRO-CONTRATOS.
      * So o estado 35 (ficheiro inexistente) autoriza a criacao; um
           IF (WS-CONTRATOS-STATUS = "00") THEN
               WRITE REG-CONTRATO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CONTRATO-GRAVADO
                       MOVE "I" TO WS-JRN-OPERACAO
                       PERFORM JORNAL-CONTRATO
               END-WRITE
           ELSE
               DISPLAY "CONTRATOS.DAT INDISPONIVEL (ESTADO "
               READ FICHEIRO-CONTRATOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REG-CONTRATO TO WS-JRN-ANTES
                       MOVE WS-CTR-SAVE TO REG-CONTRATO
                       REWRITE REG-CONTRATO
                       IF (WS-CONTRATOS-STATUS = "00") THEN
                           MOVE "A" TO WS-JRN-OPERACAO
                           PERFORM JORNAL-CONTRATO
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHEIRO-CONTRATOS.

       IMPRIMIR-ABERTURA.
           OPEN EXTEND CONTRATO-ALUGUER.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-IF.
           MOVE "================================================"
               TO CONTRATO-LINHA
           WRITE CONTRATO-LINHA.
               MOVE "CONSUMIDOR FINAL" TO CONTRATO-LINHA
           END-IF.
           WRITE CONTRATO-LINHA.
           IF (WS-CANAL-CONTRATO NOT = SPACES) THEN
               STRING "CANAL: " WS-CANAL-CONTRATO " "
                   COR-T-NOME(WS-COR-ACHADO)
                   DELIMITED BY SIZE INTO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-IF.
           IF (WS-NEGOCIO-INTERNO NOT = SPACES) THEN
               MOVE SPACES TO CONTRATO-LINHA
               STRING "USO INTERNO - NEGOCIO " WS-NEGOCIO-INTERNO
                   " (SEM FATURA NEM IVA)"
                   DELIMITED BY SIZE INTO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-IF.
           PERFORM VARYING IDX-CE FROM 1 BY 1
               UNTIL IDX-CE > WS-NUM-COND-EXTRA
               STRING "CONDUTOR ADICIONAL " IDX-CE " (CARTA): "
                   DELIMITED BY SIZE INTO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-PERFORM.
           PERFORM VARYING IDX-EQ FROM 1 BY 1
               UNTIL IDX-EQ > WS-NUM-EQUIP-CTR
               MOVE WS-EQ-PRECO(IDX-EQ) TO SAIDA-VALORES
               MOVE SPACES TO CONTRATO-LINHA
               STRING "EQUIP.: " WS-EQ-DESCRICAO(IDX-EQ)
                   " X" WS-EQ-QTD(IDX-EQ) " " SAIDA-VALORES "/DIA"
                   DELIMITED BY SIZE INTO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-PERFORM.
           MOVE "================================================"
               TO CONTRATO-LINHA
           WRITE CONTRATO-LINHA.
           MOVE WS-DATA-DEVOLUCAO
               TO CTR-DATA-DEVOLUCAO.
           MOVE KMS-EFETUADOS TO CTR-KMS.
           MOVE WS-FILIAL-DEVOLUCAO TO CTR-FILIAL-DEV.
           PERFORM REGRAVAR-CONTRATO.
           MOVE 0 TO FR-T-RES-DIAS(TIPO-DE-CARRO).
           MOVE "S" TO FR-T-DISPONIVEL(TIPO-DE-CARRO).
           MOVE WS-FILIAL-DEVOLUCAO TO FR-T-LOCAL(TIPO-DE-CARRO).
           PERFORM GRAVAR-FROTA.
           PERFORM DEVOLVER-EQUIPAMENTOS.

       SEMEAR-FROTA.
           MOVE 3 TO WS-NUM-VIATURAS.
               FOREGROUND-COLOR 4 HIGHLIGHT AT 2001
               MOVE "N" TO WS-RESERVA-OK
           END-IF.
           IF (FR-T-DISPONIVEL(TIPO-DE-CARRO) = "T") THEN
               DISPLAY "VEICULO EM TRANSFERENCIA ENTRE FILIAIS!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 2001
               MOVE "N" TO WS-RESERVA-OK
           END-IF.
           IF (FR-T-RES-DIAS(TIPO-DE-CARRO) > 0) THEN
               COMPUTE WS-JULIANO-EXIST = FUNCTION INTEGER-OF-DATE(
                   FR-T-RES-INICIO(TIPO-DE-CARRO))
                   FR-T-RES-DIAS(TIPO-DE-CARRO)
               IF (WS-JULIANO-HOJE >= WS-JULIANO-EXIST-FIM) THEN
                   MOVE 0 TO FR-T-RES-DIAS(TIPO-DE-CARRO)
                   IF (FR-T-DISPONIVEL(TIPO-DE-CARRO) NOT = "T") THEN
                       MOVE "S" TO FR-T-DISPONIVEL(TIPO-DE-CARRO)
                   END-IF
               ELSE
                   IF (WS-JULIANO-NOVO < WS-JULIANO-EXIST-FIM) AND
                      (WS-JULIANO-NOVO-FIM > WS-JULIANO-EXIST) THEN
                   MOVE "CLIENTE BLOQUEADO RECUSADO" TO
                       WS-ERRO-MENSAGEM
                   PERFORM REGISTAR-ERRO
                   MOVE "EB" TO WS-OCO-TIPO
                   MOVE CARTA-CONDUCAO TO WS-OCO-REFERENCIA
                   MOVE CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO)
                       TO WS-OCO-VALOR
                   MOVE CAL-T-MOTIVO(WS-CAL-ACHADO) TO WS-OCO-DETALHE
                   PERFORM AUTORIZAR-EXCECAO-CTR
                       THRU FIM-AUTORIZAR-EXCECAO-CTR
                   IF (WS-AUT-OK = "S") THEN
                       MOVE "N" TO WS-CLIENTE-BLOQUEADO
                   END-IF
               END-IF
               MOVE CAL-T-VALIDADE(WS-CAL-ACHADO) TO CARTA-VALIDADE
               DISPLAY "CLIENTE HABITUAL: "
       FIM-LER-CONDUTORES-EXTRA.
           EXIT.

      * Uso interno: o carro sai para outro negocio do grupo (a
      * pizzaria quando uma mota de entregas avaria, a agua) sem
      * caucao, fatura nem IVA. Em branco e um aluguer a cliente.
       LER-USO-INTERNO.
           MOVE SPACES TO WS-NEGOCIO-INTERNO.
           DISPLAY "USO INTERNO - NEGOCIO (PIZ/AGA, ENTER=CLIENTE):"
               AT 1901.
           ACCEPT WS-NEGOCIO-INTERNO AT 1950 FOREGROUND-COLOR 3
           HIGHLIGHT.
           MOVE FUNCTION UPPER-CASE(WS-NEGOCIO-INTERNO)
               TO WS-NEGOCIO-INTERNO.
           IF (NOT NEGOCIO-INTERNO-VALIDO) THEN
               DISPLAY "NEGOCIO DESCONHECIDO!" FOREGROUND-COLOR 4
               HIGHLIGHT AT 2101
               MOVE "T03" TO WS-ERRO-PROGRAMA
               MOVE "NEGOCIO DE USO INTERNO INVALIDO" TO
                   WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               DISPLAY " " ERASE EOL AT 1901
               GO LER-USO-INTERNO
           END-IF.
           DISPLAY " " ERASE EOL AT 1901.
           DISPLAY " " ERASE EOL AT 2101.
       FIM-LER-USO-INTERNO.
           EXIT.

      * Equipamento extra (cadeiras de crianca, GPS, correntes de
      * neve): ate 3 artigos por contrato, cada um limitado ao stock
      * da filial de levantamento. O stock so e abatido depois de o
      * contrato ficar gravado (RETIRAR-EQUIPAMENTOS).
       LER-EQUIPAMENTOS.
           MOVE 0 TO WS-NUM-EQUIP-CTR.
           INITIALIZE TABELA-EQUIP-CTR.
           IF (WS-FILIAL-LEVANTAMENTO = 0) THEN
               MOVE 1 TO WS-FILIAL-LEVANTAMENTO
           END-IF.
           PERFORM CARREGAR-EQUIPAMENTOS.
       LER-EQUIPAMENTO-ITEM.
           IF (WS-NUM-EQUIP-CTR >= 3) THEN
               GO FIM-LER-EQUIPAMENTOS
           END-IF.
           DISPLAY " " ERASE EOL AT 1901.
           DISPLAY "EQUIPAMENTO (CODIGO, ENTER=FIM):" AT 1901.
           MOVE SPACES TO WS-EQP-PESQ.
           ACCEPT WS-EQP-PESQ AT 1934 FOREGROUND-COLOR 3 HIGHLIGHT.
           IF (WS-EQP-PESQ = SPACES) THEN
               GO FIM-LER-EQUIPAMENTOS
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-EQP-PESQ) TO WS-EQP-PESQ.
           PERFORM PROCURAR-EQUIPAMENTO.
           IF (WS-EQP-ACHADO = 0) THEN
               DISPLAY "EQUIPAMENTO NAO EXISTE!" FOREGROUND-COLOR 4
               HIGHLIGHT AT 2101
               GO LER-EQUIPAMENTO-ITEM
           END-IF.
           DISPLAY " " ERASE EOL AT 2101.
           DISPLAY EQP-T-DESCRICAO(WS-EQP-ACHADO) " QUANTIDADE:"
               AT 1940.
           ACCEPT WS-EQ-QTD-LIDA AT 1973 FOREGROUND-COLOR 3 HIGHLIGHT.
           IF (WS-EQ-QTD-LIDA = 0) THEN
               GO LER-EQUIPAMENTO-ITEM
           END-IF.
           MOVE WS-EQ-QTD-LIDA TO WS-EQ-JA-PEDIDO.
           PERFORM VARYING IDX-EQ FROM 1 BY 1
               UNTIL IDX-EQ > WS-NUM-EQUIP-CTR
               IF (WS-EQ-CODIGO(IDX-EQ) = WS-EQP-PESQ) THEN
                   ADD WS-EQ-QTD(IDX-EQ) TO WS-EQ-JA-PEDIDO
               END-IF
           END-PERFORM.
           IF (WS-EQ-JA-PEDIDO > EQP-T-STOCK(WS-EQP-ACHADO,
                                 WS-FILIAL-LEVANTAMENTO)) THEN
               DISPLAY "SEM STOCK NA FILIAL " WS-FILIAL-LEVANTAMENTO
                   " (DISPONIVEIS: "
                   EQP-T-STOCK(WS-EQP-ACHADO, WS-FILIAL-LEVANTAMENTO)
                   ")!" FOREGROUND-COLOR 4 HIGHLIGHT AT 2101
               MOVE "T03" TO WS-ERRO-PROGRAMA
               MOVE "EQUIPAMENTO SEM STOCK NA FILIAL" TO
                   WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO LER-EQUIPAMENTO-ITEM
           END-IF.
           ADD 1 TO WS-NUM-EQUIP-CTR.
           MOVE WS-EQP-PESQ TO WS-EQ-CODIGO(WS-NUM-EQUIP-CTR).
           MOVE EQP-T-DESCRICAO(WS-EQP-ACHADO)
               TO WS-EQ-DESCRICAO(WS-NUM-EQUIP-CTR).
           MOVE WS-EQ-QTD-LIDA TO WS-EQ-QTD(WS-NUM-EQUIP-CTR).
           MOVE EQP-T-PRECO-DIA(WS-EQP-ACHADO)
               TO WS-EQ-PRECO(WS-NUM-EQUIP-CTR).
           MOVE EQP-T-VALOR-REPOSICAO(WS-EQP-ACHADO)
               TO WS-EQ-REPOSICAO(WS-NUM-EQUIP-CTR).
           GO LER-EQUIPAMENTO-ITEM.
       FIM-LER-EQUIPAMENTOS.
           DISPLAY " " ERASE EOL AT 1901.
           DISPLAY " " ERASE EOL AT 2101.

       RETIRAR-EQUIPAMENTOS.
           IF (WS-NUM-EQUIP-CTR > 0) THEN
               PERFORM CARREGAR-EQUIPAMENTOS
               PERFORM VARYING IDX-EQ FROM 1 BY 1
                   UNTIL IDX-EQ > WS-NUM-EQUIP-CTR
                   MOVE WS-EQ-CODIGO(IDX-EQ) TO WS-EQP-PESQ
                   PERFORM PROCURAR-EQUIPAMENTO
                   IF (WS-EQP-ACHADO > 0) THEN
                       IF (EQP-T-STOCK(WS-EQP-ACHADO,
                           WS-FILIAL-LEVANTAMENTO) <
                           WS-EQ-QTD(IDX-EQ)) THEN
                           MOVE 0 TO EQP-T-STOCK(WS-EQP-ACHADO,
                               WS-FILIAL-LEVANTAMENTO)
                       ELSE
                           SUBTRACT WS-EQ-QTD(IDX-EQ) FROM
                               EQP-T-STOCK(WS-EQP-ACHADO,
                               WS-FILIAL-LEVANTAMENTO)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM GRAVAR-EQUIPAMENTOS
           END-IF.

      * Repoe na tabela de trabalho o equipamento do contrato em
      * buffer, com a descricao e o valor de reposicao atuais.
       CARREGAR-EQUIP-CONTRATO.
           MOVE 0 TO WS-NUM-EQUIP-CTR.
           INITIALIZE TABELA-EQUIP-CTR.
           IF (CTR-NUM-EQUIP IS NUMERIC) THEN
               MOVE CTR-NUM-EQUIP TO WS-NUM-EQUIP-CTR
           END-IF.
           IF (WS-NUM-EQUIP-CTR > 3) THEN
               MOVE 3 TO WS-NUM-EQUIP-CTR
           END-IF.
           PERFORM CARREGAR-EQUIPAMENTOS.
           PERFORM VARYING IDX-EQ FROM 1 BY 1
               UNTIL IDX-EQ > WS-NUM-EQUIP-CTR
               MOVE CTR-EQ-CODIGO(IDX-EQ) TO WS-EQ-CODIGO(IDX-EQ)
               MOVE CTR-EQ-QTD(IDX-EQ) TO WS-EQ-QTD(IDX-EQ)
               MOVE CTR-EQ-PRECO(IDX-EQ) TO WS-EQ-PRECO(IDX-EQ)
               MOVE CTR-EQ-QTD(IDX-EQ) TO WS-EQ-DEVOLVIDOS(IDX-EQ)
               MOVE CTR-EQ-CODIGO(IDX-EQ) TO WS-EQP-PESQ
               PERFORM PROCURAR-EQUIPAMENTO
               IF (WS-EQP-ACHADO > 0) THEN
                   MOVE EQP-T-DESCRICAO(WS-EQP-ACHADO)
                       TO WS-EQ-DESCRICAO(IDX-EQ)
                   MOVE EQP-T-VALOR-REPOSICAO(WS-EQP-ACHADO)
                       TO WS-EQ-REPOSICAO(IDX-EQ)
               ELSE
                   MOVE CTR-EQ-CODIGO(IDX-EQ)
                       TO WS-EQ-DESCRICAO(IDX-EQ)
               END-IF
           END-PERFORM.

      * Na devolucao confere-se cada artigo: as unidades que faltam ou
      * vem danificadas ficam em DANOS.DAT ja orcamentadas ao valor
      * de reposicao e seguem a liquidacao normal dos danos (caucao,
      * carta de cobranca e divida em contas a receber).
       CONFERIR-EQUIPAMENTOS.
           PERFORM VARYING IDX-EQ FROM 1 BY 1
               UNTIL IDX-EQ > WS-NUM-EQUIP-CTR
               DISPLAY " " ERASE EOL AT 2101
               DISPLAY WS-EQ-DESCRICAO(IDX-EQ) " X" WS-EQ-QTD(IDX-EQ)
                   " - DEVOLVIDOS EM BOM ESTADO:" AT 2101
               ACCEPT WS-EQ-DEVOLVIDOS(IDX-EQ) AT 2155
                   FOREGROUND-COLOR 3 HIGHLIGHT
               IF (WS-EQ-DEVOLVIDOS(IDX-EQ) > WS-EQ-QTD(IDX-EQ)) THEN
                   MOVE WS-EQ-QTD(IDX-EQ) TO WS-EQ-DEVOLVIDOS(IDX-EQ)
               END-IF
               IF (WS-EQ-DEVOLVIDOS(IDX-EQ) < WS-EQ-QTD(IDX-EQ)) THEN
                   PERFORM REGISTAR-DANO-EQUIPAMENTO
               END-IF
           END-PERFORM.
           DISPLAY " " ERASE EOL AT 2101.

       REGISTAR-DANO-EQUIPAMENTO.
           COMPUTE WS-EQ-FALTA =
               WS-EQ-QTD(IDX-EQ) - WS-EQ-DEVOLVIDOS(IDX-EQ).
           OPEN EXTEND FICHEIRO-DANOS.
           IF (WS-DANOS-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-DANOS
           END-IF.
           MOVE WS-CONTRATO-PEDIDO TO DANO-CONTRATO-NUM.
           MOVE FR-T-PLACA(TIPO-DE-CARRO) TO DANO-PLACA.
           MOVE SPACES TO DANO-DESCRICAO.
           STRING "EQUIP. FALTA/DANO " WS-EQ-FALTA "X "
               WS-EQ-DESCRICAO(IDX-EQ)
               DELIMITED BY SIZE INTO DANO-DESCRICAO.
           MOVE WS-DATA-DEVOLUCAO TO DANO-DATA.
           MOVE "O" TO DANO-ESTADO.
           COMPUTE DANO-ORCAMENTO =
               WS-EQ-FALTA * WS-EQ-REPOSICAO(IDX-EQ).
           MOVE 0 TO DANO-CUSTO-FINAL.
           WRITE REG-DANO.
           CLOSE FICHEIRO-DANOS.
           DISPLAY "EQUIPAMENTO EM FALTA REGISTADO COMO DANO."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 2201.

      * O equipamento devolvido em bom estado volta ao stock da filial
      * onde o carro foi entregue.
       DEVOLVER-EQUIPAMENTOS.
           IF (WS-NUM-EQUIP-CTR > 0) THEN
               MOVE WS-FILIAL-DEVOLUCAO TO WS-EQ-FILIAL
               IF (WS-EQ-FILIAL = 0) THEN
                   MOVE WS-FILIAL-LEVANTAMENTO TO WS-EQ-FILIAL
               END-IF
               PERFORM CARREGAR-EQUIPAMENTOS
               PERFORM VARYING IDX-EQ FROM 1 BY 1
                   UNTIL IDX-EQ > WS-NUM-EQUIP-CTR
                   MOVE WS-EQ-CODIGO(IDX-EQ) TO WS-EQP-PESQ
                   PERFORM PROCURAR-EQUIPAMENTO
                   IF (WS-EQP-ACHADO > 0) THEN
                       ADD WS-EQ-DEVOLVIDOS(IDX-EQ) TO
                           EQP-T-STOCK(WS-EQP-ACHADO, WS-EQ-FILIAL)
                   END-IF
               END-PERFORM
               PERFORM GRAVAR-EQUIPAMENTOS
           END-IF.

       IMPRIMIR-CONTRATO.
           OPEN EXTEND CONTRATO-ALUGUER.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-IF.
           MOVE "================================================"
               TO CONTRATO-LINHA
           WRITE CONTRATO-LINHA.
           STRING "FATURA N. ALG-" WS-FATURA-ALG
               DELIMITED BY SIZE INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE WS-FH-LINHA-CODIGO TO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE WS-FH-LINHA-ATCUD TO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE SPACES TO CONTRATO-LINHA.
           IF (WS-NIF-CONTRATO > 0) THEN
               STRING "NIF DO CLIENTE: " WS-NIF-CONTRATO
                   DELIMITED BY SIZE INTO CONTRATO-LINHA
                   DELIMITED BY SIZE INTO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-IF.
           PERFORM VARYING IDX-EQ FROM 1 BY 1
               UNTIL IDX-EQ > WS-NUM-EQUIP-CTR
               COMPUTE WS-EQ-CUSTO-ITEM = WS-EQ-QTD(IDX-EQ) *
                   WS-EQ-PRECO(IDX-EQ) * DIAS-ALUGUER
               MOVE WS-EQ-CUSTO-ITEM TO SAIDA-VALORES
               MOVE SPACES TO CONTRATO-LINHA
               STRING "EQUIP.: " WS-EQ-DESCRICAO(IDX-EQ)
                   " X" WS-EQ-QTD(IDX-EQ) ": " SAIDA-VALORES
                   DELIMITED BY SIZE INTO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-PERFORM.
           PERFORM VARYING IDX-CE FROM 1 BY 1
               UNTIL IDX-CE > WS-NUM-COND-EXTRA
               STRING "CONDUTOR ADICIONAL " IDX-CE " (CARTA): "
           STRING "CAUCAO RETIDA: " SAIDA-VALORES
               DELIMITED BY SIZE INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE WS-FH-LINHA-HASH TO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE "================================================"
               TO CONTRATO-LINHA
           WRITE CONTRATO-LINHA.
           CLOSE CONTRATO-ALUGUER.

      * Guia de cedencia interna - substitui a fatura no contrato de
      * uso interno.
       IMPRIMIR-GUIA-INTERNA.
           OPEN EXTEND CONTRATO-ALUGUER.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-IF.
           MOVE "================================================"
               TO CONTRATO-LINHA
           WRITE CONTRATO-LINHA.
           MOVE SPACES TO CONTRATO-LINHA.
           STRING "GUIA DE USO INTERNO - CONTRATO Nº "
               WS-CONTRATO-PEDIDO
               DELIMITED BY SIZE INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE SPACES TO CONTRATO-LINHA.
           STRING "NEGOCIO DEBITADO: " WS-NEGOCIO-INTERNO
               "  (SEM FATURA NEM IVA)"
               DELIMITED BY SIZE INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE SPACES TO CONTRATO-LINHA.
           STRING "CONDUTOR: " WS-CLIENTE-CONTRATO
               DELIMITED BY SIZE INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE SPACES TO CONTRATO-LINHA.
           STRING "CARRO: " FR-T-MODELO(TIPO-DE-CARRO)
               " (" FR-T-PLACA(TIPO-DE-CARRO) ")"
               DELIMITED BY SIZE INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE SPACES TO CONTRATO-LINHA.
           STRING "SAIDA: " WS-DATA-INICIO
               "   REGRESSO: " WS-DATA-DEVOLUCAO
               DELIMITED BY SIZE INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE SPACES TO CONTRATO-LINHA.
           STRING "DIAS DE USO: " DIAS-ALUGUER
               "   KMS: " WS-KMS-BRUTOS
               DELIMITED BY SIZE INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE WS-TARIFA-CEDENCIA TO SAIDA-VALORES.
           MOVE SPACES TO CONTRATO-LINHA.
           STRING "TARIFA INTERNA/DIA: " SAIDA-VALORES
               "  KM: " WS-PRECO-KM-CEDENCIA
               DELIMITED BY SIZE INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           IF (CUSTO-COMBUSTIVEL > 0) THEN
               MOVE CUSTO-COMBUSTIVEL TO SAIDA-VALORES
               MOVE SPACES TO CONTRATO-LINHA
               STRING "TAXA DE REABASTECIMENTO: " SAIDA-VALORES
                   DELIMITED BY SIZE INTO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-IF.
           MOVE TOTAL TO SAIDA-VALORES.
           MOVE SPACES TO CONTRATO-LINHA.
           STRING "VALOR DA CEDENCIA: " SAIDA-VALORES
               DELIMITED BY SIZE INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE "================================================"
               TO CONTRATO-LINHA
           WRITE CONTRATO-LINHA.
           MOVE WS-CONTA-CORP-CTR TO ALG-CONTA-CORP.
           MOVE WS-NIF-CONTRATO TO ALG-NIF.
           MOVE WS-FATURA-ALG TO ALG-FATURA-NUM.
           MOVE WS-CANAL-CONTRATO TO ALG-CANAL.
           MOVE WS-NEGOCIO-INTERNO TO ALG-INTERNO.
           WRITE REG-ALUGUER.
           CLOSE FICHEIRO-ALUGUERES.

           MOVE WS-FATURA-ALG TO REG-CTR-FATURA.
           WRITE REG-CTR-FATURA.
           CLOSE FICHEIRO-CTR-FATURA.
           MOVE "ALG" TO WS-FH-SERIE.
           MOVE WS-FATURA-ALG TO WS-FH-NUMERO.
           MOVE WS-DATA-INICIO TO WS-FH-DATA.
           MOVE TOTAL TO WS-FH-TOTAL.
           PERFORM ENCADEAR-FATURA.

      * O contrato faturado a empresa fica em contas a receber com o
      * numero da fatura ALG: o reabastecimento (com IVA) num titulo
      * proprio e o resto do total noutro.
       LANCAR-TITULOS-CORP.
           MOVE "E" TO WS-TN-TIPO-CONTA.
           MOVE WS-CONTA-CORP-CTR TO WS-TN-CONTA.
           MOVE WS-CONTRATO-PEDIDO TO WS-TN-CONTRATO.
           MOVE WS-FATURA-ALG TO WS-TN-FATURA.
           MOVE WS-DATA-DEVOLUCAO TO WS-TN-DATA.
           MOVE 0 TO WS-TITULO-COMB.
           IF (CUSTO-COMBUSTIVEL > 0) THEN
               COMPUTE WS-TITULO-COMB ROUNDED =
                   CUSTO-COMBUSTIVEL * (1 + WS-TAXA-IVA)
               MOVE "C" TO WS-TN-TIPO-DOC
               MOVE "REABASTECIMENTO" TO WS-TN-DESCRICAO
               MOVE WS-TITULO-COMB TO WS-TN-VALOR
               PERFORM LANCAR-TITULO THRU FIM-LANCAR-TITULO
           END-IF.
           MOVE "F" TO WS-TN-TIPO-DOC.
           MOVE "ALUGUER" TO WS-TN-DESCRICAO.
           COMPUTE WS-TN-VALOR = TOTAL - WS-TITULO-COMB.
           PERFORM LANCAR-TITULO THRU FIM-LANCAR-TITULO.

       COPY "ERRO-LOG-PROC.cpy".
       COPY "CONTRATO-CONTADOR-PROC.cpy".
       COPY "PLANOS-KM-PROC.cpy".
       COPY "EPOCAS-PROC.cpy".
       COPY "CONTAS-CORP-PROC.cpy".
       COPY "CORRETORES-PROC.cpy".
       COPY "CONTAS-RECEBER-PROC.cpy".
       COPY "CLIENTES-ALUGUER-PROC.cpy".
       COPY "OPERADOR-SESSAO-PROC.cpy".
       COPY "EQUIPAMENTOS-PROC.cpy".
       COPY "FATURA-HASH-PROC.cpy".

       COPY "JORNAL-CONTRATOS-PROC.cpy".

       COPY "AUTORIZA-PROC.cpy".

       COPY "OCORRENCIAS-PROC.cpy".

       END PROGRAM T03.
