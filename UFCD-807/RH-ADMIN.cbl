      * Date:
      * Purpose: Administracao de pessoal - admite, altera e cessa
      *          empregados em EMPREGADOS.DAT (os cessados ficam
      *          marcados, nao apagados, para o historico sobreviver;
      *          a marca e posta pelo acerto de contas, RH-ACERTO, e
      *          a ficha fica entao bloqueada a alteracoes)
      *          e regista todas as alteracoes em AUDIT-RH.DAT com o
      *          valor antigo e o novo - em especial as mudancas de
      *          IBAN. As mudancas de salario levam data de efeito e
      *          ficam em ALTERACOES-SALARIO.DAT; as que recuam a
      *          periodos ja processados seguem para os retroativos.
      *          O NIF (para a declaracao mensal de remuneracoes) e
      *          validado pelo digito de controlo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "EMPREGADOS-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "ALTERACOES-SALARIO-SELECT.cpy".
           SELECT FICHEIRO-EMP-CTL ASSIGN TO "EMPREGADOS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-CTL-STATUS.
       FILE SECTION.
           COPY "EMPREGADOS-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "ALTERACOES-SALARIO-FD.cpy".

       FD  FICHEIRO-EMP-CTL.
       01  REG-EMP-CTL.
           05 AUD-DEPOIS          PIC X(25).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-EMPREGADOS-WS.cpy".
       77 WS-EMPREGADOS-STATUS   PIC XX VALUES SPACES.
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "NIF-WS.cpy".
       77 WS-AUDIT-STATUS        PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 5.
       77 WS-EMP-ACHADO          PIC 9(03) VALUES 0.
       77 NOME                   PIC X(30) VALUES SPACES.
       77 WS-CAMPO               PIC 9(01) VALUES 0.
           88 VALIDAR-CAMPO VALUES 1 THRU 5.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-VALOR-ANTES         PIC X(25) VALUES SPACES.
       77 WS-VALOR-DEPOIS        PIC X(25) VALUES SPACES.
       77 WS-EMP-CTL-STATUS      PIC XX VALUES SPACES.
       77 WS-EMP-CTL-ERRO        PIC A VALUES "N".
       77 WS-EMP-HASH            PIC 9(10)V99 VALUES 0.
       77 WS-ALT-SALARIO-STATUS  PIC XX VALUES SPACES.
       77 WS-SALARIO-ANTES       PIC 9(06)V99 VALUES 0.
       77 WS-PERIODO-EFEITO      PIC 9(06) VALUES 0.
       77 WS-PERIODO-HOJE        PIC 9(06) VALUES 0.
       01 WS-DATA-EFEITO         PIC 9(08) VALUES 0.
       01 WS-DATA-EFEITO-R REDEFINES WS-DATA-EFEITO.
           05 WS-EFEITO-ANO      PIC 9(04).
           05 WS-EFEITO-MES      PIC 9(02).
               88 EFEITO-MES-VALIDO VALUES 1 THRU 12.
           05 WS-EFEITO-DIA      PIC 9(02).
               88 EFEITO-DIA-VALIDO VALUES 1 THRU 31.
       01 TABELA-EMPREGADOS.
           05 EMP-ITEM OCCURS 200 TIMES INDEXED BY IDX-E.
               10 EMP-T-NOME            PIC X(30).
               10 EMP-T-ESTADO          PIC X(01).
               10 EMP-T-FERIAS-SALDO    PIC 9(02).
               10 EMP-T-SUB-ALIM-DIA    PIC 9(02)V99.
               10 EMP-T-NIF             PIC 9(09).

       PROCEDURE DIVISION.
       MENU-RH.
           MOVE "RH-ADMIN" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           PERFORM CARREGAR-EMPREGADOS.
      * Uma carga truncada seguida da regravacao integral apagaria os
               DISPLAY "SUBSIDIO DE ALIMENTACAO/DIA: "
                   WITH NO ADVANCING
               ACCEPT EMP-T-SUB-ALIM-DIA(WS-NUM-EMPREGADOS)
               PERFORM LER-NIF
               MOVE WS-NIF-VERIFICA TO EMP-T-NIF(WS-NUM-EMPREGADOS)
               PERFORM GRAVAR-EMPREGADOS
               MOVE EMP-T-NOME(WS-NUM-EMPREGADOS) TO NOME
               MOVE "ADMISSAO" TO WS-VALOR-DEPOIS
               PERFORM GRAVAR-AUDIT-ADMISSAO
               DISPLAY "EMPREGADO ADMITIDO.".

      * NIF a zero fica por indicar (e sai nas excecoes da declaracao
      * mensal de remuneracoes); os outros tem de passar o controlo.
       LER-NIF.
           DISPLAY "NIF (0 = POR INDICAR): " WITH NO ADVANCING.
           ACCEPT WS-NIF-VERIFICA.
           IF (WS-NIF-VERIFICA NOT = 0) THEN
               PERFORM VALIDAR-NIF
               IF (WS-NIF-VALIDO = "N") THEN
                   DISPLAY "NIF INVALIDO!"
                   GO LER-NIF
               END-IF
           END-IF.

       GRAVAR-AUDIT-ADMISSAO.
           OPEN EXTEND FICHEIRO-AUDIT.
           MOVE WS-HOJE TO AUD-DATA.
               DISPLAY "EMPREGADO NAO ENCONTRADO!"
           END-IF.

      * A ficha de um empregado cessado fica bloqueada: foi saldada
      * no acerto de contas e ja nao pode mudar.
       ALTERAR-EMPREGADO.
           PERFORM PROCURAR-EMPREGADO.
           IF (WS-EMP-ACHADO > 0) THEN
               IF (EMP-T-ESTADO(WS-EMP-ACHADO) = "T") THEN
                   DISPLAY "REGISTO BLOQUEADO - EMPREGADO CESSADO."
               ELSE
                   PERFORM LER-CAMPO
               END-IF
           END-IF.

       LER-CAMPO.
           DISPLAY "CAMPO A ALTERAR (1-IBAN 2-DEPARTAMENTO"
               " 3-FILHOS 4-SALARIO 5-NIF): " WITH NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF (NOT VALIDAR-CAMPO) THEN
               DISPLAY "CAMPO INVALIDO!"
                       TO WS-VALOR-DEPOIS
                   PERFORM GRAVAR-AUDIT-CAMPO-FILHOS
               WHEN 4
                   PERFORM ALTERAR-SALARIO
               WHEN 5
                   IF (EMP-T-NIF(WS-EMP-ACHADO) IS NUMERIC) THEN
                       MOVE EMP-T-NIF(WS-EMP-ACHADO) TO WS-VALOR-ANTES
                   ELSE
                       MOVE SPACES TO WS-VALOR-ANTES
                   END-IF
                   PERFORM LER-NIF
                   MOVE WS-NIF-VERIFICA TO EMP-T-NIF(WS-EMP-ACHADO)
                   MOVE WS-NIF-VERIFICA TO WS-VALOR-DEPOIS
                   PERFORM GRAVAR-AUDIT-CAMPO-NIF
           END-EVALUATE.
           PERFORM GRAVAR-EMPREGADOS.
           DISPLAY "ALTERACAO GRAVADA E AUDITADA.".

      * O salario contratual muda com data de efeito: o registo do
      * empregado passa ja a nova taxa e a alteracao fica no ficheiro
      * proprio; se o efeito recua a um mes anterior, os periodos ja
      * fechados desde essa data sao recalculados no RH-RETROATIVOS.
       ALTERAR-SALARIO.
           MOVE EMP-T-SALARIO-BASE(WS-EMP-ACHADO) TO WS-SALARIO-ANTES.
           MOVE WS-SALARIO-ANTES TO WS-NUMERO-S.
           MOVE WS-NUMERO-S TO WS-VALOR-ANTES.
           DISPLAY "NOVO SALARIO CONTRATUAL: " WITH NO ADVANCING.
           ACCEPT WS-NOVO-NUMERO.
           PERFORM LER-DATA-EFEITO.
           MOVE WS-NOVO-NUMERO TO EMP-T-SALARIO-BASE(WS-EMP-ACHADO).
           MOVE WS-NOVO-NUMERO TO WS-NUMERO-S.
           MOVE SPACES TO WS-VALOR-DEPOIS.
           STRING WS-NUMERO-S " EFEITO " WS-DATA-EFEITO
               DELIMITED BY SIZE INTO WS-VALOR-DEPOIS.
           PERFORM GRAVAR-AUDIT-CAMPO-SALARIO.
           PERFORM REGISTAR-ALT-SALARIO.

       LER-DATA-EFEITO.
           MOVE 0 TO WS-DATA-EFEITO.
           DISPLAY "DATA DE EFEITO (AAAAMMDD, 0 = HOJE): "
               WITH NO ADVANCING.
           ACCEPT WS-DATA-EFEITO.
           IF (WS-DATA-EFEITO = 0) THEN
               MOVE WS-HOJE TO WS-DATA-EFEITO
           END-IF.
           IF (NOT EFEITO-MES-VALIDO) OR (NOT EFEITO-DIA-VALIDO) OR
              (WS-DATA-EFEITO > WS-HOJE) THEN
               DISPLAY "DATA DE EFEITO INVALIDA OU FUTURA!"
               GO LER-DATA-EFEITO
           END-IF.

       REGISTAR-ALT-SALARIO.
           DIVIDE WS-DATA-EFEITO BY 100 GIVING WS-PERIODO-EFEITO.
           DIVIDE WS-HOJE BY 100 GIVING WS-PERIODO-HOJE.
           MOVE SPACES TO WS-ALT-SALARIO-STATUS.
           OPEN EXTEND FICHEIRO-ALT-SALARIO.
           IF (WS-ALT-SALARIO-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-ALT-SALARIO
           END-IF.
           MOVE NOME TO ALS-NOME.
           MOVE WS-DATA-EFEITO TO ALS-DATA-EFEITO.
           MOVE WS-HOJE TO ALS-DATA-REGISTO.
           MOVE WS-SALARIO-ANTES TO ALS-SALARIO-ANTES.
           MOVE WS-NOVO-NUMERO TO ALS-SALARIO-NOVO.
           MOVE WS-OPERADOR-ATUAL TO ALS-OPERADOR.
           IF (WS-PERIODO-EFEITO < WS-PERIODO-HOJE) AND
              (WS-NOVO-NUMERO > WS-SALARIO-ANTES) THEN
               MOVE "P" TO ALS-ESTADO
               DISPLAY "ALTERACAO COM EFEITO RETROATIVO A "
                   WS-PERIODO-EFEITO " - CALCULE OS RETROATIVOS."
           ELSE
               MOVE "S" TO ALS-ESTADO
           END-IF.
           WRITE REG-ALT-SALARIO.
           CLOSE FICHEIRO-ALT-SALARIO.

       GRAVAR-AUDIT-CAMPO-IBAN.
           MOVE "IBAN" TO AUD-CAMPO.
           PERFORM GRAVAR-AUDIT.
           MOVE "FILHOS" TO AUD-CAMPO.
           PERFORM GRAVAR-AUDIT.

       GRAVAR-AUDIT-CAMPO-NIF.
           MOVE "NIF" TO AUD-CAMPO.
           PERFORM GRAVAR-AUDIT.

       GRAVAR-AUDIT-CAMPO-SALARIO.
           MOVE "SALARIO" TO AUD-CAMPO.
           PERFORM GRAVAR-AUDIT.
           WRITE REG-AUDIT.
           CLOSE FICHEIRO-AUDIT.

      * A cessacao faz-se com o acerto de contas (menu de salarios),
      * que paga o que e devido e so depois bloqueia a ficha.
       CESSAR-EMPREGADO.
           PERFORM PROCURAR-EMPREGADO.
           IF (WS-EMP-ACHADO > 0) THEN
               IF (EMP-T-ESTADO(WS-EMP-ACHADO) = "T") THEN
                   DISPLAY "EMPREGADO JA CESSADO (REGISTO MANTIDO)."
               ELSE
                   DISPLAY "A CESSACAO FAZ-SE NO ACERTO DE CONTAS"
                       " (MENU DE SALARIOS), QUE BLOQUEIA A FICHA."
               END-IF
           END-IF.

       LISTAR-AUDITORIA.
               CLOSE FICHEIRO-EMPREGADOS
           END-IF.
           PERFORM VERIFICAR-CONTROLO-EMP.
           PERFORM FOTOGRAFAR-TAB-EMPREGADOS.

       GRAVAR-EMPREGADOS.
           IF (WS-EMP-CTL-ERRO = "S") THEN
               DISPLAY "REGRAVACAO DE EMPREGADOS.DAT RECUSADA -"
                   " CONTROLO NAO CONFERE."
           ELSE
               PERFORM JORNALIZAR-TAB-EMPREGADOS
               OPEN OUTPUT FICHEIRO-EMPREGADOS
               PERFORM VARYING IDX-EMP FROM 1 BY 1
                   UNTIL IDX-EMP > WS-NUM-EMPREGADOS

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "NIF-PROC.cpy".

       COPY "JORNAL-TAB-EMPREGADOS-PROC.cpy".

       END PROGRAM RH-ADMIN.
