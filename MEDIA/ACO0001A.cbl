      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: ACORDO DE RENEGOCIACAO DE MENSALIDADES VENCIDAS:
      *              PARA A MATRICULA INFORMADA, RELACIONA OS TITULOS
      *              VENCIDOS EM ABERTO DE MENSALIDADES.DAT, O
      *              OPERADOR ESCOLHE OS QUE ENTRAM E O PROGRAMA
      *              CALCULA A DIVIDA ATUALIZADA (SALDO + MULTA DE 2%
      *              + JUROS DE 1% AO MES PRO RATA DIA). COM A ENTRADA
      *              E O NUMERO DE PARCELAS, GRAVA O ACORDO EM
      *              ACORDOS.DAT, MARCA OS TITULOS ORIGINAIS COMO
      *              RENEGOCIADOS E GERA OS TITULOS DA ENTRADA
      *              (VENCIMENTO HOJE) E DAS PARCELAS (DIA 10 DOS
      *              MESES SEGUINTES), LIGADOS AO ACORDO, NO NOME DO
      *              RESPONSAVEL FINANCEIRO. AS PARCELAS SAO BAIXADAS
      *              PELO MEN0002A E ACOMPANHADAS PELO ACO0002A. EXIGE
      *              SIGN-ON; TODO ACORDO VAI PARA A AUDITORIA.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACO0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ACORDOS ASSIGN TO DYNAMIC WRK-ACORDOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-NUMERO
               ALTERNATE RECORD KEY IS ACO-MATRICULA WITH DUPLICATES
               FILE STATUS IS WRK-ACO-STATUS.

           SELECT ARQUIVO-MENSALIDADES
               ASSIGN TO DYNAMIC WRK-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MEN-STATUS.

           SELECT ARQUIVO-ALUNOS ASSIGN TO DYNAMIC WRK-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALU-STATUS.

           SELECT ARQUIVO-RESPONSAVEIS
               ASSIGN TO DYNAMIC WRK-RESPONSAVEIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS WRK-RSP-STATUS.

           SELECT OPERADORES-ARQUIVO
               ASSIGN TO DYNAMIC WRK-OPERADORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-OPE-STATUS.

           SELECT SIGNON-LOG-ARQUIVO
               ASSIGN TO DYNAMIC WRK-SIGNON-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SLG-STATUS.

           SELECT ARQUIVO-PERFIS ASSIGN TO DYNAMIC WRK-PERFIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-PRF-STATUS.

           SELECT AUDITLOG-ARQUIVO
               ASSIGN TO DYNAMIC WRK-AUDITLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-ACORDOS.
           COPY ACORDOS-FD.CPY.

       FD ARQUIVO-MENSALIDADES.
           COPY MENSALIDADES-FD.CPY.

       FD ARQUIVO-ALUNOS.
           COPY ALUNOS-FD.CPY.

       FD ARQUIVO-RESPONSAVEIS.
           COPY RESPONSAVEIS-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       FD AUDITLOG-ARQUIVO.
           COPY AUDITLOG-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-ACO-STATUS PIC X(02).
           88 FS-ACO-OK             VALUE '00'.
           88 FS-ACO-FIM-ARQUIVO    VALUE '10'.
           88 FS-ACO-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-MEN-STATUS PIC X(02).
           88 FS-MEN-OK             VALUE '00'.
           88 FS-MEN-FIM-ARQUIVO    VALUE '10'.
           88 FS-MEN-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ALU-STATUS PIC X(02).
           88 FS-ALU-OK             VALUE '00'.
           88 FS-ALU-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-ACORDOS-PATH      PIC X(100).
       01 WRK-MENSALIDADES-PATH PIC X(100).
       01 WRK-ALUNOS-PATH       PIC X(100).

       01 WRK-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WRK-OPCAO      PIC X(01).
       01 WRK-RESPOSTA   PIC X(01).
       01 WRK-MATRICULA  PIC 9(06).
       01 WRK-NOME-ALUNO PIC X(30).
       01 WRK-DATA-HOJE  PIC X(08).
       01 WRK-DATA-NUM   PIC 9(08).
       01 WRK-VCT-NUM    PIC 9(08).

      * ENCARGOS DE ATRASO SOBRE O SALDO DO TITULO VENCIDO.
       01 WRK-PCT-MULTA      PIC 9(02)V99 VALUE 2.00.
       01 WRK-PCT-JUROS-MES  PIC 9(02)V99 VALUE 1.00.
       01 WRK-DIAS-ATRASO    PIC 9(05) COMP.

      * TITULOS VENCIDOS EM ABERTO ESCOLHIDOS PARA O ACORDO.
       01 WRK-TIT-TABELA.
           05 WRK-TIT-ITEM OCCURS 36 TIMES.
               10 WRK-TIT-COMPETENCIA PIC X(06).
               10 WRK-TIT-SALDO       PIC 9(07)V99.
               10 WRK-TIT-MULTA       PIC 9(07)V99.
               10 WRK-TIT-JUROS       PIC 9(07)V99.
       01 WRK-TIT-QTD PIC 9(02) COMP VALUE 0.
       01 WRK-IDX     PIC 9(02) COMP VALUE 0.

       01 WRK-SALDO        PIC 9(07)V99.
       01 WRK-MULTA        PIC 9(07)V99.
       01 WRK-JUROS        PIC 9(07)V99.
       01 WRK-TOT-ORIGINAL PIC 9(07)V99.
       01 WRK-TOT-MULTA    PIC 9(07)V99.
       01 WRK-TOT-JUROS    PIC 9(07)V99.
       01 WRK-TOT-DIVIDA   PIC 9(07)V99.
       01 WRK-ENTRADA      PIC 9(07)V99.
       01 WRK-RESTANTE     PIC 9(07)V99.
       01 WRK-QTD-PARCELAS PIC 9(02).
       01 WRK-VALOR-PARCELA PIC 9(07)V99.
       01 WRK-ULTIMA-PARCELA PIC 9(07)V99.
       01 WRK-PLANO-OK PIC X(01).
           88 PLANO-VALIDO VALUE 'S'.

      * NUMERO DO PROXIMO ACORDO E A CHAVE DAS PARCELAS EM
      * MENSALIDADES.DAT ('A' + 3 ULTIMOS DIGITOS DO ACORDO +
      * PARCELA).
       01 WRK-PROX-ACORDO PIC 9(06) VALUE 1.
       01 WRK-NUMERO-ACORDO PIC 9(06).
       01 WRK-COMP-PARCELA.
           05 FILLER               PIC X(01) VALUE 'A'.
           05 WRK-COMP-ACORDO      PIC 9(03).
           05 WRK-COMP-NUM-PARCELA PIC 9(02).
       01 WRK-PARCELA-ATUAL PIC 9(02).
       01 WRK-PARCELA-VALOR PIC 9(07)V99.
       01 WRK-PARCELAS-GERADAS PIC 9(02) COMP VALUE 0.

      * VENCIMENTO DAS PARCELAS: DIA 10 DOS MESES SEGUINTES.
       01 WRK-VENCIMENTO.
           05 WRK-VCT-ANO PIC 9(04).
           05 WRK-VCT-MES PIC 9(02).
           05 WRK-VCT-DIA PIC 9(02).
       01 WRK-MESES-ABS PIC 9(06) COMP.
       01 WRK-MES-RESTO PIC 9(02) COMP.

       01 WRK-VALOR-EDITADO PIC $$$,$$9.99.
       01 WRK-ACORDOS-LISTADOS PIC 9(03) COMP VALUE 0.

           COPY PAGADOR-WS.CPY.
           COPY NUMVALIDA-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY AUDITLOG-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   ACO0001A - RENEGOCIACAO DE MENSALIDADES      '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'ACO0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0001-ABRIR-ARQUIVOS.

           IF FS-MEN-ARQUIVO-NOVO
               DISPLAY 'MENSALIDADES.DAT AINDA NAO EXISTE. GERE AS '
                       'MENSALIDADES PELO MEN0001A PRIMEIRO.'
           ELSE
               PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'
               CLOSE ARQUIVO-MENSALIDADES
           END-IF.

           CLOSE ARQUIVO-ACORDOS.
           IF NOT FS-ALU-ARQUIVO-NOVO
               CLOSE ARQUIVO-ALUNOS
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-ACORDOS-PATH FROM ENVIRONMENT 'ACORDOS_DAT_PATH'.
           IF WRK-ACORDOS-PATH = SPACES
               MOVE 'ACORDOS.DAT' TO WRK-ACORDOS-PATH
           END-IF.

           ACCEPT WRK-MENSALIDADES-PATH
               FROM ENVIRONMENT 'MENSALIDADES_DAT_PATH'.
           IF WRK-MENSALIDADES-PATH = SPACES
               MOVE 'MENSALIDADES.DAT' TO WRK-MENSALIDADES-PATH
           END-IF.

           ACCEPT WRK-ALUNOS-PATH FROM ENVIRONMENT 'ALUNOS_DAT_PATH'.
           IF WRK-ALUNOS-PATH = SPACES
               MOVE 'ALUNOS.DAT' TO WRK-ALUNOS-PATH
           END-IF.
       0000-END.

      * O ARQUIVO DE ACORDOS PRECISA EXISTIR ANTES DE SER ABERTO EM
      * I-O; SE JA EXISTIA, DESCOBRE O PROXIMO NUMERO LIVRE.
       0001-ABRIR-ARQUIVOS.
           OPEN I-O ARQUIVO-ACORDOS.
           IF FS-ACO-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-ACORDOS
               CLOSE ARQUIVO-ACORDOS
               OPEN I-O ARQUIVO-ACORDOS
           ELSE
               PERFORM 0009-DESCOBRIR-PROX-ACORDO
           END-IF.

           OPEN I-O ARQUIVO-MENSALIDADES.

           OPEN INPUT ARQUIVO-ALUNOS.
           IF FS-ALU-ARQUIVO-NOVO
               DISPLAY 'AVISO: ALUNOS.DAT AINDA NAO EXISTE '
                       '(ALU0001A).'
           END-IF.
       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(N)OVO ACORDO, (C)ONSULTAR ACORDO, (L)ISTAR '
                   'ACORDOS DO ALUNO OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'N'
                   PERFORM 0003-NOVO-ACORDO
               WHEN 'C'
                   PERFORM 0007-CONSULTAR-ACORDO
               WHEN 'L'
                   PERFORM 0008-LISTAR-ACORDOS
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

       0003-NOVO-ACORDO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           MOVE SPACES TO WRK-NOME-ALUNO.
           IF NOT FS-ALU-ARQUIVO-NOVO
               MOVE WRK-MATRICULA TO ALU-MATRICULA
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       DISPLAY 'AVISO: MATRICULA NAO CONSTA DE '
                               'ALUNOS.DAT.'
                   NOT INVALID KEY
                       MOVE ALU-NOME TO WRK-NOME-ALUNO
                       DISPLAY 'ALUNO: ' ALU-NOME
               END-READ
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-NUM.
           PERFORM 0003A-SELECIONAR-TITULOS.

           IF WRK-TIT-QTD = ZERO
               DISPLAY 'NENHUM TITULO VENCIDO EM ABERTO ESCOLHIDO. '
                       'NADA A RENEGOCIAR.'
           ELSE
               PERFORM 0004-DEFINIR-PLANO
               IF PLANO-VALIDO
                   DISPLAY 'CONFIRMA O ACORDO? (S/N) '
                   ACCEPT WRK-RESPOSTA
                   MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA)
                       TO WRK-RESPOSTA
                   IF WRK-RESPOSTA = 'S'
                       PERFORM 0005-GRAVAR-ACORDO
                   ELSE
                       DISPLAY 'ACORDO DESCARTADO.'
                   END-IF
               END-IF
           END-IF.
       0003-END.

      * PERCORRE OS TITULOS DA MATRICULA PELA CHAVE; SO OS ABERTOS E
      * JA VENCIDOS PODEM ENTRAR, A CRITERIO DO OPERADOR.
       0003A-SELECIONAR-TITULOS.
           MOVE ZERO TO WRK-TIT-QTD.
           MOVE ZERO TO WRK-TOT-ORIGINAL WRK-TOT-MULTA WRK-TOT-JUROS.
           MOVE WRK-MATRICULA TO MEN-MATRICULA.
           MOVE LOW-VALUES    TO MEN-COMPETENCIA.
           START ARQUIVO-MENSALIDADES KEY NOT < MEN-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-MEN-STATUS
               NOT INVALID KEY
                   PERFORM 0003B-LER-MENSALIDADE
           END-START.
           PERFORM 0003C-AVALIAR-TITULO
               UNTIL FS-MEN-FIM-ARQUIVO
                  OR MEN-MATRICULA NOT = WRK-MATRICULA.
       0003A-END.

       0003B-LER-MENSALIDADE.
           READ ARQUIVO-MENSALIDADES NEXT RECORD
               AT END
                   MOVE '10' TO WRK-MEN-STATUS
           END-READ.
       0003B-END.

       0003C-AVALIAR-TITULO.
           IF MEN-ABERTA AND MEN-VENCIMENTO < WRK-DATA-HOJE
               PERFORM 0003D-CALCULAR-ENCARGOS
               MOVE WRK-SALDO TO WRK-VALOR-EDITADO
               DISPLAY 'TITULO ' MEN-COMPETENCIA ' VCT '
                       MEN-VENCIMENTO ' ATRASO ' WRK-DIAS-ATRASO
                       ' DIAS SALDO ' WRK-VALOR-EDITADO
               DISPLAY 'INCLUIR NO ACORDO? (S/N, ENTER = S) '
               MOVE SPACE TO WRK-RESPOSTA
               ACCEPT WRK-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA
               IF WRK-RESPOSTA NOT = 'N'
                   PERFORM 0003E-GUARDAR-TITULO
               END-IF
           END-IF.
           PERFORM 0003B-LER-MENSALIDADE.
       0003C-END.

      * MULTA UNICA SOBRE O SALDO E JUROS DE 1% AO MES PELOS DIAS DE
      * ATRASO (MES COMERCIAL DE 30 DIAS).
       0003D-CALCULAR-ENCARGOS.
           COMPUTE WRK-SALDO = MEN-VALOR - MEN-VALOR-PAGO.
           MOVE ZERO TO WRK-DIAS-ATRASO.
           IF MEN-VENCIMENTO IS NUMERIC
               MOVE MEN-VENCIMENTO TO WRK-VCT-NUM
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                 - FUNCTION INTEGER-OF-DATE(WRK-VCT-NUM)
           END-IF.
           COMPUTE WRK-MULTA ROUNDED =
               WRK-SALDO * WRK-PCT-MULTA / 100.
           COMPUTE WRK-JUROS ROUNDED =
               WRK-SALDO * WRK-PCT-JUROS-MES / 100
             * WRK-DIAS-ATRASO / 30.
       0003D-END.

       0003E-GUARDAR-TITULO.
           IF WRK-TIT-QTD < 36
               ADD 1 TO WRK-TIT-QTD
               MOVE MEN-COMPETENCIA TO WRK-TIT-COMPETENCIA(WRK-TIT-QTD)
               MOVE WRK-SALDO       TO WRK-TIT-SALDO(WRK-TIT-QTD)
               MOVE WRK-MULTA       TO WRK-TIT-MULTA(WRK-TIT-QTD)
               MOVE WRK-JUROS       TO WRK-TIT-JUROS(WRK-TIT-QTD)
               ADD WRK-SALDO TO WRK-TOT-ORIGINAL
               ADD WRK-MULTA TO WRK-TOT-MULTA
               ADD WRK-JUROS TO WRK-TOT-JUROS
           ELSE
               DISPLAY 'LIMITE DE 36 TITULOS POR ACORDO: TITULO '
                       'FICA DE FORA.'
           END-IF.
       0003E-END.

      * DIVIDA ATUALIZADA, ENTRADA E PARCELAS (1 A 24). A ULTIMA
      * PARCELA ABSORVE A DIFERENCA DE ARREDONDAMENTO.
       0004-DEFINIR-PLANO.
           MOVE 'N' TO WRK-PLANO-OK.
           COMPUTE WRK-TOT-DIVIDA =
               WRK-TOT-ORIGINAL + WRK-TOT-MULTA + WRK-TOT-JUROS.

           DISPLAY '------------------------------------------------'.
           DISPLAY ' TITULOS NO ACORDO....: ' WRK-TIT-QTD.
           MOVE WRK-TOT-ORIGINAL TO WRK-VALOR-EDITADO.
           DISPLAY ' SALDO ORIGINAL.......: ' WRK-VALOR-EDITADO.
           MOVE WRK-TOT-MULTA TO WRK-VALOR-EDITADO.
           DISPLAY ' MULTA DE ATRASO......: ' WRK-VALOR-EDITADO.
           MOVE WRK-TOT-JUROS TO WRK-VALOR-EDITADO.
           DISPLAY ' JUROS DE MORA........: ' WRK-VALOR-EDITADO.
           MOVE WRK-TOT-DIVIDA TO WRK-VALOR-EDITADO.
           DISPLAY ' DIVIDA ATUALIZADA....: ' WRK-VALOR-EDITADO.
           DISPLAY '------------------------------------------------'.

           PERFORM 0004A-OBTER-ENTRADA.
           DISPLAY 'NUMERO DE PARCELAS (1 A 24): '.
           ACCEPT WRK-QTD-PARCELAS.

           IF WRK-ENTRADA NOT < WRK-TOT-DIVIDA
               DISPLAY 'ENTRADA COBRE A DIVIDA TODA: BAIXE OS TITULOS '
                       'PELO MEN0002A EM VEZ DE FAZER ACORDO.'
           ELSE
           IF WRK-QTD-PARCELAS < 1 OR WRK-QTD-PARCELAS > 24
               DISPLAY 'NUMERO DE PARCELAS INVALIDO.'
           ELSE
               COMPUTE WRK-RESTANTE = WRK-TOT-DIVIDA - WRK-ENTRADA
               COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-RESTANTE / WRK-QTD-PARCELAS
               COMPUTE WRK-ULTIMA-PARCELA =
                   WRK-RESTANTE
                 - WRK-VALOR-PARCELA * (WRK-QTD-PARCELAS - 1)
               MOVE 'S' TO WRK-PLANO-OK
               MOVE WRK-ENTRADA TO WRK-VALOR-EDITADO
               DISPLAY ' ENTRADA (VENCE HOJE).: ' WRK-VALOR-EDITADO
               MOVE WRK-VALOR-PARCELA TO WRK-VALOR-EDITADO
               DISPLAY ' ' WRK-QTD-PARCELAS ' PARCELA(S) DE.....: '
                       WRK-VALOR-EDITADO
               IF WRK-ULTIMA-PARCELA NOT = WRK-VALOR-PARCELA
                   MOVE WRK-ULTIMA-PARCELA TO WRK-VALOR-EDITADO
                   DISPLAY ' ULTIMA PARCELA.......: '
                           WRK-VALOR-EDITADO
               END-IF
           END-IF
           END-IF.
       0004-END.

       0004A-OBTER-ENTRADA.
           DISPLAY 'VALOR DA ENTRADA (EX: 300.00, 0 = SEM ENTRADA): '.
           ACCEPT WRK-NUM-ENTRADA.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NUM-OK
               MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO WRK-ENTRADA
           ELSE
               DISPLAY 'VALOR INVALIDO.'
               PERFORM 0004A-OBTER-ENTRADA
           END-IF.
       0004A-END.

      * ORDEM DA GRAVACAO: O ACORDO, OS TITULOS ORIGINAIS (SITUACAO
      * 'R') E ENTAO OS TITULOS NOVOS DA ENTRADA E DAS PARCELAS.
       0005-GRAVAR-ACORDO.
           MOVE WRK-MATRICULA TO WRK-PAG-MATRICULA.
           PERFORM 0931-LOCALIZAR-PAGADOR.

           MOVE WRK-PROX-ACORDO TO WRK-NUMERO-ACORDO.
           INITIALIZE REGISTRO-ACORDO.
           MOVE WRK-NUMERO-ACORDO  TO ACO-NUMERO.
           MOVE WRK-MATRICULA      TO ACO-MATRICULA.
           MOVE WRK-NOME-ALUNO     TO ACO-NOME-ALUNO.
           MOVE WRK-PAG-CPF        TO ACO-CPF-PAGADOR.
           MOVE WRK-PAG-NOME       TO ACO-NOME-PAGADOR.
           MOVE WRK-DATA-HOJE      TO ACO-DATA.
           MOVE WRK-OPE-ID         TO ACO-OPERADOR.
           MOVE WRK-TIT-QTD        TO ACO-QTD-TITULOS.
           MOVE WRK-TOT-ORIGINAL   TO ACO-VALOR-ORIGINAL.
           MOVE WRK-TOT-MULTA      TO ACO-VALOR-MULTA.
           MOVE WRK-TOT-JUROS      TO ACO-VALOR-JUROS.
           MOVE WRK-TOT-DIVIDA     TO ACO-VALOR-TOTAL.
           MOVE WRK-ENTRADA        TO ACO-ENTRADA.
           MOVE WRK-QTD-PARCELAS   TO ACO-QTD-PARCELAS.
           MOVE WRK-VALOR-PARCELA  TO ACO-VALOR-PARCELA.
           MOVE 'V'                TO ACO-SITUACAO.
           MOVE SPACES             TO ACO-DATA-SITUACAO.

           WRITE REGISTRO-ACORDO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ACORDO (STATUS '
                           WRK-ACO-STATUS '). NADA FOI ALTERADO.'
               NOT INVALID KEY
                   ADD 1 TO WRK-PROX-ACORDO
                   PERFORM 0005A-RENEGOCIAR-TITULO
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-TIT-QTD
                   PERFORM 0006-GERAR-PARCELAS
                   PERFORM 0005B-AUDITAR-ACORDO
                   DISPLAY 'ACORDO ' WRK-NUMERO-ACORDO ' GRAVADO: '
                           WRK-TIT-QTD ' TITULO(S) RENEGOCIADO(S), '
                           WRK-PARCELAS-GERADAS ' TITULO(S) NOVO(S).'
                   MOVE WRK-NUMERO-ACORDO TO WRK-COMP-ACORDO
                   DISPLAY 'COMPETENCIAS DAS PARCELAS NA BAIXA: '
                           'A' WRK-COMP-ACORDO '00 (ENTRADA) A A'
                           WRK-COMP-ACORDO WRK-QTD-PARCELAS '.'
           END-WRITE.
       0005-END.

       0005A-RENEGOCIAR-TITULO.
           MOVE WRK-MATRICULA TO MEN-MATRICULA.
           MOVE WRK-TIT-COMPETENCIA(WRK-IDX) TO MEN-COMPETENCIA.
           READ ARQUIVO-MENSALIDADES
               INVALID KEY
                   DISPLAY 'TITULO ' MEN-COMPETENCIA ' SUMIU DO '
                           'ARQUIVO.'
               NOT INVALID KEY
                   MOVE 'R'               TO MEN-SITUACAO
                   MOVE WRK-NUMERO-ACORDO TO MEN-ACORDO
                   REWRITE REGISTRO-MENSALIDADE
                       INVALID KEY
                           DISPLAY 'ERRO AO MARCAR O TITULO '
                                   MEN-COMPETENCIA '.'
                   END-REWRITE
           END-READ.
       0005A-END.

       0005B-AUDITAR-ACORDO.
           MOVE 'ACO0001A'        TO WRK-LOG-PROGRAMA.
           MOVE WRK-OPE-ID        TO WRK-LOG-OPERADOR.
           MOVE 'NOVO-ACORDO'     TO WRK-LOG-OPERACAO.
           MOVE SPACES            TO WRK-LOG-DETALHE.
           MOVE WRK-TOT-DIVIDA    TO WRK-VALOR-EDITADO.
           STRING 'ACORDO '         DELIMITED BY SIZE
                  WRK-NUMERO-ACORDO DELIMITED BY SIZE
                  ' MATRICULA '     DELIMITED BY SIZE
                  WRK-MATRICULA     DELIMITED BY SIZE
                  ' DIVIDA '        DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
                  ' PARCELAS '      DELIMITED BY SIZE
                  WRK-QTD-PARCELAS  DELIMITED BY SIZE
               INTO WRK-LOG-DETALHE
           END-STRING.
           PERFORM 0930-LOG-TRANSACAO.
       0005B-END.

      * ENTRADA (PARCELA 00) VENCE HOJE; AS PARCELAS VENCEM NO DIA 10
      * DE CADA MES A PARTIR DO SEGUINTE.
       0006-GERAR-PARCELAS.
           MOVE ZERO TO WRK-PARCELAS-GERADAS.
           MOVE WRK-NUMERO-ACORDO TO WRK-COMP-ACORDO.
           IF WRK-ENTRADA > ZERO
               MOVE ZERO          TO WRK-PARCELA-ATUAL
               MOVE WRK-ENTRADA   TO WRK-PARCELA-VALOR
               MOVE WRK-DATA-HOJE TO WRK-VENCIMENTO
               PERFORM 0006B-GRAVAR-PARCELA
           END-IF.
           PERFORM 0006A-PREPARAR-PARCELA
               VARYING WRK-PARCELA-ATUAL FROM 1 BY 1
               UNTIL WRK-PARCELA-ATUAL > WRK-QTD-PARCELAS.
       0006-END.

       0006A-PREPARAR-PARCELA.
           IF WRK-PARCELA-ATUAL = WRK-QTD-PARCELAS
               MOVE WRK-ULTIMA-PARCELA TO WRK-PARCELA-VALOR
           ELSE
               MOVE WRK-VALOR-PARCELA  TO WRK-PARCELA-VALOR
           END-IF.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-VCT-ANO.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-VCT-MES.
           COMPUTE WRK-MESES-ABS =
               WRK-VCT-ANO * 12 + WRK-VCT-MES - 1 + WRK-PARCELA-ATUAL.
           DIVIDE WRK-MESES-ABS BY 12
               GIVING WRK-VCT-ANO
               REMAINDER WRK-MES-RESTO.
           COMPUTE WRK-VCT-MES = WRK-MES-RESTO + 1.
           MOVE 10 TO WRK-VCT-DIA.
           PERFORM 0006B-GRAVAR-PARCELA.
       0006A-END.

       0006B-GRAVAR-PARCELA.
           MOVE WRK-PARCELA-ATUAL TO WRK-COMP-NUM-PARCELA.
           INITIALIZE REGISTRO-MENSALIDADE.
           MOVE WRK-MATRICULA     TO MEN-MATRICULA.
           MOVE WRK-COMP-PARCELA  TO MEN-COMPETENCIA.
           MOVE WRK-PARCELA-VALOR TO MEN-VALOR.
           MOVE ZEROS             TO MEN-DESCONTO-BOLSA.
           MOVE WRK-VENCIMENTO    TO MEN-VENCIMENTO.
           MOVE ZEROS             TO MEN-VALOR-PAGO.
           MOVE SPACES            TO MEN-DATA-PAGTO.
           MOVE 'A'               TO MEN-SITUACAO.
           MOVE WRK-PAG-CPF       TO MEN-CPF-PAGADOR.
           MOVE WRK-PAG-NOME      TO MEN-NOME-PAGADOR.
           MOVE 'P'               TO MEN-TIPO-TITULO.
           MOVE WRK-NUMERO-ACORDO TO MEN-ACORDO.
           MOVE WRK-PARCELA-ATUAL TO MEN-PARCELA.
           WRITE REGISTRO-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO GERAR A PARCELA ' MEN-COMPETENCIA
                           ' (CHAVE JA EXISTE).'
               NOT INVALID KEY
                   ADD 1 TO WRK-PARCELAS-GERADAS
           END-WRITE.
       0006B-END.

       0007-CONSULTAR-ACORDO.
           DISPLAY 'NUMERO DO ACORDO: '.
           ACCEPT WRK-NUMERO-ACORDO.
           MOVE WRK-NUMERO-ACORDO TO ACO-NUMERO.
           READ ARQUIVO-ACORDOS
               INVALID KEY
                   DISPLAY 'ACORDO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM 0007A-EXIBIR-ACORDO
           END-READ.
       0007-END.

       0007A-EXIBIR-ACORDO.
           DISPLAY '------------------------------------------------'.
           DISPLAY ' ACORDO...........: ' ACO-NUMERO ' DE ' ACO-DATA
                   ' POR ' ACO-OPERADOR.
           DISPLAY ' ALUNO............: ' ACO-MATRICULA ' '
                   ACO-NOME-ALUNO.
           IF ACO-CPF-PAGADOR = SPACES
               DISPLAY ' PAGADOR..........: O PROPRIO ALUNO'
           ELSE
               DISPLAY ' PAGADOR..........: ' ACO-NOME-PAGADOR
                       ' CPF ' ACO-CPF-PAGADOR
           END-IF.
           MOVE ACO-VALOR-TOTAL TO WRK-VALOR-EDITADO.
           DISPLAY ' DIVIDA ATUALIZADA: ' WRK-VALOR-EDITADO ' ('
                   ACO-QTD-TITULOS ' TITULOS)'.
           MOVE ACO-ENTRADA TO WRK-VALOR-EDITADO.
           DISPLAY ' ENTRADA..........: ' WRK-VALOR-EDITADO.
           MOVE ACO-VALOR-PARCELA TO WRK-VALOR-EDITADO.
           DISPLAY ' PARCELAS.........: ' ACO-QTD-PARCELAS ' DE '
                   WRK-VALOR-EDITADO.
           EVALUATE TRUE
               WHEN ACO-VIGENTE
                   DISPLAY ' SITUACAO.........: VIGENTE'
               WHEN ACO-LIQUIDADO
                   DISPLAY ' SITUACAO.........: LIQUIDADO EM '
                           ACO-DATA-SITUACAO
               WHEN ACO-QUEBRADO
                   DISPLAY ' SITUACAO.........: QUEBRADO EM '
                           ACO-DATA-SITUACAO
           END-EVALUATE.

           MOVE ACO-NUMERO TO WRK-COMP-ACORDO.
           PERFORM 0007B-EXIBIR-PARCELA
               VARYING WRK-PARCELA-ATUAL FROM 0 BY 1
               UNTIL WRK-PARCELA-ATUAL > ACO-QTD-PARCELAS.
           DISPLAY '------------------------------------------------'.
       0007A-END.

       0007B-EXIBIR-PARCELA.
           MOVE WRK-PARCELA-ATUAL TO WRK-COMP-NUM-PARCELA.
           MOVE ACO-MATRICULA    TO MEN-MATRICULA.
           MOVE WRK-COMP-PARCELA TO MEN-COMPETENCIA.
           READ ARQUIVO-MENSALIDADES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MEN-VALOR TO WRK-VALOR-EDITADO
                   DISPLAY '   ' MEN-COMPETENCIA ' PARCELA '
                           MEN-PARCELA ' VCT ' MEN-VENCIMENTO ' '
                           WRK-VALOR-EDITADO ' SITUACAO '
                           MEN-SITUACAO
           END-READ.
       0007B-END.

       0008-LISTAR-ACORDOS.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           MOVE ZERO TO WRK-ACORDOS-LISTADOS.
           MOVE WRK-MATRICULA TO ACO-MATRICULA.
           START ARQUIVO-ACORDOS KEY IS = ACO-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0008A-LER-ACORDO
                   PERFORM 0008B-EXIBIR-LINHA
                       UNTIL FS-ACO-FIM-ARQUIVO
                          OR ACO-MATRICULA NOT = WRK-MATRICULA
           END-START.
           DISPLAY 'ACORDOS DO ALUNO: ' WRK-ACORDOS-LISTADOS.
       0008-END.

       0008A-LER-ACORDO.
           READ ARQUIVO-ACORDOS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-ACO-STATUS
           END-READ.
       0008A-END.

       0008B-EXIBIR-LINHA.
           MOVE ACO-VALOR-TOTAL TO WRK-VALOR-EDITADO.
           DISPLAY ' ACORDO ' ACO-NUMERO ' DE ' ACO-DATA ' '
                   WRK-VALOR-EDITADO ' EM ' ACO-QTD-PARCELAS
                   'X SITUACAO ' ACO-SITUACAO.
           ADD 1 TO WRK-ACORDOS-LISTADOS.
           PERFORM 0008A-LER-ACORDO.
       0008B-END.

       0009-DESCOBRIR-PROX-ACORDO.
           MOVE ZEROS TO ACO-NUMERO.
           START ARQUIVO-ACORDOS KEY NOT < ACO-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0008A-LER-ACORDO
                   PERFORM 0009A-ATUALIZAR-PROX
                       UNTIL FS-ACO-FIM-ARQUIVO
           END-START.
       0009-END.

       0009A-ATUALIZAR-PROX.
           IF ACO-NUMERO NOT < WRK-PROX-ACORDO
               COMPUTE WRK-PROX-ACORDO = ACO-NUMERO + 1
           END-IF.
           PERFORM 0008A-LER-ACORDO.
       0009A-END.

           COPY PAGADOR-PD.CPY.
           COPY NUMVALIDA-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY AUDITLOG-PD.CPY.
           COPY BANNER-PD.CPY.
