      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: EXTRATO MENSAL CONSOLIDADO POR PAGADOR: PARA A
      *              COMPETENCIA (AAAAMM) INFORMADA, JUNTA NUM SO
      *              EXTRATO TODOS OS TITULOS DOS ALUNOS QUE TEM O
      *              MESMO RESPONSAVEL FINANCEIRO (IRMAOS), COM OS
      *              TITULOS DE COMPETENCIAS ANTERIORES AINDA EM
      *              ABERTO, E O TOTAL A PAGAR. UM EXTRATO POR PAGINA,
      *              COM NOME, CPF E ENDERECO DO PAGADOR, NO SPOOL
      *              (MEN0004A-EXTRATO). O PAGADOR E O GRAVADO NO
      *              TITULO PELO MEN0001A OU, NOS TITULOS ANTIGOS, O
      *              RESPONSAVEL FINANCEIRO ATUAL (RESPONSAVEIS.DAT);
      *              ALUNO SEM RESPONSAVEL RECEBE O PROPRIO EXTRATO.
      *              AS PARCELAS DE ACORDO (ACO0001A) ENTRAM PELO MES
      *              DO VENCIMENTO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEN0004A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-MENSALIDADES
               ASSIGN TO DYNAMIC WRK-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT SORT-WORK ASSIGN TO 'MEN0004A.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-MENSALIDADES.
           COPY MENSALIDADES-FD.CPY.

       FD ARQUIVO-ALUNOS.
           COPY ALUNOS-FD.CPY.

       FD ARQUIVO-RESPONSAVEIS.
           COPY RESPONSAVEIS-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

      * TITULOS DO EXTRATO, CLASSIFICADOS POR PAGADOR. A CHAVE DO
      * PAGADOR E 'R' + CPF DO RESPONSAVEL OU 'A' + MATRICULA QUANDO
      * O PROPRIO ALUNO PAGA (MESMA REGRA DO MEN0003A).
       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-PAGADOR-CHAVE.
               10 SORT-PAGADOR-TIPO PIC X(01).
                   88 SORT-PAGA-RESPONSAVEL VALUE 'R'.
               10 SORT-PAGADOR-ID   PIC X(14).
           05 SORT-MATRICULA        PIC 9(06).
           05 SORT-COMPETENCIA      PIC X(06).
           05 SORT-VENCIMENTO       PIC X(08).
           05 SORT-VALOR            PIC 9(07)V99.
           05 SORT-DESCONTO         PIC 9(07)V99.
           05 SORT-PAGO             PIC 9(07)V99.
           05 SORT-SALDO            PIC 9(07)V99.
           05 SORT-PAG-NOME         PIC X(30).
           05 SORT-PAG-ENDERECO     PIC X(40).
           05 SORT-PAG-CIDADE       PIC X(20).
           05 SORT-PAG-UF           PIC X(02).
           05 SORT-PAG-CEP          PIC X(09).

       WORKING-STORAGE SECTION.

       01 WRK-MEN-STATUS PIC X(02).
           88 FS-MEN-OK             VALUE '00'.
           88 FS-MEN-FIM-ARQUIVO    VALUE '10'.
           88 FS-MEN-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ALU-STATUS PIC X(02).
           88 FS-ALU-OK             VALUE '00'.
           88 FS-ALU-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-MENSALIDADES-PATH PIC X(100).
       01 WRK-ALUNOS-PATH       PIC X(100).

       01 WRK-COMPETENCIA.
           05 WRK-COMP-ANO PIC X(04).
           05 WRK-COMP-MES PIC X(02).
               88 WRK-COMP-MES-OK VALUES '01' THRU '12'.

      * FIM DA CLASSIFICACAO (RETURN).
       01 WRK-SORT-STATUS PIC X(02).
           88 FS-SORT-FIM           VALUE '10'.

      * QUEBRA POR PAGADOR.
       01 WRK-PAGADOR-ATUAL  PIC X(15) VALUE SPACES.
       01 WRK-PRIMEIRO       PIC X(01) VALUE 'S'.
           88 PRIMEIRO-PAGADOR VALUE 'S'.
       01 WRK-TOTAL-PAGADOR  PIC 9(09)V99 VALUE ZERO.
       01 WRK-TITULOS-PAGADOR PIC 9(03) COMP VALUE 0.

       01 WRK-TOTAL-PAGADORES PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-TITULOS   PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-GERAL     PIC 9(11)V99 VALUE ZERO.

       01 WRK-NOME-ALUNO PIC X(30).
       01 WRK-MARCA      PIC X(10).

       01 WRK-VALOR-ED    PIC $$$,$$9.99.
       01 WRK-DESCONTO-ED PIC $$$,$$9.99.
       01 WRK-PAGO-ED     PIC $$$,$$9.99.
       01 WRK-SALDO-ED    PIC $$$,$$9.99.
       01 WRK-VALOR-EDITADO PIC $$$,$$$,$$9.99.

           COPY PAGADOR-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   MEN0004A - EXTRATO CONSOLIDADO POR PAGADOR    '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0002-OBTER-COMPETENCIA.

           OPEN INPUT ARQUIVO-ALUNOS.

           MOVE 'MEN0004A-EXTRATO' TO WRK-REL-NOME.
           MOVE ' EXTRATO MENSAL CONSOLIDADO POR PAGADOR'
               TO WRK-REL-CABECALHO.
           MOVE 'MEN0004A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-PAGADOR-CHAVE SORT-MATRICULA
                                SORT-COMPETENCIA
               INPUT PROCEDURE IS 0003-SELECIONAR-TITULOS
               OUTPUT PROCEDURE IS 0005-EMITIR-EXTRATOS.

           PERFORM 0973-FECHAR-RELATORIO.
           CLOSE ARQUIVO-ALUNOS.

           MOVE WRK-TOTAL-GERAL TO WRK-VALOR-EDITADO.
           DISPLAY '------------------------------------------------'.
           DISPLAY ' COMPETENCIA...........: ' WRK-COMPETENCIA.
           DISPLAY ' EXTRATOS EMITIDOS.....: ' WRK-TOTAL-PAGADORES.
           DISPLAY ' TITULOS NOS EXTRATOS..: ' WRK-TOTAL-TITULOS.
           DISPLAY ' TOTAL A RECEBER.......: ' WRK-VALOR-EDITADO.
           DISPLAY ' RELATORIO NO SPOOL (MEN0004A-EXTRATO).'.
           DISPLAY '------------------------------------------------'.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
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

       0002-OBTER-COMPETENCIA.
           DISPLAY 'COMPETENCIA DO EXTRATO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA NOT NUMERIC OR NOT WRK-COMP-MES-OK
               DISPLAY 'COMPETENCIA INVALIDA.'
               PERFORM 0002-OBTER-COMPETENCIA
           END-IF.
       0002-END.

       0003-SELECIONAR-TITULOS.
           OPEN INPUT ARQUIVO-MENSALIDADES.
           IF FS-MEN-ARQUIVO-NOVO
               DISPLAY 'MENSALIDADES.DAT AINDA NAO EXISTE. GERE AS '
                       'MENSALIDADES PELO MEN0001A PRIMEIRO.'
           ELSE
               PERFORM 0003A-LER-MENSALIDADE
               PERFORM 0003B-AVALIAR-MENSALIDADE
                   UNTIL FS-MEN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-MENSALIDADES.
       0003-END.

       0003A-LER-MENSALIDADE.
           READ ARQUIVO-MENSALIDADES NEXT RECORD.
       0003A-END.

      * ENTRAM OS TITULOS DA COMPETENCIA (ABERTOS OU JA PAGOS) E OS
      * DE COMPETENCIAS ANTERIORES QUE AINDA ESTAO EM ABERTO. PARCELA
      * DE ACORDO NAO TEM COMPETENCIA AAAAMM: VALE O MES DO VENCIMENTO.
       0003B-AVALIAR-MENSALIDADE.
           IF MEN-PARCELA-ACORDO
               IF MEN-VENCIMENTO(1:6) = WRK-COMPETENCIA
                  OR (MEN-ABERTA
                      AND MEN-VENCIMENTO(1:6) < WRK-COMPETENCIA)
                   PERFORM 0004-LIBERAR-TITULO
               END-IF
           ELSE
               IF MEN-COMPETENCIA = WRK-COMPETENCIA
                  OR (MEN-ABERTA AND MEN-COMPETENCIA < WRK-COMPETENCIA)
                   PERFORM 0004-LIBERAR-TITULO
               END-IF
           END-IF.
           PERFORM 0003A-LER-MENSALIDADE.
       0003B-END.

       0004-LIBERAR-TITULO.
           MOVE MEN-MATRICULA TO WRK-PAG-MATRICULA.
           IF MEN-CPF-PAGADOR = SPACES
               PERFORM 0931-LOCALIZAR-PAGADOR
           ELSE
               MOVE MEN-CPF-PAGADOR TO WRK-PAG-CPF
               PERFORM 0932-LER-PAGADOR
               IF NOT PAGADOR-ENCONTRADO
                   MOVE MEN-NOME-PAGADOR TO WRK-PAG-NOME
               END-IF
           END-IF.

           IF WRK-PAG-CPF = SPACES
               MOVE 'A'           TO SORT-PAGADOR-TIPO
               MOVE MEN-MATRICULA TO SORT-PAGADOR-ID
           ELSE
               MOVE 'R'           TO SORT-PAGADOR-TIPO
               MOVE WRK-PAG-CPF   TO SORT-PAGADOR-ID
           END-IF.
           MOVE MEN-MATRICULA      TO SORT-MATRICULA.
           MOVE MEN-COMPETENCIA    TO SORT-COMPETENCIA.
           MOVE MEN-VENCIMENTO     TO SORT-VENCIMENTO.
           MOVE MEN-VALOR          TO SORT-VALOR.
           MOVE MEN-DESCONTO-BOLSA TO SORT-DESCONTO.
           MOVE MEN-VALOR-PAGO     TO SORT-PAGO.
           IF MEN-PAGA
               MOVE ZERO TO SORT-SALDO
           ELSE
               COMPUTE SORT-SALDO = MEN-VALOR - MEN-VALOR-PAGO
           END-IF.
           MOVE WRK-PAG-NOME       TO SORT-PAG-NOME.
           MOVE WRK-PAG-ENDERECO   TO SORT-PAG-ENDERECO.
           MOVE WRK-PAG-CIDADE     TO SORT-PAG-CIDADE.
           MOVE WRK-PAG-UF         TO SORT-PAG-UF.
           MOVE WRK-PAG-CEP        TO SORT-PAG-CEP.
           RELEASE SORT-REC.
       0004-END.

       0005-EMITIR-EXTRATOS.
           PERFORM 0006-RECEBER-ORDENADO.
           PERFORM 0007-PROCESSAR-TITULO UNTIL FS-SORT-FIM.
           IF NOT PRIMEIRO-PAGADOR
               PERFORM 0009-FECHAR-EXTRATO
           END-IF.
       0005-END.

       0006-RECEBER-ORDENADO.
           RETURN SORT-WORK
               AT END
                   MOVE '10' TO WRK-SORT-STATUS
               NOT AT END
                   MOVE '00' TO WRK-SORT-STATUS
           END-RETURN.
       0006-END.

       0007-PROCESSAR-TITULO.
           IF PRIMEIRO-PAGADOR
              OR SORT-PAGADOR-CHAVE NOT = WRK-PAGADOR-ATUAL
               IF NOT PRIMEIRO-PAGADOR
                   PERFORM 0009-FECHAR-EXTRATO
               END-IF
               MOVE 'N' TO WRK-PRIMEIRO
               MOVE SORT-PAGADOR-CHAVE TO WRK-PAGADOR-ATUAL
               MOVE ZERO TO WRK-TOTAL-PAGADOR WRK-TITULOS-PAGADOR
               PERFORM 0008-ABRIR-EXTRATO
           END-IF.

           MOVE SORT-MATRICULA TO ALU-MATRICULA.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO WRK-NOME-ALUNO
               NOT INVALID KEY
                   MOVE ALU-NOME TO WRK-NOME-ALUNO
           END-READ.

           IF SORT-COMPETENCIA < WRK-COMPETENCIA
               MOVE 'EM ATRASO' TO WRK-MARCA
           ELSE
               IF SORT-SALDO = ZERO
                   MOVE 'QUITADA' TO WRK-MARCA
               ELSE
                   MOVE SPACES TO WRK-MARCA
               END-IF
           END-IF.

           MOVE SORT-VALOR    TO WRK-VALOR-ED.
           MOVE SORT-DESCONTO TO WRK-DESCONTO-ED.
           MOVE SORT-PAGO     TO WRK-PAGO-ED.
           MOVE SORT-SALDO    TO WRK-SALDO-ED.
           STRING SORT-MATRICULA   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-NOME-ALUNO   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  SORT-COMPETENCIA DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  SORT-VENCIMENTO  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-DESCONTO-ED  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-PAGO-ED      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-SALDO-ED     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-MARCA        DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           ADD 1 TO WRK-TITULOS-PAGADOR WRK-TOTAL-TITULOS.
           ADD SORT-SALDO TO WRK-TOTAL-PAGADOR WRK-TOTAL-GERAL.
           PERFORM 0006-RECEBER-ORDENADO.
       0007-END.

      * CADA EXTRATO COMECA EM PAGINA NOVA (LINHA ATUAL NO LIMITE
      * FORCA O SALTO NO PROXIMO 0972), COM O DESTINATARIO.
       0008-ABRIR-EXTRATO.
           ADD 1 TO WRK-TOTAL-PAGADORES.
           MOVE 99 TO WRK-REL-LINHA-ATUAL.

           STRING 'EXTRATO CONSOLIDADO - COMPETENCIA '
                                     DELIMITED BY SIZE
                  WRK-COMPETENCIA    DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF SORT-PAGA-RESPONSAVEL
               STRING 'PAGADOR: '       DELIMITED BY SIZE
                      SORT-PAG-NOME     DELIMITED BY SIZE
                      ' CPF '           DELIMITED BY SIZE
                      SORT-PAGADOR-ID   DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               MOVE SORT-PAG-ENDERECO TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
               STRING SORT-PAG-CIDADE   DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      SORT-PAG-UF       DELIMITED BY SIZE
                      ' CEP '           DELIMITED BY SIZE
                      SORT-PAG-CEP      DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           ELSE
               MOVE SORT-PAGADOR-ID(1:6) TO ALU-MATRICULA
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO WRK-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE ALU-NOME TO WRK-NOME-ALUNO
               END-READ
               STRING 'PAGADOR: O PROPRIO ALUNO ' DELIMITED BY SIZE
                      SORT-PAGADOR-ID(1:6)        DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      WRK-NOME-ALUNO              DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'MATRIC ALUNO                          '
                                              DELIMITED BY SIZE
                  'COMPET VENCTO        VALOR   DESCONTO '
                                              DELIMITED BY SIZE
                  '      PAGO      SALDO' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0008-END.

       0009-FECHAR-EXTRATO.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TITULOS-PAGADOR TO WRK-REL-NUM-ED.
           STRING 'TITULOS NO EXTRATO: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED         DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-PAGADOR TO WRK-VALOR-EDITADO.
           STRING 'TOTAL A PAGAR.....: ' DELIMITED BY SIZE
                  WRK-VALOR-EDITADO      DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0009-END.

           COPY PAGADOR-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
