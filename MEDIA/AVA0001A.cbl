      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: MANUTENCAO DOS PLANOS DE AVALIACAO (AVALIACOES.DAT,
      *              CHAVE DISCIPLINA + PERIODO): DEFINE OU REDEFINE O
      *              PLANO DE UMA DISCIPLINA DO MESTRE DISCIPLINAS.DAT
      *              NUM PERIODO LETIVO -- NOME, PESO (%) E DATA
      *              PREVISTA DE CADA AVALIACAO --, CONSULTA, EXCLUI E
      *              LISTA. PLANO CUJOS PESOS NAO SOMAM 100% E
      *              RECUSADO. DEPOIS QUE O ESCOLA JA LANCOU NOTAS NA
      *              DISCIPLINA/PERIODO, A QUANTIDADE E OS PESOS NAO
      *              MUDAM MAIS (SO NOMES E DATAS) E O PLANO NAO PODE
      *              SER EXCLUIDO, PARA AS MEDIAS GRAVADAS CONTINUAREM
      *              BATENDO COM O PLANO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVA0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-AVALIACOES
               ASSIGN TO DYNAMIC WRK-AVALIACOES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVA-CHAVE
               FILE STATUS IS WRK-AVA-STATUS.

           SELECT ARQUIVO-DISCIPLINAS
               ASSIGN TO DYNAMIC WRK-DISCIPLINAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-DIS-STATUS.

           SELECT ARQUIVO-NOTAS ASSIGN TO DYNAMIC WRK-NOTAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-AVALIACOES.
           COPY AVALIACOES-FD.CPY.

       FD ARQUIVO-DISCIPLINAS.
           COPY DISCIPLINAS-FD.CPY.

       FD ARQUIVO-NOTAS.
           COPY NOTAS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-DIS-STATUS PIC X(02).
           88 FS-DIS-OK             VALUE '00'.
           88 FS-DIS-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-FILE-STATUS PIC X(02).
           88 FS-OK           VALUE '00'.
           88 FS-FIM-ARQUIVO  VALUE '10'.
           88 FS-ARQUIVO-NOVO VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-DISCIPLINAS-PATH PIC X(100).
       01 WRK-NOTAS-PATH       PIC X(100).

       01 WRK-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WRK-OPCAO      PIC X(01).
       01 WRK-DISCIPLINA PIC 9(03).
       01 WRK-PERIODO    PIC X(06).
       01 WRK-NOME-DISCIPLINA PIC X(30).
       01 WRK-DATA-HOJE  PIC X(08).
       01 WRK-QTD        PIC 9(02).
       01 WRK-PESO       PIC 9(03).
       01 WRK-PESO-ED    PIC ZZ9.

       01 WRK-TOTAL-LISTADOS PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-LANCADAS   PIC 9(05) COMP VALUE 0.

       01 WRK-PLANO-GRAVADO PIC X(01) VALUE 'N'.
           88 PLANO-JA-GRAVADO VALUE 'S'.
       01 WRK-PESOS-MUDARAM PIC X(01) VALUE 'N'.
           88 PESOS-MUDARAM    VALUE 'S'.

      * PLANO JA GRAVADO, PARA COMPARAR COM O DIGITADO QUANDO HA NOTAS
      * LANCADAS NA DISCIPLINA/PERIODO.
       01 WRK-PLANO-ANTERIOR.
           05 WRK-ANT-QTD        PIC 9(02).
           05 WRK-ANT-ITEM OCCURS 10 TIMES.
               10 WRK-ANT-NOME   PIC X(20).
               10 WRK-ANT-PESO   PIC 9(03).
               10 WRK-ANT-DATA   PIC X(08).

           COPY AVALIACAO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '    AVA0001A - PLANOS DE AVALIACAO              '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0001-ABRIR-ARQUIVOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-AVALIACOES.
           CLOSE ARQUIVO-DISCIPLINAS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-AVALIACOES-PATH
               FROM ENVIRONMENT 'AVALIACOES_DAT_PATH'.
           IF WRK-AVALIACOES-PATH = SPACES
               MOVE 'AVALIACOES.DAT' TO WRK-AVALIACOES-PATH
           END-IF.

           ACCEPT WRK-DISCIPLINAS-PATH
               FROM ENVIRONMENT 'DISCIPLINAS_DAT_PATH'.
           IF WRK-DISCIPLINAS-PATH = SPACES
               MOVE 'DISCIPLINAS.DAT' TO WRK-DISCIPLINAS-PATH
           END-IF.

           ACCEPT WRK-NOTAS-PATH FROM ENVIRONMENT 'NOTAS_DAT_PATH'.
           IF WRK-NOTAS-PATH = SPACES
               MOVE 'NOTAS.DAT' TO WRK-NOTAS-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVOS.
      * O ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO EM I-O.
           OPEN I-O ARQUIVO-AVALIACOES.
           IF FS-AVA-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-AVALIACOES
               CLOSE ARQUIVO-AVALIACOES
               OPEN I-O ARQUIVO-AVALIACOES
           END-IF.

           OPEN INPUT ARQUIVO-DISCIPLINAS.
           IF FS-DIS-ARQUIVO-NOVO
               DISPLAY 'AVISO: DISCIPLINAS.DAT AINDA NAO EXISTE '
                       '(DIS0001A).'
           END-IF.
       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(D)EFINIR PLANO, (C)ONSULTAR, (E)XCLUIR, '
                   '(L)ISTAR OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'D'
                   PERFORM 0003-DEFINIR
               WHEN 'C'
                   PERFORM 0004-CONSULTAR
               WHEN 'E'
                   PERFORM 0005-EXCLUIR
               WHEN 'L'
                   PERFORM 0006-LISTAR
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

      * DEFINE O PLANO DA DISCIPLINA/PERIODO. SE JA HAVIA PLANO, O
      * NOVO SUBSTITUI O ANTERIOR INTEIRO.
       0003-DEFINIR.
           PERFORM 0010-PEDIR-CHAVE.
           IF WRK-NOME-DISCIPLINA = SPACES
               DISPLAY 'DISCIPLINA NAO ENCONTRADA EM DISCIPLINAS.DAT.'
           ELSE
           IF WRK-PERIODO = SPACES OR WRK-PERIODO NOT NUMERIC
               DISPLAY 'PERIODO INVALIDO (AAAAPP).'
           ELSE
               PERFORM 0003A-LER-ANTERIOR
               DISPLAY 'QUANTAS AVALIACOES (1 A 10)? '
               ACCEPT WRK-QTD
               IF WRK-QTD < 1 OR WRK-QTD > 10
                   DISPLAY 'QUANTIDADE INVALIDA. INFORME DE 1 A 10.'
               ELSE
                   INITIALIZE WRK-AVA-PLANO
                   MOVE WRK-QTD TO WRK-AVA-QTD
                   PERFORM 0003B-PEDIR-AVALIACAO
                       VARYING WRK-AVA-IDX FROM 1 BY 1
                       UNTIL WRK-AVA-IDX > WRK-AVA-QTD
                   PERFORM 0933-VALIDAR-PLANO-AVALIACAO
                   IF NOT PLANO-AVALIACAO-OK
                       DISPLAY WRK-AVA-ERRO
                       DISPLAY 'PLANO RECUSADO.'
                   ELSE
                       PERFORM 0003C-GRAVAR-PLANO
                   END-IF
               END-IF
           END-IF
           END-IF.
       0003-END.

       0003A-LER-ANTERIOR.
           MOVE 'N' TO WRK-PLANO-GRAVADO.
           INITIALIZE WRK-PLANO-ANTERIOR.
           MOVE WRK-DISCIPLINA TO AVA-DISCIPLINA.
           MOVE WRK-PERIODO    TO AVA-PERIODO.
           READ ARQUIVO-AVALIACOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PLANO-GRAVADO
                   MOVE AVA-PLANO TO WRK-PLANO-ANTERIOR
                   DISPLAY 'JA HA PLANO PARA A DISCIPLINA/PERIODO; O '
                           'NOVO SUBSTITUI O ANTERIOR.'
           END-READ.
       0003A-END.

       0003B-PEDIR-AVALIACAO.
           MOVE WRK-AVA-IDX TO WRK-AVA-NUM.
           DISPLAY 'AVALIACAO ' WRK-AVA-NUM ' - NOME: '.
           ACCEPT WRK-AVA-NOME(WRK-AVA-IDX).
           MOVE FUNCTION UPPER-CASE(WRK-AVA-NOME(WRK-AVA-IDX))
               TO WRK-AVA-NOME(WRK-AVA-IDX).
           DISPLAY 'AVALIACAO ' WRK-AVA-NUM ' - PESO (%): '.
           ACCEPT WRK-PESO.
           MOVE WRK-PESO TO WRK-AVA-PESO(WRK-AVA-IDX).
           DISPLAY 'AVALIACAO ' WRK-AVA-NUM
                   ' - DATA PREVISTA (AAAAMMDD, ENTER SE NAO HA): '.
           ACCEPT WRK-AVA-DATA(WRK-AVA-IDX).
       0003B-END.

      * COM NOTAS JA LANCADAS, SO NOMES E DATAS PODEM MUDAR: OUTRA
      * QUANTIDADE OU OUTRO PESO DEIXARIA AS MEDIAS GRAVADAS FORA DO
      * PLANO.
       0003C-GRAVAR-PLANO.
           MOVE 'N' TO WRK-PESOS-MUDARAM.
           MOVE ZERO TO WRK-QTD-LANCADAS.
           IF PLANO-JA-GRAVADO
               IF WRK-ANT-QTD NOT = WRK-AVA-QTD
                   MOVE 'S' TO WRK-PESOS-MUDARAM
               ELSE
                   PERFORM 0003D-COMPARAR-PESO
                       VARYING WRK-AVA-IDX FROM 1 BY 1
                       UNTIL WRK-AVA-IDX > WRK-AVA-QTD
               END-IF
               IF PESOS-MUDARAM
                   PERFORM 0011-CONTAR-LANCAMENTOS
               END-IF
           END-IF.

           IF WRK-QTD-LANCADAS > 0
               DISPLAY 'JA HA ' WRK-QTD-LANCADAS ' RESULTADO(S) EM '
                       'NOTAS.DAT NESTA DISCIPLINA/PERIODO: A '
                       'QUANTIDADE E OS PESOS NAO PODEM MUDAR. PLANO '
                       'RECUSADO.'
           ELSE
               MOVE WRK-DISCIPLINA TO AVA-DISCIPLINA
               MOVE WRK-PERIODO    TO AVA-PERIODO
               MOVE WRK-AVA-PLANO  TO AVA-PLANO
               MOVE WRK-DATA-HOJE  TO AVA-DATA-ALTERACAO
               IF PLANO-JA-GRAVADO
                   REWRITE REGISTRO-AVALIACAO
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O PLANO: '
                                   WRK-AVA-STATUS
                       NOT INVALID KEY
                           DISPLAY 'PLANO DE ' WRK-NOME-DISCIPLINA
                                   ' EM ' WRK-PERIODO ' REDEFINIDO.'
                   END-REWRITE
               ELSE
                   WRITE REGISTRO-AVALIACAO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O PLANO: '
                                   WRK-AVA-STATUS
                       NOT INVALID KEY
                           DISPLAY 'PLANO DE ' WRK-NOME-DISCIPLINA
                                   ' EM ' WRK-PERIODO ' DEFINIDO.'
                   END-WRITE
               END-IF
           END-IF.
       0003C-END.

       0003D-COMPARAR-PESO.
           IF WRK-ANT-PESO(WRK-AVA-IDX) NOT = WRK-AVA-PESO(WRK-AVA-IDX)
               MOVE 'S' TO WRK-PESOS-MUDARAM
           END-IF.
       0003D-END.

       0004-CONSULTAR.
           PERFORM 0010-PEDIR-CHAVE.
           MOVE WRK-DISCIPLINA TO AVA-DISCIPLINA.
           MOVE WRK-PERIODO    TO AVA-PERIODO.
           READ ARQUIVO-AVALIACOES
               INVALID KEY
                   DISPLAY 'NAO HA PLANO PARA A DISCIPLINA/PERIODO '
                           '(O ESCOLA USA MEDIA SIMPLES).'
               NOT INVALID KEY
                   PERFORM 0004A-EXIBIR-PLANO
           END-READ.
       0004-END.

       0004A-EXIBIR-PLANO.
           MOVE AVA-PLANO TO WRK-AVA-PLANO.
           PERFORM 0933-VALIDAR-PLANO-AVALIACAO.
           DISPLAY '------------------------------------------------'.
           DISPLAY ' ' AVA-DISCIPLINA ' ' WRK-NOME-DISCIPLINA
                   ' PERIODO ' AVA-PERIODO.
           DISPLAY '  AVALIACAO             PESO  DATA'.
           PERFORM 0004B-EXIBIR-AVALIACAO
               VARYING WRK-AVA-IDX FROM 1 BY 1
               UNTIL WRK-AVA-IDX > WRK-AVA-QTD
                  OR WRK-AVA-IDX > 10.
           DISPLAY '------------------------------------------------'.
           IF PLANO-AVALIACAO-OK
               DISPLAY ' PLANO VALIDO. ALTERADO EM '
                       AVA-DATA-ALTERACAO '.'
           ELSE
               DISPLAY ' PLANO INVALIDO: ' WRK-AVA-ERRO
           END-IF.
       0004A-END.

       0004B-EXIBIR-AVALIACAO.
           MOVE WRK-AVA-PESO(WRK-AVA-IDX) TO WRK-PESO-ED.
           DISPLAY '  ' WRK-AVA-NOME(WRK-AVA-IDX) '  ' WRK-PESO-ED
                   '%  ' WRK-AVA-DATA(WRK-AVA-IDX).
       0004B-END.

      * O PLANO DE UMA DISCIPLINA/PERIODO COM NOTAS LANCADAS NAO SAI:
      * OS PESOS GRAVADOS NAS NOTAS PERDERIAM O NOME DAS AVALIACOES.
       0005-EXCLUIR.
           PERFORM 0010-PEDIR-CHAVE.
           MOVE WRK-DISCIPLINA TO AVA-DISCIPLINA.
           MOVE WRK-PERIODO    TO AVA-PERIODO.
           READ ARQUIVO-AVALIACOES
               INVALID KEY
                   DISPLAY 'PLANO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM 0011-CONTAR-LANCAMENTOS
                   IF WRK-QTD-LANCADAS > 0
                       DISPLAY 'JA HA ' WRK-QTD-LANCADAS
                               ' RESULTADO(S) EM NOTAS.DAT COM ESTE '
                               'PLANO. EXCLUSAO RECUSADA.'
                   ELSE
                       DELETE ARQUIVO-AVALIACOES
                           INVALID KEY
                               DISPLAY 'PLANO NAO ENCONTRADO.'
                           NOT INVALID KEY
                               DISPLAY 'PLANO EXCLUIDO.'
                       END-DELETE
                   END-IF
           END-READ.
       0005-END.

       0006-LISTAR.
           MOVE ZERO TO WRK-TOTAL-LISTADOS.
           DISPLAY '------------------------------------------------'.
           DISPLAY ' DISC PERIODO AVALIACOES PESOS SITUACAO'.
           DISPLAY '------------------------------------------------'.
           MOVE LOW-VALUES TO AVA-CHAVE.
           START ARQUIVO-AVALIACOES KEY NOT < AVA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0006A-LER
                   PERFORM 0006B-EXIBIR
                       UNTIL FS-AVA-FIM-ARQUIVO
           END-START.
           DISPLAY 'PLANOS CADASTRADOS: ' WRK-TOTAL-LISTADOS.
       0006-END.

       0006A-LER.
           READ ARQUIVO-AVALIACOES NEXT RECORD.
       0006A-END.

       0006B-EXIBIR.
           MOVE AVA-PLANO TO WRK-AVA-PLANO.
           PERFORM 0933-VALIDAR-PLANO-AVALIACAO.
           MOVE WRK-AVA-SOMA-PESOS TO WRK-AVA-SOMA-ED.
           IF PLANO-AVALIACAO-OK
               DISPLAY ' ' AVA-DISCIPLINA '  ' AVA-PERIODO '     '
                       AVA-QTD '     ' WRK-AVA-SOMA-ED '% OK'
           ELSE
               DISPLAY ' ' AVA-DISCIPLINA '  ' AVA-PERIODO '     '
                       AVA-QTD '     ' WRK-AVA-SOMA-ED '% INVALIDO'
           END-IF.
           ADD 1 TO WRK-TOTAL-LISTADOS.
           PERFORM 0006A-LER.
       0006B-END.

       0010-PEDIR-CHAVE.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-DISCIPLINA.
           DISPLAY 'PERIODO LETIVO (AAAAPP, EX: 202601): '.
           ACCEPT WRK-PERIODO.
           MOVE WRK-DISCIPLINA TO DIS-CODIGO.
           READ ARQUIVO-DISCIPLINAS
               INVALID KEY
                   MOVE SPACES TO WRK-NOME-DISCIPLINA
               NOT INVALID KEY
                   MOVE DIS-NOME TO WRK-NOME-DISCIPLINA
           END-READ.
       0010-END.

      * RESULTADOS JA GRAVADOS PELO ESCOLA NA DISCIPLINA/PERIODO.
       0011-CONTAR-LANCAMENTOS.
           MOVE ZERO TO WRK-QTD-LANCADAS.
           OPEN INPUT ARQUIVO-NOTAS.
           IF NOT FS-ARQUIVO-NOVO
               PERFORM 0011A-LER-NOTA
               PERFORM 0011B-CONFERIR-NOTA UNTIL FS-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-NOTAS.
       0011-END.

       0011A-LER-NOTA.
           READ ARQUIVO-NOTAS.
       0011A-END.

       0011B-CONFERIR-NOTA.
           IF REG-DISCIPLINA = WRK-DISCIPLINA
              AND REG-PERIODO = WRK-PERIODO
               ADD 1 TO WRK-QTD-LANCADAS
           END-IF.
           PERFORM 0011A-LER-NOTA.
       0011B-END.

           COPY AVALIACAO-PD.CPY.
           COPY BANNER-PD.CPY.
