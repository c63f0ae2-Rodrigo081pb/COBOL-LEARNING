      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: SEGMENTACAO MENSAL DOS CLIENTES POR RECENCIA,
      *              FREQUENCIA E VALOR (RFM): A CURVA ABC (VEN0006A)
      *              DIZ QUAIS SABORES IMPORTAM, ESTE DIZ QUAIS
      *              CLIENTES. LE AS VENDAS COM CPF DA JANELA (PADRAO
      *              365 DIAS ATE A DATA DE REFERENCIA), NOS ARQUIVOS
      *              MORTOS VENDAS-AAAA.DAT DO ARQUIVAMENTO ANUAL
      *              (VEN0008A) E EM VENDAS.DAT, DA A CADA CLIENTE UMA
      *              NOTA DE 1 A 5 EM CADA EIXO E O CLASSIFICA EM UM
      *              SEGMENTO (CAMPEAO, FIEL, NOVO, PROMISSOR, EM
      *              RISCO, HIBERNANDO, PERDIDO). GRAVA
      *              SEGMENTOS-RFM.DAT (BASE DO EXTRATO DE
      *              RECONQUISTA VEN0010A) E O RESUMO POR SEGMENTO,
      *              COM CLIENTES E FATURAMENTO, NO SPOOL. PENSADO
      *              PARA RODAR COMO PASSO DO JOB FIM-DE-MES.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEN0009A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-VENDAS ASSIGN TO DYNAMIC WRK-VENDAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VEN-STATUS.

           SELECT ARQUIVO-SEGMENTOS ASSIGN TO DYNAMIC WRK-SEGMENTOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

           SELECT SORT-WORK ASSIGN TO 'VEN0009A.TMP'.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.

       FD ARQUIVO-SEGMENTOS.
           COPY SEGMENTOS-FD.CPY.

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-CPF   PIC X(14).
           05 SORT-DATA  PIC X(08).
           05 SORT-TIPO  PIC X(01).
           05 SORT-VALOR PIC 9(09)V99.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-VEN-STATUS PIC X(02).
           88 FS-VEN-OK             VALUE '00'.
           88 FS-VEN-FIM-ARQUIVO    VALUE '10'.
           88 FS-VEN-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-SEG-STATUS PIC X(02).
           88 FS-SEG-OK             VALUE '00'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS). O CAMINHO DO
      * ARQUIVO ABERTO (WRK-VENDAS-PATH) ALTERNA ENTRE OS MORTOS E O
      * VIVO.
       01 WRK-VENDAS-PATH      PIC X(100).
       01 WRK-VENDAS-VIVO-PATH PIC X(100).
       01 WRK-SEGMENTOS-PATH   PIC X(100).

      * JANELA DA ANALISE EM DIAS, ATE A DATA DE REFERENCIA
      * (RFM_JANELA_DIAS; PADRAO UM ANO).
       01 WRK-JANELA-PARAM PIC X(04).
       01 WRK-JANELA-DIAS  PIC 9(04) VALUE 365.

       01 WRK-DATA-HOJE    PIC X(08).
       01 WRK-DATA-ENTRADA PIC X(08).
       01 WRK-DATA-REF     PIC X(08).
       01 WRK-DATA-INICIO  PIC X(08).
       01 WRK-DATA-NUM     PIC 9(08).
       01 WRK-DIA-REF      PIC 9(07) COMP.
       01 WRK-DIA-CALC     PIC 9(07) COMP.
       01 WRK-ANO-INICIO   PIC 9(04).
       01 WRK-ANO-REF      PIC 9(04).
       01 WRK-ANO-LEITURA  PIC 9(04).

      * ANOS LIDOS DOS ARQUIVOS MORTOS: AS LINHAS DESSES ANOS QUE
      * AINDA ESTEJAM NO ARQUIVO VIVO (VENDAS.NOVO NAO TROCADO) SAO
      * IGNORADAS PARA NAO CONTAR A VENDA DUAS VEZES.
       01 WRK-ANOS-MORTOS.
           05 WRK-ANO-MORTO OCCURS 10 TIMES PIC X(04).
       01 WRK-ANOS-MORTOS-QTD PIC 9(02) COMP VALUE 0.
       01 WRK-ANO-IDX         PIC 9(02) COMP VALUE 0.
       01 WRK-ANO-ACHADO PIC X(01).
           88 ANO-JA-LIDO VALUE 'S'.
       01 WRK-ORIGEM PIC X(01).
           88 LENDO-ARQUIVO-VIVO VALUE 'V'.

       01 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-ESGOTADO VALUE 'S'.

      * LIMITES DAS NOTAS, DA NOTA 5 PARA A NOTA 2 (ABAIXO DO ULTIMO
      * LIMITE A NOTA E 1): RECENCIA EM DIAS DESDE A ULTIMA COMPRA
      * (ATE), FREQUENCIA EM DIAS COM COMPRA (NO MINIMO) E VALOR EM
      * REAIS NA JANELA (NO MINIMO).
       01 WRK-LIMITES-RFM.
           05 FILLER PIC 9(05) VALUE 30.
           05 FILLER PIC 9(05) VALUE 60.
           05 FILLER PIC 9(05) VALUE 90.
           05 FILLER PIC 9(05) VALUE 180.
           05 FILLER PIC 9(05) VALUE 12.
           05 FILLER PIC 9(05) VALUE 6.
           05 FILLER PIC 9(05) VALUE 3.
           05 FILLER PIC 9(05) VALUE 2.
           05 FILLER PIC 9(05) VALUE 1000.
           05 FILLER PIC 9(05) VALUE 500.
           05 FILLER PIC 9(05) VALUE 200.
           05 FILLER PIC 9(05) VALUE 80.
       01 WRK-LIMITES-RFM-TAB REDEFINES WRK-LIMITES-RFM.
           05 WRK-LIM-RECENCIA   OCCURS 4 TIMES PIC 9(05).
           05 WRK-LIM-FREQUENCIA OCCURS 4 TIMES PIC 9(05).
           05 WRK-LIM-VALOR      OCCURS 4 TIMES PIC 9(05).
       01 WRK-LIM-IDX PIC 9(01) COMP VALUE 0.

      * SEGMENTOS, NA ORDEM DO RESUMO.
       01 WRK-NOMES-SEGMENTO.
           05 FILLER PIC X(14) VALUE 'CACAMPEAO     '.
           05 FILLER PIC X(14) VALUE 'FIFIEL        '.
           05 FILLER PIC X(14) VALUE 'NONOVO        '.
           05 FILLER PIC X(14) VALUE 'PRPROMISSOR   '.
           05 FILLER PIC X(14) VALUE 'RIEM RISCO    '.
           05 FILLER PIC X(14) VALUE 'HIHIBERNANDO  '.
           05 FILLER PIC X(14) VALUE 'PEPERDIDO     '.
       01 WRK-NOMES-SEGMENTO-TAB REDEFINES WRK-NOMES-SEGMENTO.
           05 WRK-SGT-NOMES OCCURS 7 TIMES.
               10 WRK-SGT-CODIGO PIC X(02).
               10 WRK-SGT-NOME   PIC X(12).

       01 WRK-SEGMENTO-TOTAIS.
           05 WRK-SGT-TOTAL OCCURS 7 TIMES.
               10 WRK-SGT-CLIENTES PIC 9(07) COMP.
               10 WRK-SGT-VALOR    PIC 9(11)V99.
       01 WRK-SGT-IDX PIC 9(01) COMP VALUE 0.

      * QUEBRA POR CPF: ACUMULADOS DO CLIENTE NA JANELA.
       01 WRK-CPF-ATUAL       PIC X(14) VALUE SPACES.
       01 WRK-CLI-ULTIMA      PIC X(08).
       01 WRK-CLI-FREQUENCIA  PIC 9(05).
       01 WRK-CLI-VALOR       PIC S9(09)V99.
       01 WRK-CLI-DIAS        PIC 9(05).
       01 WRK-NOTA-R          PIC 9(01).
       01 WRK-NOTA-F          PIC 9(01).
       01 WRK-NOTA-M          PIC 9(01).

       01 WRK-LINHAS-LIDAS      PIC 9(07) COMP VALUE 0.
       01 WRK-LINHAS-JANELA     PIC 9(07) COMP VALUE 0.
       01 WRK-LINHAS-DUPLICADAS PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-CLIENTES    PIC 9(07) COMP VALUE 0.
       01 WRK-SO-DEVOLUCAO      PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-VALOR       PIC 9(11)V99 VALUE ZERO.

       01 WRK-VALOR-EDITADO PIC $$$,$$$,$$9.99.
       01 WRK-PCT           PIC 9(03)V9.
       01 WRK-PCT-CLI-ED    PIC ZZ9.9.
       01 WRK-PCT-VAL-ED    PIC ZZ9.9.
       01 WRK-QTD-EDITADA   PIC ZZZ,ZZ9.
       01 WRK-DATA-ED       PIC X(10).
       01 WRK-INICIO-ED     PIC X(10).

           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '    VEN0009A - SEGMENTACAO RFM DE CLIENTES      '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, ENTER PARA HOJE): '.
           ACCEPT WRK-DATA-ENTRADA.
           IF WRK-DATA-ENTRADA = SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-REF
           ELSE
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-REF
           END-IF.
           IF WRK-DATA-REF NOT NUMERIC
              OR WRK-DATA-REF(5:2) < '01' OR WRK-DATA-REF(5:2) > '12'
              OR WRK-DATA-REF(7:2) < '01' OR WRK-DATA-REF(7:2) > '31'
               DISPLAY 'DATA INVALIDA: ' WRK-DATA-ENTRADA
               MOVE 8 TO RETURN-CODE
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

      * INICIO DA JANELA: REFERENCIA MENOS A JANELA, MAIS UM DIA.
           MOVE WRK-DATA-REF TO WRK-DATA-NUM.
           COMPUTE WRK-DIA-REF =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).
           COMPUTE WRK-DIA-CALC = WRK-DIA-REF - WRK-JANELA-DIAS + 1.
           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-CALC).
           MOVE WRK-DATA-NUM TO WRK-DATA-INICIO.
           MOVE WRK-DATA-INICIO(1:4) TO WRK-ANO-INICIO.
           MOVE WRK-DATA-REF(1:4)    TO WRK-ANO-REF.
           STRING WRK-DATA-REF(7:2) '/' WRK-DATA-REF(5:2) '/'
                  WRK-DATA-REF(1:4) DELIMITED BY SIZE
               INTO WRK-DATA-ED
           END-STRING.
           STRING WRK-DATA-INICIO(7:2) '/' WRK-DATA-INICIO(5:2) '/'
                  WRK-DATA-INICIO(1:4) DELIMITED BY SIZE
               INTO WRK-INICIO-ED
           END-STRING.

           MOVE WRK-VENDAS-VIVO-PATH TO WRK-VENDAS-PATH.
           OPEN INPUT ARQUIVO-VENDAS.
           IF FS-VEN-ARQUIVO-NOVO
               DISPLAY 'VENDAS.DAT AINDA NAO EXISTE. NADA A '
                       'SEGMENTAR.'
               CLOSE ARQUIVO-VENDAS
               MOVE 4 TO RETURN-CODE
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           CLOSE ARQUIVO-VENDAS.

           DISPLAY 'JANELA DE ' WRK-INICIO-ED ' A ' WRK-DATA-ED '.'.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-CPF SORT-DATA
               INPUT PROCEDURE IS 0002-SELECIONAR-VENDAS
               OUTPUT PROCEDURE IS 0006-PONTUAR-CLIENTES.

           PERFORM 0009-EMITIR-RESUMO.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-VENDAS-VIVO-PATH
               FROM ENVIRONMENT 'VENDAS_DAT_PATH'.
           IF WRK-VENDAS-VIVO-PATH = SPACES
               MOVE 'VENDAS.DAT' TO WRK-VENDAS-VIVO-PATH
           END-IF.

           ACCEPT WRK-SEGMENTOS-PATH
               FROM ENVIRONMENT 'SEGMENTOS_RFM_PATH'.
           IF WRK-SEGMENTOS-PATH = SPACES
               MOVE 'SEGMENTOS-RFM.DAT' TO WRK-SEGMENTOS-PATH
           END-IF.

           ACCEPT WRK-JANELA-PARAM FROM ENVIRONMENT 'RFM_JANELA_DIAS'.
           IF WRK-JANELA-PARAM NOT = SPACES
               IF FUNCTION TRIM(WRK-JANELA-PARAM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WRK-JANELA-PARAM)
                       TO WRK-JANELA-DIAS
               END-IF
           END-IF.
           IF WRK-JANELA-DIAS = ZERO
               MOVE 365 TO WRK-JANELA-DIAS
           END-IF.
       0000-END.

      ******************************************************************
      * SELECAO: OS ANOS FECHADOS DA JANELA VEM DO ARQUIVO MORTO
      * QUANDO ELE EXISTE; O RESTO VEM DO ARQUIVO VIVO.
      ******************************************************************
       0002-SELECIONAR-VENDAS.
           PERFORM 0003-LER-ARQUIVO-MORTO
               VARYING WRK-ANO-LEITURA FROM WRK-ANO-INICIO BY 1
               UNTIL WRK-ANO-LEITURA >= WRK-ANO-REF.

           MOVE 'V' TO WRK-ORIGEM.
           MOVE WRK-VENDAS-VIVO-PATH TO WRK-VENDAS-PATH.
           OPEN INPUT ARQUIVO-VENDAS.
           PERFORM 0004-LER-VENDA.
           PERFORM 0005-LIBERAR-VENDA UNTIL FS-VEN-FIM-ARQUIVO.
           CLOSE ARQUIVO-VENDAS.
       0002-END.

       0003-LER-ARQUIVO-MORTO.
           MOVE SPACES TO WRK-VENDAS-PATH.
           STRING 'VENDAS-'        DELIMITED BY SIZE
                  WRK-ANO-LEITURA  DELIMITED BY SIZE
                  '.DAT'           DELIMITED BY SIZE
               INTO WRK-VENDAS-PATH
           END-STRING.
           OPEN INPUT ARQUIVO-VENDAS.
           IF FS-VEN-ARQUIVO-NOVO
               CLOSE ARQUIVO-VENDAS
               DISPLAY 'SEM ARQUIVO MORTO PARA ' WRK-ANO-LEITURA
                       '; O ANO SAI DO ARQUIVO VIVO.'
           ELSE
               DISPLAY 'LENDO O ARQUIVO MORTO '
                       FUNCTION TRIM(WRK-VENDAS-PATH) '.'
               IF WRK-ANOS-MORTOS-QTD < 10
                   ADD 1 TO WRK-ANOS-MORTOS-QTD
                   MOVE WRK-ANO-LEITURA
                       TO WRK-ANO-MORTO(WRK-ANOS-MORTOS-QTD)
               END-IF
               MOVE 'M' TO WRK-ORIGEM
               PERFORM 0004-LER-VENDA
               PERFORM 0005-LIBERAR-VENDA UNTIL FS-VEN-FIM-ARQUIVO
               CLOSE ARQUIVO-VENDAS
           END-IF.
       0003-END.

       0004-LER-VENDA.
           READ ARQUIVO-VENDAS.
       0004-END.

      * SO VENDA IDENTIFICADA (COM CPF) DENTRO DA JANELA.
       0005-LIBERAR-VENDA.
           ADD 1 TO WRK-LINHAS-LIDAS.
           MOVE 'N' TO WRK-ANO-ACHADO.
           IF LENDO-ARQUIVO-VIVO
               PERFORM 0005A-PROCURAR-ANO
                   VARYING WRK-ANO-IDX FROM 1 BY 1
                   UNTIL WRK-ANO-IDX > WRK-ANOS-MORTOS-QTD
                      OR ANO-JA-LIDO
           END-IF.

           IF ANO-JA-LIDO
               ADD 1 TO WRK-LINHAS-DUPLICADAS
           ELSE
               IF VEN-CPF NOT = SPACES
                  AND VEN-DATA NOT < WRK-DATA-INICIO
                  AND VEN-DATA NOT > WRK-DATA-REF
                   MOVE VEN-CPF         TO SORT-CPF
                   MOVE VEN-DATA        TO SORT-DATA
                   MOVE VEN-VALOR-TOTAL TO SORT-VALOR
                   IF VEN-TIPO-DEVOLUCAO
                       MOVE 'D' TO SORT-TIPO
                   ELSE
                       MOVE 'V' TO SORT-TIPO
                   END-IF
                   RELEASE SORT-REC
                   ADD 1 TO WRK-LINHAS-JANELA
               END-IF
           END-IF.

           PERFORM 0004-LER-VENDA.
       0005-END.

       0005A-PROCURAR-ANO.
           IF VEN-DATA(1:4) = WRK-ANO-MORTO(WRK-ANO-IDX)
               MOVE 'S' TO WRK-ANO-ACHADO
           END-IF.
       0005A-END.

      ******************************************************************
      * PONTUACAO: QUEBRA POR CPF, NOTAS E SEGMENTO DE CADA CLIENTE.
      ******************************************************************
       0006-PONTUAR-CLIENTES.
           INITIALIZE WRK-SEGMENTO-TOTAIS.
           OPEN OUTPUT ARQUIVO-SEGMENTOS.
           MOVE SPACES TO WRK-CPF-ATUAL.
           PERFORM 0006B-ZERAR-CLIENTE.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0006A-RECEBER-ORDENADO.
           PERFORM 0007-ACUMULAR-VENDA UNTIL SORT-ESGOTADO.
           IF WRK-CPF-ATUAL NOT = SPACES
               PERFORM 0008-FECHAR-CLIENTE
           END-IF.
           CLOSE ARQUIVO-SEGMENTOS.
       0006-END.

       0006A-RECEBER-ORDENADO.
           RETURN SORT-WORK
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       0006A-END.

       0006B-ZERAR-CLIENTE.
           MOVE SPACES TO WRK-CLI-ULTIMA.
           MOVE ZERO   TO WRK-CLI-FREQUENCIA WRK-CLI-VALOR.
       0006B-END.

      * A FREQUENCIA CONTA DIAS DISTINTOS COM VENDA (VARIAS LINHAS DO
      * MESMO CUPOM OU DO MESMO DIA SAO UMA VISITA); A DEVOLUCAO SO
      * ABATE O VALOR.
       0007-ACUMULAR-VENDA.
           IF SORT-CPF NOT = WRK-CPF-ATUAL
               IF WRK-CPF-ATUAL NOT = SPACES
                   PERFORM 0008-FECHAR-CLIENTE
               END-IF
               MOVE SORT-CPF TO WRK-CPF-ATUAL
               PERFORM 0006B-ZERAR-CLIENTE
           END-IF.

           IF SORT-TIPO = 'D'
               SUBTRACT SORT-VALOR FROM WRK-CLI-VALOR
           ELSE
               ADD SORT-VALOR TO WRK-CLI-VALOR
               IF SORT-DATA NOT = WRK-CLI-ULTIMA
                   ADD 1 TO WRK-CLI-FREQUENCIA
                   MOVE SORT-DATA TO WRK-CLI-ULTIMA
               END-IF
           END-IF.

           PERFORM 0006A-RECEBER-ORDENADO.
       0007-END.

       0008-FECHAR-CLIENTE.
      * SO DEVOLUCAO NA JANELA (A COMPRA FICOU ANTES DELA): O CLIENTE
      * NAO TEM COMPRA A PONTUAR.
           IF WRK-CLI-FREQUENCIA = ZERO
               ADD 1 TO WRK-SO-DEVOLUCAO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-CLI-VALOR < ZERO
               MOVE ZERO TO WRK-CLI-VALOR
           END-IF.

           MOVE WRK-CLI-ULTIMA TO WRK-DATA-NUM.
           COMPUTE WRK-CLI-DIAS =
               WRK-DIA-REF - FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).

           MOVE 1 TO WRK-NOTA-R WRK-NOTA-F WRK-NOTA-M.
           PERFORM 0008A-APLICAR-LIMITES
               VARYING WRK-LIM-IDX FROM 4 BY -1
               UNTIL WRK-LIM-IDX < 1.

           EVALUATE TRUE
               WHEN WRK-NOTA-R >= 4 AND WRK-NOTA-F >= 4
                                    AND WRK-NOTA-M >= 4
                   MOVE 1 TO WRK-SGT-IDX
               WHEN WRK-NOTA-R >= 3 AND WRK-NOTA-F >= 4
                   MOVE 2 TO WRK-SGT-IDX
               WHEN WRK-NOTA-R >= 4 AND WRK-NOTA-F = 1
                   MOVE 3 TO WRK-SGT-IDX
               WHEN WRK-NOTA-R >= 4
                   MOVE 4 TO WRK-SGT-IDX
               WHEN WRK-NOTA-R <= 2 AND WRK-NOTA-F >= 3
                   MOVE 5 TO WRK-SGT-IDX
               WHEN WRK-NOTA-R = 1
                   MOVE 7 TO WRK-SGT-IDX
               WHEN OTHER
                   MOVE 6 TO WRK-SGT-IDX
           END-EVALUATE.

           MOVE WRK-CPF-ATUAL      TO SEG-CPF.
           MOVE WRK-DATA-REF       TO SEG-DATA-REF.
           MOVE WRK-CLI-ULTIMA     TO SEG-ULTIMA-COMPRA.
           MOVE WRK-CLI-DIAS       TO SEG-RECENCIA-DIAS.
           MOVE WRK-CLI-FREQUENCIA TO SEG-FREQUENCIA.
           MOVE WRK-CLI-VALOR      TO SEG-VALOR.
           MOVE WRK-NOTA-R         TO SEG-NOTA-R.
           MOVE WRK-NOTA-F         TO SEG-NOTA-F.
           MOVE WRK-NOTA-M         TO SEG-NOTA-M.
           MOVE WRK-SGT-CODIGO(WRK-SGT-IDX) TO SEG-CODIGO.
           MOVE WRK-SGT-NOME(WRK-SGT-IDX)   TO SEG-NOME-SEGMENTO.
           WRITE REGISTRO-SEGMENTO.

           ADD 1             TO WRK-SGT-CLIENTES(WRK-SGT-IDX).
           ADD WRK-CLI-VALOR TO WRK-SGT-VALOR(WRK-SGT-IDX).
           ADD 1             TO WRK-TOTAL-CLIENTES.
           ADD WRK-CLI-VALOR TO WRK-TOTAL-VALOR.
       0008-END.

      * VARRE DO LIMITE MAIS FROUXO (NOTA 2) PARA O MAIS APERTADO
      * (NOTA 5): A ULTIMA FAIXA ATENDIDA FICA COMO NOTA.
       0008A-APLICAR-LIMITES.
           IF WRK-CLI-DIAS <= WRK-LIM-RECENCIA(WRK-LIM-IDX)
               COMPUTE WRK-NOTA-R = 6 - WRK-LIM-IDX
           END-IF.
           IF WRK-CLI-FREQUENCIA >= WRK-LIM-FREQUENCIA(WRK-LIM-IDX)
               COMPUTE WRK-NOTA-F = 6 - WRK-LIM-IDX
           END-IF.
           IF WRK-CLI-VALOR >= WRK-LIM-VALOR(WRK-LIM-IDX)
               COMPUTE WRK-NOTA-M = 6 - WRK-LIM-IDX
           END-IF.
       0008A-END.

      ******************************************************************
      * RESUMO POR SEGMENTO NO SPOOL E NA TELA.
      ******************************************************************
       0009-EMITIR-RESUMO.
           MOVE SPACES TO WRK-REL-NOME.
           STRING 'RFM-' WRK-DATA-REF DELIMITED BY SIZE
               INTO WRK-REL-NOME
           END-STRING.
           MOVE SPACES TO WRK-REL-CABECALHO.
           STRING 'SEGMENTACAO RFM DE CLIENTES - REFERENCIA '
                  DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
               INTO WRK-REL-CABECALHO
           END-STRING.
           MOVE 'VEN0009A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           STRING 'JANELA: ' WRK-INICIO-ED ' A ' WRK-DATA-ED
               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE 'SEGMENTO'     TO WRK-REL-LINHA(1:8).
           MOVE 'CLIENTES'     TO WRK-REL-LINHA(16:8).
           MOVE '% CLI'        TO WRK-REL-LINHA(27:5).
           MOVE 'FATURAMENTO'  TO WRK-REL-LINHA(38:11).
           MOVE '% FAT'        TO WRK-REL-LINHA(52:5).
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0009A-IMPRIMIR-SEGMENTO
               VARYING WRK-SGT-IDX FROM 1 BY 1
               UNTIL WRK-SGT-IDX > 7.

           MOVE WRK-TOTAL-CLIENTES TO WRK-QTD-EDITADA.
           MOVE WRK-TOTAL-VALOR    TO WRK-VALOR-EDITADO.
           MOVE 'TOTAL'            TO WRK-REL-LINHA(1:5).
           MOVE WRK-QTD-EDITADA    TO WRK-REL-LINHA(16:7).
           MOVE WRK-VALOR-EDITADO  TO WRK-REL-LINHA(35:14).
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-SO-DEVOLUCAO TO WRK-QTD-EDITADA.
           STRING 'CPF SO COM DEVOLUCAO NA JANELA (NAO PONTUADOS): '
                  WRK-QTD-EDITADA DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0973-FECHAR-RELATORIO.

           DISPLAY '------------------------------------------'.
           DISPLAY ' LINHAS DE VENDA LIDAS....: ' WRK-LINHAS-LIDAS.
           DISPLAY ' NA JANELA, COM CPF.......: ' WRK-LINHAS-JANELA.
           DISPLAY ' IGNORADAS (JA NO MORTO)..: '
                   WRK-LINHAS-DUPLICADAS.
           DISPLAY ' CLIENTES SEGMENTADOS.....: ' WRK-TOTAL-CLIENTES.
           DISPLAY '------------------------------------------'.
           DISPLAY 'SEGMENTOS GRAVADOS EM '
                   FUNCTION TRIM(WRK-SEGMENTOS-PATH) '.'.
       0009-END.

       0009A-IMPRIMIR-SEGMENTO.
           MOVE ZERO TO WRK-PCT-CLI-ED WRK-PCT-VAL-ED.
           IF WRK-TOTAL-CLIENTES > ZERO
               COMPUTE WRK-PCT ROUNDED =
                   WRK-SGT-CLIENTES(WRK-SGT-IDX) * 100
                   / WRK-TOTAL-CLIENTES
               MOVE WRK-PCT TO WRK-PCT-CLI-ED
           END-IF.
           IF WRK-TOTAL-VALOR > ZERO
               COMPUTE WRK-PCT ROUNDED =
                   WRK-SGT-VALOR(WRK-SGT-IDX) * 100 / WRK-TOTAL-VALOR
               MOVE WRK-PCT TO WRK-PCT-VAL-ED
           END-IF.
           MOVE WRK-SGT-CLIENTES(WRK-SGT-IDX) TO WRK-QTD-EDITADA.
           MOVE WRK-SGT-VALOR(WRK-SGT-IDX)    TO WRK-VALOR-EDITADO.

           MOVE WRK-SGT-NOME(WRK-SGT-IDX) TO WRK-REL-LINHA(1:12).
           MOVE WRK-QTD-EDITADA           TO WRK-REL-LINHA(16:7).
           MOVE WRK-PCT-CLI-ED            TO WRK-REL-LINHA(27:5).
           MOVE WRK-VALOR-EDITADO         TO WRK-REL-LINHA(35:14).
           MOVE WRK-PCT-VAL-ED            TO WRK-REL-LINHA(52:5).
           PERFORM 0972-IMPRIMIR-LINHA.
       0009A-END.

           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
