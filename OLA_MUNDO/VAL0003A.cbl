      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: FECHAMENTO MENSAL DOS VALES (VALES-PRESENTE.DAT):
      *              BAIXA O SALDO DOS CARTOES-PRESENTE E VALES-TROCA
      *              QUE PASSARAM DA VALIDADE SEM SER USADOS -- O VALE
      *              VIRA EXPIRADO, O SALDO VAI PARA O VALOR BAIXADO
      *              COM A DATA E SAI DO PASSIVO DO VAL0002A -- E
      *              LISTA PELO GERADOR PADRAO (SPOOL) CADA BAIXA, COM
      *              O TOTAL POR TIPO PARA O LANCAMENTO NA
      *              CONTABILIDADE. PENSADO PARA RODAR COMO PASSO DO JOB
      *              FIM-DE-MES.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAL0003A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-VALES ASSIGN TO DYNAMIC WRK-VALES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NUMERO
               FILE STATUS IS WRK-VAL-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-VALES.
           COPY VALES-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-VAL-STATUS PIC X(02).
           88 FS-VAL-OK             VALUE '00'.
           88 FS-VAL-FIM-ARQUIVO    VALUE '10'.
           88 FS-VAL-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-VALES-PATH PIC X(100).

       01 WRK-DATA-HOJE  PIC X(08).
       01 WRK-TIPO-DESC  PIC X(08).

       01 WRK-VAL-FIM PIC X(01) VALUE 'N'.
           88 VALES-VARRIDOS VALUE 'S'.

       01 WRK-QTD-BAIXADOS    PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-BAIXADO   PIC 9(11)V99 VALUE ZERO.
       01 WRK-QTD-PRESENTE    PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-PRESENTE  PIC 9(11)V99 VALUE ZERO.
       01 WRK-QTD-TROCA       PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-TROCA     PIC 9(11)V99 VALUE ZERO.
       01 WRK-QTD-ERROS       PIC 9(05) COMP VALUE 0.

       01 WRK-VALOR-ED     PIC $$$,$$$,$$9.99.
       01 WRK-SALDO-ED     PIC $$$,$$$,$$9.99.
       01 WRK-TOTAL-ED     PIC $$$,$$$,$$$,$$9.99.
       01 WRK-QTD-ED       PIC ZZZZZZ9.

           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   VAL0003A - FECHAMENTO MENSAL DE VALES        '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O ARQUIVO-VALES.
           IF FS-VAL-ARQUIVO-NOVO
               DISPLAY 'VALES-PRESENTE.DAT AINDA NAO EXISTE. NADA A '
                       'BAIXAR.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           IF NOT FS-VAL-OK
               DISPLAY 'ERRO AO ABRIR VALES-PRESENTE.DAT (STATUS '
                       WRK-VAL-STATUS ').'
               MOVE 8 TO RETURN-CODE
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           MOVE 'VAL0003A-BAIXAS' TO WRK-REL-NOME.
           MOVE 'NUMERO   TIPO     EMISSAO  LOJA VALIDADE'
               TO WRK-REL-CABECALHO.
           MOVE '  VALOR ORIGINAL   SALDO BAIXADO'
               TO WRK-REL-CABECALHO(41:32).
           MOVE 'VAL0003A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'VALES VENCIDOS BAIXADOS EM ' DELIMITED BY SIZE
                  WRK-DATA-HOJE                 DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0002-BAIXAR-VENCIDOS.

           CLOSE ARQUIVO-VALES.

           PERFORM 0004-IMPRIMIR-TOTAIS.
           PERFORM 0973-FECHAR-RELATORIO.

           MOVE WRK-TOTAL-BAIXADO TO WRK-TOTAL-ED.
           DISPLAY 'VALES BAIXADOS NESTA RODADA: ' WRK-QTD-BAIXADOS
                   ' SALDO: ' WRK-TOTAL-ED.
           IF WRK-QTD-ERROS > ZERO
               DISPLAY 'VALES NAO REGRAVADOS: ' WRK-QTD-ERROS
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-VALES-PATH
               FROM ENVIRONMENT 'VALES_PRESENTE_PATH'.
           IF WRK-VALES-PATH = SPACES
               MOVE 'VALES-PRESENTE.DAT' TO WRK-VALES-PATH
           END-IF.
       0000-END.

      * VALE ATIVO COM SALDO E VALIDADE ANTERIOR A HOJE: O SALDO E
      * BAIXADO COM A DATA E O VALE VIRA EXPIRADO.
       0002-BAIXAR-VENCIDOS.
           MOVE 'N' TO WRK-VAL-FIM.
           MOVE ZEROS TO VAL-NUMERO.
           START ARQUIVO-VALES KEY NOT < VAL-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-VAL-FIM
               NOT INVALID KEY
                   PERFORM 0002A-LER-VALE
                   PERFORM 0003-AVALIAR-VALE
                       UNTIL VALES-VARRIDOS
           END-START.
       0002-END.

       0002A-LER-VALE.
           READ ARQUIVO-VALES NEXT RECORD.
           IF NOT FS-VAL-OK
               MOVE 'S' TO WRK-VAL-FIM
           END-IF.
       0002A-END.

       0003-AVALIAR-VALE.
           IF VAL-ATIVO
              AND VAL-SALDO > ZERO
              AND VAL-VALIDADE < WRK-DATA-HOJE
               PERFORM 0003A-BAIXAR-VALE
           END-IF.
           PERFORM 0002A-LER-VALE.
       0003-END.

       0003A-BAIXAR-VALE.
           MOVE VAL-SALDO     TO WRK-SALDO-ED.
           MOVE VAL-SALDO     TO VAL-VALOR-BAIXADO.
           MOVE ZERO          TO VAL-SALDO.
           MOVE WRK-DATA-HOJE TO VAL-DATA-BAIXA.
           MOVE 'E'           TO VAL-SITUACAO.
           REWRITE REGISTRO-VALE
               INVALID KEY
                   ADD 1 TO WRK-QTD-ERROS
                   DISPLAY 'ERRO AO REGRAVAR O VALE ' VAL-NUMERO
                           ' (STATUS ' WRK-VAL-STATUS ').'
               NOT INVALID KEY
                   PERFORM 0003B-IMPRIMIR-BAIXA
           END-REWRITE.
       0003A-END.

       0003B-IMPRIMIR-BAIXA.
           ADD 1 TO WRK-QTD-BAIXADOS.
           ADD VAL-VALOR-BAIXADO TO WRK-TOTAL-BAIXADO.
           IF VAL-VALE-TROCA
               ADD 1 TO WRK-QTD-TROCA
               ADD VAL-VALOR-BAIXADO TO WRK-TOTAL-TROCA
               MOVE 'TROCA'    TO WRK-TIPO-DESC
           ELSE
               ADD 1 TO WRK-QTD-PRESENTE
               ADD VAL-VALOR-BAIXADO TO WRK-TOTAL-PRESENTE
               MOVE 'PRESENTE' TO WRK-TIPO-DESC
           END-IF.

           MOVE VAL-VALOR-ORIGINAL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING VAL-NUMERO       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-TIPO-DESC    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  VAL-DATA-EMISSAO DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  VAL-LOJA         DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  VAL-VALIDADE     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-SALDO-ED     DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0003B-END.

       0004-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-QTD-PRESENTE   TO WRK-QTD-ED.
           MOVE WRK-TOTAL-PRESENTE TO WRK-TOTAL-ED.
           STRING 'CARTOES-PRESENTE.....: ' DELIMITED BY SIZE
                  WRK-QTD-ED                DELIMITED BY SIZE
                  '  BAIXADO: '             DELIMITED BY SIZE
                  WRK-TOTAL-ED              DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-QTD-TROCA   TO WRK-QTD-ED.
           MOVE WRK-TOTAL-TROCA TO WRK-TOTAL-ED.
           STRING 'VALES-TROCA..........: ' DELIMITED BY SIZE
                  WRK-QTD-ED                DELIMITED BY SIZE
                  '  BAIXADO: '             DELIMITED BY SIZE
                  WRK-TOTAL-ED              DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-QTD-BAIXADOS  TO WRK-QTD-ED.
           MOVE WRK-TOTAL-BAIXADO TO WRK-TOTAL-ED.
           STRING 'TOTAL BAIXADO........: ' DELIMITED BY SIZE
                  WRK-QTD-ED                DELIMITED BY SIZE
                  '  BAIXADO: '             DELIMITED BY SIZE
                  WRK-TOTAL-ED              DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0004-END.

           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
