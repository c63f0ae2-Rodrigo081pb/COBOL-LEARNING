      *              IMPRIME UNIDADES E VALOR POR SABOR, SUBTOTAL POR
      *              MARCA E TOTAL GERAL. PENSADO PARA RODAR COMO
      *              PASSO DO FIM-DE-DIA.
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - RODRIGO - QUADRO DE CUPONS DO DIA (CUPONS.DAT):
      *                        CUPONS EMITIDOS, CANCELADOS E COM
      *                        DEVOLUCAO, TICKET MEDIO E A RELACAO DOS
      *                        CUPONS CANCELADOS PELO NUMERO.
      * 15/10/2026 - RODRIGO - VALE-PRESENTE/VALE-TROCA ENTRA COMO
      *                        FORMA DE PAGAMENTO NO QUADRO DO DIA
      *                        (FORA DO DINHEIRO DA GAVETA).
      * 15/10/2026 - RODRIGO - CONSUMO DE FUNCIONARIO DESCONTADO EM
      *                        FOLHA ENTRA COMO FORMA DE PAGAMENTO NO
      *                        QUADRO DO DIA (FORA DA GAVETA).
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VEN-STATUS.

           SELECT ARQUIVO-CUPONS ASSIGN TO DYNAMIC WRK-CUPONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUP-CHAVE
               FILE STATUS IS WRK-CUP-STATUS.

           SELECT SORT-WORK ASSIGN TO 'VEN0002A.TMP'.

       DATA DIVISION.
       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.

       FD ARQUIVO-CUPONS.
           COPY CUPONS-FD.CPY.

       SD SORT-WORK.
       01 SORT-REC.
      * QUEBRA PRIMARIA POR LOJA (VENDA ANTIGA SEM LOJA VALE COMO
       01 WRK-PAG-CARTAO   PIC S9(11)V99 VALUE ZERO.
       01 WRK-PAG-PIX      PIC S9(11)V99 VALUE ZERO.
       01 WRK-PAG-EMPRESA  PIC S9(11)V99 VALUE ZERO.
       01 WRK-PAG-VALE     PIC S9(11)V99 VALUE ZERO.
       01 WRK-PAG-FOLHA    PIC S9(11)V99 VALUE ZERO.

      * CUPONS DO DIA (CUPONS.DAT, VEN0001A): QUANTIDADE POR
      * SITUACAO E TICKET MEDIO (LIQUIDO DE DEVOLUCOES) DOS CUPONS
      * NAO CANCELADOS.
       01 WRK-CUP-STATUS PIC X(02).
           88 FS-CUP-OK             VALUE '00'.
           88 FS-CUP-FIM-ARQUIVO    VALUE '10'.
           88 FS-CUP-ARQUIVO-NOVO   VALUE '35'.
       01 WRK-CUPONS-PATH PIC X(100).
       01 WRK-CUP-EMITIDOS   PIC 9(07) COMP VALUE 0.
       01 WRK-CUP-CANCELADOS PIC 9(07) COMP VALUE 0.
       01 WRK-CUP-PARCIAIS   PIC 9(07) COMP VALUE 0.
       01 WRK-CUP-VALIDOS    PIC 9(07) COMP VALUE 0.
       01 WRK-CUP-LIQUIDO    PIC S9(11)V99 VALUE ZERO.
       01 WRK-CUP-MEDIO      PIC S9(09)V99 VALUE ZERO.
       01 WRK-CUP-QTD-EDITADA PIC ZZZZZZ9.

           COPY BANNER-WS.CPY.

               INPUT PROCEDURE IS 0002-SELECIONAR-VENDAS
               OUTPUT PROCEDURE IS 0004-TOTALIZAR-VENDAS.

           PERFORM 0013-RESUMIR-CUPONS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.
           IF WRK-VENDAS-PATH = SPACES
               MOVE 'VENDAS.DAT' TO WRK-VENDAS-PATH
           END-IF.

           ACCEPT WRK-CUPONS-PATH FROM ENVIRONMENT 'CUPONS_DAT_PATH'.
           IF WRK-CUPONS-PATH = SPACES
               MOVE 'CUPONS.DAT' TO WRK-CUPONS-PATH
           END-IF.
       0000-END.

       0002-SELECIONAR-VENDAS.
                   ADD SORT-VALOR TO WRK-PAG-PIX
               WHEN VEN-PAG-EMPRESA
                   ADD SORT-VALOR TO WRK-PAG-EMPRESA
               WHEN VEN-PAG-VALE
                   ADD SORT-VALOR TO WRK-PAG-VALE
               WHEN VEN-PAG-FOLHA
                   ADD SORT-VALOR TO WRK-PAG-FOLHA
               WHEN OTHER
                   ADD SORT-VALOR TO WRK-PAG-DINHEIRO
           END-EVALUATE.
           DISPLAY '   PIX................: ' WRK-VALOR-EDITADO.
           MOVE WRK-PAG-EMPRESA TO WRK-VALOR-EDITADO.
           DISPLAY '   FATURADO (EMPRESA).: ' WRK-VALOR-EDITADO.
           MOVE WRK-PAG-VALE TO WRK-VALOR-EDITADO.
           DISPLAY '   VALE-PRESENTE/TROCA: ' WRK-VALOR-EDITADO.
           MOVE WRK-PAG-FOLHA TO WRK-VALOR-EDITADO.
           DISPLAY '   CONSUMO FUNCIONARIO: ' WRK-VALOR-EDITADO.
           IF WRK-PROMO-QTD > 0
               DISPLAY ' CUSTO DAS PROMOCOES NO DIA:'
               PERFORM 0009-EXIBIR-PROMOCAO
           MOVE ZERO TO WRK-VALOR-MARCA.
       0007-END.

      * QUADRO DOS CUPONS EMITIDOS NA DATA DO RESUMO; OS CANCELADOS
      * SAO LISTADOS PELO NUMERO PARA A CONFERENCIA DO CAIXA.
       0013-RESUMIR-CUPONS.
           OPEN INPUT ARQUIVO-CUPONS.
           IF FS-CUP-ARQUIVO-NOVO
               CONTINUE
           ELSE
               DISPLAY ' CUPONS CANCELADOS NO DIA:'
               MOVE LOW-VALUES TO CUP-CHAVE
               START ARQUIVO-CUPONS KEY NOT < CUP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0013A-LER-CUPOM
                       PERFORM 0013B-ACUMULAR-CUPOM
                           UNTIL FS-CUP-FIM-ARQUIVO
               END-START
               IF WRK-CUP-VALIDOS > ZERO
                   COMPUTE WRK-CUP-MEDIO ROUNDED =
                       WRK-CUP-LIQUIDO / WRK-CUP-VALIDOS
               END-IF
               MOVE WRK-CUP-EMITIDOS TO WRK-CUP-QTD-EDITADA
               DISPLAY ' CUPONS EMITIDOS......: ' WRK-CUP-QTD-EDITADA
               MOVE WRK-CUP-CANCELADOS TO WRK-CUP-QTD-EDITADA
               DISPLAY ' CUPONS CANCELADOS....: ' WRK-CUP-QTD-EDITADA
               MOVE WRK-CUP-PARCIAIS TO WRK-CUP-QTD-EDITADA
               DISPLAY ' COM DEVOLUCAO PARCIAL: ' WRK-CUP-QTD-EDITADA
               MOVE WRK-CUP-MEDIO TO WRK-VALOR-EDITADO
               DISPLAY ' TICKET MEDIO.........: ' WRK-VALOR-EDITADO
               DISPLAY '=============================================='
                       '=='
           END-IF.
           CLOSE ARQUIVO-CUPONS.
       0013-END.

       0013A-LER-CUPOM.
           READ ARQUIVO-CUPONS NEXT RECORD.
       0013A-END.

       0013B-ACUMULAR-CUPOM.
           IF CUP-DATA = WRK-DATA-ALVO
               ADD 1 TO WRK-CUP-EMITIDOS
               IF CUP-VALOR-DEVOLVIDO NOT NUMERIC
                   MOVE ZEROS TO CUP-VALOR-DEVOLVIDO
               END-IF
               EVALUATE TRUE
                   WHEN CUP-CANCELADO
                       ADD 1 TO WRK-CUP-CANCELADOS
                       MOVE CUP-VALOR-TOTAL TO WRK-VALOR-EDITADO
                       DISPLAY '   LOJA ' CUP-LOJA ' CUPOM '
                               CUP-NUMERO ' OPERADOR ' CUP-OPERADOR
                               ' VALOR: ' WRK-VALOR-EDITADO
                   WHEN CUP-DEVOLVIDO-PARCIAL
                       ADD 1 TO WRK-CUP-PARCIAIS
                       ADD 1 TO WRK-CUP-VALIDOS
                       COMPUTE WRK-CUP-LIQUIDO = WRK-CUP-LIQUIDO
                           + CUP-VALOR-TOTAL - CUP-VALOR-DEVOLVIDO
                   WHEN OTHER
                       ADD 1 TO WRK-CUP-VALIDOS
                       ADD CUP-VALOR-TOTAL TO WRK-CUP-LIQUIDO
               END-EVALUATE
           END-IF.
           PERFORM 0013A-LER-CUPOM.
       0013B-END.

           COPY BANNER-PD.CPY.
