      ******************************************************************
      * COPYBOOK.....: CUPOM-PD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: PARAGRAFOS DA IMPRESSAO DO CUPOM DE VENDA NO
      *                SPOOL (SPOOL/CUPOM-LLL-NNNNNN.TXT, CATALOGADO
      *                COMO QUALQUER RELATORIO): LE O CABECALHO EM
      *                CUPONS.DAT E AS LINHAS DO CUPOM EM VENDAS.DAT
      *                (VEN-LOJA + VEN-CUPOM). USADO NA EMISSAO
      *                (VEN0001A) E NA SEGUNDA VIA (VEN0004A). VER
      *                INSTRUCOES DE USO NO CUPOM-WS.CPY.
      ******************************************************************

       0990-IMPRIMIR-CUPOM.
           MOVE 'N' TO WRK-CPM-ACHADO.
           MOVE WRK-CPM-LOJA   TO CUP-LOJA.
           MOVE WRK-CPM-NUMERO TO CUP-NUMERO.
           READ ARQUIVO-CUPONS
               INVALID KEY
                   DISPLAY 'CUPOM ' WRK-CPM-NUMERO ' NAO ENCONTRADO '
                           'NA LOJA ' WRK-CPM-LOJA '.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CPM-ACHADO
           END-READ.

           IF CPM-CUPOM-ACHADO
               PERFORM 0991-MONTAR-CUPOM
           END-IF.
       0990-EXIT.
           EXIT.

       0991-MONTAR-CUPOM.
           MOVE SPACES TO WRK-REL-NOME.
           STRING 'CUPOM-'       DELIMITED BY SIZE
                  CUP-LOJA       DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  CUP-NUMERO     DELIMITED BY SIZE
               INTO WRK-REL-NOME
           END-STRING.
           IF CPM-SEGUNDA-VIA
               MOVE '-2' TO WRK-REL-NOME(17:2)
           END-IF.
           MOVE SPACES           TO WRK-REL-CABECALHO.
           MOVE 'IT MARCA SABOR' TO WRK-REL-CABECALHO(1:14).
           MOVE 'QTD'            TO WRK-REL-CABECALHO(34:3).
           MOVE 'PRECO UN'       TO WRK-REL-CABECALHO(39:8).
           MOVE 'DESCONTO'       TO WRK-REL-CABECALHO(50:8).
           MOVE 'PROMO'          TO WRK-REL-CABECALHO(59:5).
           MOVE 'VALOR'          TO WRK-REL-CABECALHO(75:5).
           PERFORM 0970-ABRIR-RELATORIO.

           STRING 'LOJA '        DELIMITED BY SIZE
                  CUP-LOJA       DELIMITED BY SIZE
                  '   CUPOM '    DELIMITED BY SIZE
                  CUP-NUMERO     DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           IF CPM-SEGUNDA-VIA
               MOVE '*** SEGUNDA VIA ***' TO WRK-REL-LINHA(30:19)
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.

           STRING 'DATA '        DELIMITED BY SIZE
                  CUP-DATA       DELIMITED BY SIZE
                  ' HORA '       DELIMITED BY SIZE
                  CUP-HORA       DELIMITED BY SIZE
                  '   OPERADOR ' DELIMITED BY SIZE
                  CUP-OPERADOR   DELIMITED BY SIZE
                  '   SESSAO '   DELIMITED BY SIZE
                  CUP-SESSAO     DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE CUP-CPF TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           STRING 'CLIENTE '     DELIMITED BY SIZE
                  WRK-MSK-SAIDA  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE 'N' TO WRK-CPM-FIM-VENDAS.
           OPEN INPUT ARQUIVO-VENDAS.
           IF WRK-VEN-STATUS NOT = '00'
               MOVE 'S' TO WRK-CPM-FIM-VENDAS
           ELSE
               PERFORM 0992-LER-LINHA-CUPOM
           END-IF.
           PERFORM 0993-IMPRIMIR-LINHA-CUPOM
               UNTIL CPM-FIM-VENDAS.
           CLOSE ARQUIVO-VENDAS.

           PERFORM 0994-IMPRIMIR-TOTAIS-CUPOM.
           PERFORM 0973-FECHAR-RELATORIO.
       0991-EXIT.
           EXIT.

       0992-LER-LINHA-CUPOM.
           READ ARQUIVO-VENDAS
               AT END
                   MOVE 'S' TO WRK-CPM-FIM-VENDAS
           END-READ.
       0992-EXIT.
           EXIT.

      * ITEM VENDIDO SAI COM PRECO, DESCONTO E PROMOCAO; ESTORNO JA
      * LANCADO CONTRA O CUPOM SAI LOGO ABAIXO, MARCADO 'DEV'.
       0993-IMPRIMIR-LINHA-CUPOM.
           IF VEN-LOJA = CUP-LOJA
              AND VEN-CUPOM IS NUMERIC
              AND VEN-CUPOM = CUP-NUMERO
               MOVE VEN-ITEM        TO WRK-CPM-ITEM-ED
               MOVE VEN-ID-MARCA    TO WRK-CPM-MARCA-ED
               MOVE VEN-QTD         TO WRK-CPM-QTD-ED
               MOVE VEN-PRECO-UNIT  TO WRK-CPM-PRECO-ED
               MOVE VEN-DESCONTO    TO WRK-CPM-DESC-ED
               MOVE VEN-VALOR-TOTAL TO WRK-CPM-VALOR-ED
               STRING WRK-CPM-ITEM-ED  DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WRK-CPM-MARCA-ED DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      VEN-SABOR        DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WRK-CPM-QTD-ED   DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WRK-CPM-PRECO-ED DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WRK-CPM-DESC-ED  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      VEN-PROMOCAO     DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WRK-CPM-VALOR-ED DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               IF VEN-TIPO-DEVOLUCAO
                   MOVE 'DEV' TO WRK-REL-LINHA(82:3)
               END-IF
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0992-LER-LINHA-CUPOM.
       0993-EXIT.
           EXIT.

       0994-IMPRIMIR-TOTAIS-CUPOM.
           EVALUATE TRUE
               WHEN CUP-PAG-CARTAO
                   MOVE 'CARTAO'             TO WRK-CPM-FORMA
               WHEN CUP-PAG-PIX
                   MOVE 'PIX'                TO WRK-CPM-FORMA
               WHEN CUP-PAG-EMPRESA
                   MOVE 'FATURADO NA EMPRESA' TO WRK-CPM-FORMA
               WHEN CUP-PAG-VALE
                   MOVE 'VALE-PRESENTE/TROCA' TO WRK-CPM-FORMA
               WHEN CUP-PAG-FOLHA
                   MOVE 'DESCONTO EM FOLHA'  TO WRK-CPM-FORMA
               WHEN OTHER
                   MOVE 'DINHEIRO'           TO WRK-CPM-FORMA
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CUP-CANCELADO
                   MOVE 'CANCELADO'          TO WRK-CPM-SITUACAO
               WHEN CUP-DEVOLVIDO-PARCIAL
                   MOVE 'COM DEVOLUCAO PARCIAL' TO WRK-CPM-SITUACAO
               WHEN OTHER
                   MOVE 'EMITIDO'            TO WRK-CPM-SITUACAO
           END-EVALUATE.

           MOVE ALL '-' TO WRK-REL-LINHA(1:60).
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE CUP-QTD-ITENS TO WRK-CPM-ITEM-ED.
           STRING 'ITENS..............: ' DELIMITED BY SIZE
                  WRK-CPM-ITEM-ED        DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE CUP-VALOR-BRUTO TO WRK-CPM-VALOR-ED.
           STRING 'TOTAL BRUTO........: ' DELIMITED BY SIZE
                  WRK-CPM-VALOR-ED       DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE CUP-DESCONTO TO WRK-CPM-VALOR-ED.
           STRING 'DESCONTOS..........: ' DELIMITED BY SIZE
                  WRK-CPM-VALOR-ED       DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE CUP-VALOR-TOTAL TO WRK-CPM-VALOR-ED.
           STRING 'TOTAL DO CUPOM.....: ' DELIMITED BY SIZE
                  WRK-CPM-VALOR-ED       DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           STRING 'FORMA DE PAGAMENTO.: ' DELIMITED BY SIZE
                  WRK-CPM-FORMA          DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF CUP-PAG-VALE AND CUP-VALE IS NUMERIC
               STRING 'VALE...............: ' DELIMITED BY SIZE
                      CUP-VALE               DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           IF CUP-VALOR-DEVOLVIDO IS NUMERIC
              AND CUP-VALOR-DEVOLVIDO > ZERO
               MOVE CUP-VALOR-DEVOLVIDO TO WRK-CPM-VALOR-ED
               STRING 'DEVOLVIDO..........: ' DELIMITED BY SIZE
                      WRK-CPM-VALOR-ED       DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           IF CUP-VALOR-DEVOLVIDO-VALE IS NUMERIC
              AND CUP-VALOR-DEVOLVIDO-VALE > ZERO
               MOVE CUP-VALOR-DEVOLVIDO-VALE TO WRK-CPM-VALOR-ED
               STRING '  EM VALE-TROCA....: ' DELIMITED BY SIZE
                      WRK-CPM-VALOR-ED       DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           IF CUP-PONTOS-RESGATADOS IS NUMERIC
              AND CUP-PONTOS-RESGATADOS > ZERO
               MOVE CUP-PONTOS-RESGATADOS TO WRK-CPM-PONTOS-ED
               STRING 'PONTOS RESGATADOS..: ' DELIMITED BY SIZE
                      WRK-CPM-PONTOS-ED      DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           IF CUP-PONTOS-GANHOS IS NUMERIC
              AND CUP-PONTOS-GANHOS > ZERO
               MOVE CUP-PONTOS-GANHOS TO WRK-CPM-PONTOS-ED
               STRING 'PONTOS GANHOS......: ' DELIMITED BY SIZE
                      WRK-CPM-PONTOS-ED      DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           STRING 'SITUACAO...........: ' DELIMITED BY SIZE
                  WRK-CPM-SITUACAO       DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0994-EXIT.
           EXIT.
