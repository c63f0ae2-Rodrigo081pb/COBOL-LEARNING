      *              QUANTIDADE VOLTA AO SALDO DO SABOR EM SABORES.DAT
      *              E A ENTRADA FICA NO LIVRO DE MOVIMENTOS
      *              (MOVIMENTO-ESTOQUE.DAT) COM O MOTIVO 'DEVOLUCAO'.
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - RODRIGO - DEVOLUCAO PELO NUMERO DO CUPOM
      *                        (CUPONS.DAT): LISTA OS ITENS COM O SALDO
      *                        DEVOLVIVEL, DEVOLVE UM ITEM OU CANCELA O
      *                        CUPOM INTEIRO E REIMPRIME A SEGUNDA VIA
      *                        NO SPOOL. A DEVOLUCAO POR CPF/SABOR/DATA
      *                        FICA PARA AS VENDAS SEM CUPOM.
      * 15/10/2026 - RODRIGO - DEVOLUCAO POR CUPOM TOMA DE VOLTA OS
      *                        PONTOS DE FIDELIDADE GANHOS, NA
      *                        PROPORCAO DO VALOR DEVOLVIDO; NO
      *                        CANCELAMENTO DO CUPOM OS PONTOS
      *                        RESGATADOS VOLTAM AO CLIENTE.
      * 15/10/2026 - RODRIGO - REEMBOLSO EM VALE-TROCA
      *                        (VALES-PRESENTE.DAT) NO LUGAR DO PAPEL
      *                        SEM CONTROLE: O ESTORNO SAI COM A FORMA
      *                        'V' (FORA DA GAVETA) E O VALE E EMITIDO
      *                        COM NUMERO. COMPRA PAGA COM VALE VOLTA
      *                        PARA O MESMO VALE (OU PARA UM NOVO, SE
      *                        O ORIGINAL JA VENCEU).
      * 15/10/2026 - RODRIGO - COMPRA DE FUNCIONARIO DESCONTADA EM
      *                        FOLHA ('F') NAO TEM REEMBOLSO NO
      *                        BALCAO: O ESTORNO SAI COM A FORMA 'F' E
      *                        ABATE O DESCONTO DA FOLHA DO MES.
      * 15/10/2026 - RODRIGO - DEVOLUCAO NAO E LANCADA COM O MES
      *                        COMERCIAL CORRENTE JA FECHADO (FCH0001A).
      * 15/10/2026 - RODRIGO - O REEMBOLSO EM VALE-TROCA FICA SEPARADO
      *                        NO CUPOM (CUP-VALOR-DEVOLVIDO-VALE),
      *                        PARA A CONFERENCIA DA GAVETA NAO O
      *                        ABATER DO DINHEIRO.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS SES-NUMERO
               FILE STATUS IS WRK-SES-STATUS.

           SELECT ARQUIVO-CUPONS ASSIGN TO DYNAMIC WRK-CUPONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUP-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WRK-CUP-STATUS.

           SELECT ARQUIVO-FIDELIDADE
               ASSIGN TO DYNAMIC WRK-FIDELIDADE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FID-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WRK-FID-STATUS.

      * VALES-PRESENTE E VALES-TROCA: COMPARTILHADO COM O BALCAO.
           SELECT ARQUIVO-VALES ASSIGN TO DYNAMIC WRK-VALES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WRK-VAL-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT ARQUIVO-PERCOM ASSIGN TO DYNAMIC WRK-PERCOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCM-MES
               FILE STATUS IS WRK-PCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-SABORES.
       FD ARQUIVO-SESSOES.
           COPY SESSOES-FD.CPY.

       FD ARQUIVO-CUPONS.
           COPY CUPONS-FD.CPY.

       FD ARQUIVO-FIDELIDADE.
           COPY FIDELIDADE-FD.CPY.

       FD ARQUIVO-VALES.
           COPY VALES-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD ARQUIVO-PERCOM.
           COPY PERCOM-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-SAB-STATUS PIC X(02).
       01 WRK-SESSOES-PATH PIC X(100).
       01 WRK-SESSAO-NUM PIC 9(06) VALUE ZEROS.

      * DEVOLUCAO POR CUPOM (CUPONS.DAT): OS ITENS DO CUPOM SAO
      * CARREGADOS DE VENDAS.DAT PELA POSICAO (VEN-ITEM), COM O SALDO
      * DEVOLVIVEL E O VALOR PAGO AINDA NAO ESTORNADO DE CADA UM. O
      * ESTORNO REPETE O CUPOM E O ITEM DA LINHA ORIGINAL.
       01 WRK-CUP-STATUS PIC X(02).
           88 FS-CUP-OK             VALUE '00'.
           88 FS-CUP-ARQUIVO-NOVO   VALUE '35'.
       01 WRK-CUPONS-PATH PIC X(100).
       01 WRK-CUPONS-EXISTE PIC X(01) VALUE 'N'.
           88 CUPONS-EXISTE VALUE 'S'.

       01 WRK-CUPOM-NUM  PIC 9(06) VALUE ZEROS.
       01 WRK-ITEM-NUM   PIC 9(02) VALUE ZEROS.
       01 WRK-OPCAO      PIC X(01).
       01 WRK-CUPOM-ITENS.
           05 WRK-ITM OCCURS 20 TIMES.
               10 WRK-ITM-ID-MARCA  PIC 9(03).
               10 WRK-ITM-SABOR     PIC X(20).
               10 WRK-ITM-PRECO     PIC 9(04)V99.
               10 WRK-ITM-PAGAMENTO PIC X(01).
               10 WRK-ITM-SALDO     PIC S9(07) COMP.
               10 WRK-ITM-VALOR     PIC S9(09)V99.
       01 WRK-QTD-ITENS    PIC 9(02) COMP VALUE 0.
       01 WRK-ITM-IDX      PIC 9(02) COMP VALUE 0.
       01 WRK-ITENS-ABERTOS PIC 9(02) COMP VALUE 0.
       01 WRK-CUPOM-DEVOLVIDO PIC 9(09)V99 VALUE ZERO.
       01 WRK-ESTORNO-SITUACAO PIC X(01) VALUE 'N'.
           88 ESTORNO-GRAVADO VALUE 'S'.

      * VENDA COM CUPOM ACHADA NA DEVOLUCAO SEM CUPOM: O OPERADOR E
      * MANDADO PARA O CUPOM, SENAO O SALDO DO CUPOM FICARIA ERRADO.
       01 WRK-CUPOM-DA-VENDA PIC 9(06) VALUE ZEROS.

       01 WRK-QTD-EDITADA PIC ZZZZZZ9.

      * PONTOS DE FIDELIDADE DO CUPOM A ESTORNAR NESTA DEVOLUCAO.
       01 WRK-PONTOS-ESTORNO PIC 9(07) VALUE ZERO.
       01 WRK-PONTOS-ABERTOS PIC 9(07) VALUE ZERO.

      * REEMBOLSO: NA FORMA ORIGINAL (GAVETA, ESTORNO DO CARTAO/PIX OU
      * ABATIMENTO NA FATURA) OU EM VALE-TROCA. COMPRA PAGA COM VALE
      * SEMPRE VOLTA EM VALE, DE PREFERENCIA NO PROPRIO VALE DA COMPRA.
       01 WRK-REEMBOLSO PIC X(01) VALUE 'O'.
           88 REEMBOLSO-EM-VALE VALUE 'V'.
       01 WRK-VALE-ORIGEM   PIC 9(08) VALUE ZEROS.
       01 WRK-VALE-ESTORNO  PIC 9(07)V99 VALUE ZERO.

           COPY NUMVALIDA-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY LOJA-WS.CPY.
           COPY CPFMASK-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY CUPOM-WS.CPY.
           COPY FIDELIDADE-WS.CPY.
           COPY VALE-WS.CPY.
           COPY PERCOM-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
           PERFORM 0939-IDENTIFICAR-LOJA.

           PERFORM 0000-RESOLVER-CAMINHOS.
      * LANCAMENTO E CARIMBADO COM A DATA DE HOJE: MES COMERCIAL JA
      * FECHADO (FCH0001A) NAO RECEBE LANCAMENTO NOVO.
           ACCEPT WRK-PCM-DATA FROM DATE YYYYMMDD.
           PERFORM 0926-VALIDAR-MES-COMERCIAL.
           IF NOT MES-COMERCIAL-LIBERADO
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           PERFORM 0012-LOCALIZAR-SESSAO.

           OPEN I-O ARQUIVO-ESTOQUE-LOJA.
               OPEN I-O ARQUIVO-ESTOQUE-LOJA
           END-IF.

           OPEN I-O ARQUIVO-CUPONS.
           IF FS-CUP-ARQUIVO-NOVO
               CLOSE ARQUIVO-CUPONS
           ELSE
               MOVE 'S' TO WRK-CUPONS-EXISTE
           END-IF.

           PERFORM 0995-ABRIR-FIDELIDADE.
           PERFORM 0986-ABRIR-VALES.

           OPEN I-O ARQUIVO-SABORES.
           IF FS-SAB-ARQUIVO-NOVO
               DISPLAY 'SABORES.DAT AINDA NAO EXISTE. NADA A '

           CLOSE ARQUIVO-SABORES.
           CLOSE ARQUIVO-ESTOQUE-LOJA.
           IF CUPONS-EXISTE
               CLOSE ARQUIVO-CUPONS
           END-IF.
           IF FIDELIDADE-ABERTA
               CLOSE ARQUIVO-FIDELIDADE
           END-IF.
           IF VALES-ABERTO
               CLOSE ARQUIVO-VALES
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
           IF WRK-SESSOES-PATH = SPACES
               MOVE 'SESSOES-CAIXA.DAT' TO WRK-SESSOES-PATH
           END-IF.

           ACCEPT WRK-CUPONS-PATH FROM ENVIRONMENT 'CUPONS_DAT_PATH'.
           IF WRK-CUPONS-PATH = SPACES
               MOVE 'CUPONS.DAT' TO WRK-CUPONS-PATH
           END-IF.
       0000-END.

      * PROCURA EM SESSOES-CAIXA.DAT A SESSAO ABERTA DO OPERADOR NA
           END-READ.
       0011-END.

      * COM O NUMERO DO CUPOM A DEVOLUCAO E PELO CUPOM (ITEM, CUPOM
      * INTEIRO OU SEGUNDA VIA); ENTER SEGUE O CAMINHO ANTIGO POR
      * CPF/SABOR/DATA, PARA AS VENDAS LANCADAS ANTES DO CUPOM.
       0002-LANCAR-DEVOLUCAO.
           MOVE ZEROS TO WRK-CUPOM-NUM WRK-ITEM-NUM WRK-VALE-ORIGEM.
           MOVE 'O'   TO WRK-REEMBOLSO.
           DISPLAY 'NUMERO DO CUPOM (ENTER = VENDA SEM CUPOM): '.
           ACCEPT WRK-NUM-ENTRADA.
           IF WRK-NUM-ENTRADA = SPACES
               PERFORM 0013-DEVOLUCAO-SEM-CUPOM
           ELSE
               PERFORM 0910-VALIDAR-NUMERICO
               IF NUM-OK
                   MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA)
                       TO WRK-CUPOM-NUM
                   PERFORM 0014-DEVOLUCAO-POR-CUPOM
               ELSE
                   DISPLAY 'NUMERO DE CUPOM INVALIDO.'
               END-IF
           END-IF.

           DISPLAY 'DESEJA LANCAR OUTRA DEVOLUCAO? (S/N)'.
           ACCEPT WRK-CONTINUAR.
           MOVE FUNCTION UPPER-CASE(WRK-CONTINUAR) TO WRK-CONTINUAR.
       0002-END.

       0013-DEVOLUCAO-SEM-CUPOM.
           DISPLAY 'CPF DO CLIENTE DA VENDA ORIGINAL: '.
           ACCEPT WRK-CPF.
           DISPLAY 'ID DA MARCA DO SABOR: '.
           PERFORM 0003-APURAR-SALDO-DEVOLVIVEL.

           IF NOT VENDA-ACHADA
               IF WRK-CUPOM-DA-VENDA NOT = ZEROS
                   DISPLAY 'ESTA VENDA SAIU NO CUPOM '
                           WRK-CUPOM-DA-VENDA '. DEVOLVA PELO '
                           'NUMERO DO CUPOM.'
               ELSE
                   DISPLAY 'VENDA ORIGINAL NAO ENCONTRADA EM '
                           'VENDAS.DAT PARA ESTE CPF/SABOR/DATA.'
               END-IF
           ELSE
               IF WRK-QTD-VENDIDA <= ZERO
                   DISPLAY 'ESTA VENDA JA FOI TODA DEVOLVIDA.'
                   PERFORM 0004-FECHAR-DEVOLUCAO
               END-IF
           END-IF.
       0013-END.

      * LOCALIZA O CUPOM NA LOJA EM OPERACAO, CARREGA OS ITENS E
      * OFERECE AS OPCOES DO BALCAO.
       0014-DEVOLUCAO-POR-CUPOM.
           IF NOT CUPONS-EXISTE
               DISPLAY 'CUPONS.DAT AINDA NAO EXISTE.'
           ELSE
               MOVE WRK-LOJA-ID   TO CUP-LOJA
               MOVE WRK-CUPOM-NUM TO CUP-NUMERO
               READ ARQUIVO-CUPONS
                   INVALID KEY
                       DISPLAY 'CUPOM ' WRK-CUPOM-NUM ' NAO EXISTE '
                               'NA LOJA ' WRK-LOJA-ID '.'
                   NOT INVALID KEY
                       PERFORM 0014A-TRATAR-CUPOM
               END-READ
           END-IF.
       0014-END.

       0014A-TRATAR-CUPOM.
           MOVE CUP-CPF TO WRK-CPF.
           MOVE CUP-CPF TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           MOVE CUP-VALOR-TOTAL TO WRK-VALOR-EDITADO.
           DISPLAY 'CUPOM ' CUP-NUMERO ' DE ' CUP-DATA
                   ' CLIENTE ' WRK-MSK-SAIDA
                   ' TOTAL ' WRK-VALOR-EDITADO
                   ' SITUACAO ' CUP-SITUACAO.

           PERFORM 0015-CARREGAR-ITENS-CUPOM.
           PERFORM 0015C-EXIBIR-ITEM
               VARYING WRK-ITM-IDX FROM 1 BY 1
               UNTIL WRK-ITM-IDX > WRK-QTD-ITENS.

           IF WRK-ITENS-ABERTOS = ZERO
               DISPLAY 'NADA MAIS A DEVOLVER NESTE CUPOM.'
               DISPLAY '(R)EIMPRIMIR SEGUNDA VIA OU ENTER PARA '
                       'VOLTAR? '
           ELSE
               DISPLAY '(T)ODO O CUPOM, UM (I)TEM, (R)EIMPRIMIR '
                       'SEGUNDA VIA OU ENTER PARA VOLTAR? '
           END-IF.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           IF (WRK-OPCAO = 'T' OR WRK-OPCAO = 'I')
              AND WRK-ITENS-ABERTOS > ZERO
               MOVE CUP-PAGAMENTO TO WRK-PAGAMENTO-ORIGEM
               IF CUP-VALE IS NUMERIC
                   MOVE CUP-VALE TO WRK-VALE-ORIGEM
               END-IF
               PERFORM 0021-ESCOLHER-REEMBOLSO
           END-IF.

           MOVE ZERO TO WRK-CUPOM-DEVOLVIDO.
           EVALUATE TRUE
               WHEN WRK-OPCAO = 'T' AND WRK-ITENS-ABERTOS > ZERO
                   DISPLAY 'MOTIVO (DERRETIDO, SABOR ERRADO, ...): '
                   ACCEPT WRK-MOTIVO
                   PERFORM 0016-CANCELAR-ITEM
                       VARYING WRK-ITM-IDX FROM 1 BY 1
                       UNTIL WRK-ITM-IDX > WRK-QTD-ITENS
               WHEN WRK-OPCAO = 'I' AND WRK-ITENS-ABERTOS > ZERO
                   PERFORM 0017-DEVOLVER-UM-ITEM
               WHEN WRK-OPCAO = 'R'
                   PERFORM 0018-REIMPRIMIR-CUPOM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WRK-CUPOM-DEVOLVIDO > ZERO
               PERFORM 0019-ATUALIZAR-CABECALHO
               IF REEMBOLSO-EM-VALE
                   MOVE WRK-CUPOM-DEVOLVIDO TO WRK-VALE-ESTORNO
                   PERFORM 0022-REEMBOLSAR-EM-VALE
               END-IF
           END-IF.
       0014A-END.

      * SALDO POR ITEM: VENDIDO MENOS O JA ESTORNADO COM O MESMO
      * CUPOM E ITEM (DEVOLUCOES LANCADAS NESTA MESMA LOJA).
       0015-CARREGAR-ITENS-CUPOM.
           MOVE ZERO TO WRK-QTD-ITENS WRK-ITENS-ABERTOS.
           OPEN INPUT ARQUIVO-VENDAS.
           IF FS-VEN-ARQUIVO-NOVO
               DISPLAY 'VENDAS.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0003A-LER-VENDA
               PERFORM 0015A-CASAR-LINHA UNTIL FS-VEN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-VENDAS.

           PERFORM 0015B-CONTAR-ABERTO
               VARYING WRK-ITM-IDX FROM 1 BY 1
               UNTIL WRK-ITM-IDX > WRK-QTD-ITENS.
       0015-END.

       0015A-CASAR-LINHA.
           IF VEN-LOJA = CUP-LOJA
              AND VEN-CUPOM IS NUMERIC
              AND VEN-CUPOM = CUP-NUMERO
              AND VEN-ITEM IS NUMERIC
              AND VEN-ITEM > ZERO
              AND VEN-ITEM <= 20
               IF VEN-ITEM > WRK-QTD-ITENS
                   PERFORM 0015D-ABRIR-POSICAO
                       UNTIL WRK-QTD-ITENS >= VEN-ITEM
               END-IF
               IF VEN-TIPO-DEVOLUCAO
                   SUBTRACT VEN-QTD FROM WRK-ITM-SALDO(VEN-ITEM)
                   SUBTRACT VEN-VALOR-TOTAL
                       FROM WRK-ITM-VALOR(VEN-ITEM)
               ELSE
                   MOVE VEN-ID-MARCA   TO WRK-ITM-ID-MARCA(VEN-ITEM)
                   MOVE VEN-SABOR      TO WRK-ITM-SABOR(VEN-ITEM)
                   MOVE VEN-PRECO-UNIT TO WRK-ITM-PRECO(VEN-ITEM)
                   MOVE VEN-PAGAMENTO  TO WRK-ITM-PAGAMENTO(VEN-ITEM)
                   ADD VEN-QTD         TO WRK-ITM-SALDO(VEN-ITEM)
                   ADD VEN-VALOR-TOTAL TO WRK-ITM-VALOR(VEN-ITEM)
               END-IF
           END-IF.
           PERFORM 0003A-LER-VENDA.
       0015A-END.

       0015B-CONTAR-ABERTO.
           IF WRK-ITM-SALDO(WRK-ITM-IDX) > ZERO
               ADD 1 TO WRK-ITENS-ABERTOS
           END-IF.
       0015B-END.

       0015C-EXIBIR-ITEM.
           MOVE WRK-ITM-SALDO(WRK-ITM-IDX) TO WRK-QTD-EDITADA.
           MOVE WRK-ITM-VALOR(WRK-ITM-IDX) TO WRK-VALOR-EDITADO.
           DISPLAY ' ITEM ' WRK-ITM-IDX ' '
                   WRK-ITM-ID-MARCA(WRK-ITM-IDX) ' '
                   WRK-ITM-SABOR(WRK-ITM-IDX)
                   ' DEVOLVIVEL: ' WRK-QTD-EDITADA
                   ' VALOR: ' WRK-VALOR-EDITADO.
       0015C-END.

       0015D-ABRIR-POSICAO.
           ADD 1 TO WRK-QTD-ITENS.
           MOVE ZEROS  TO WRK-ITM-ID-MARCA(WRK-QTD-ITENS)
                          WRK-ITM-PRECO(WRK-QTD-ITENS)
                          WRK-ITM-SALDO(WRK-QTD-ITENS)
                          WRK-ITM-VALOR(WRK-QTD-ITENS).
           MOVE SPACES TO WRK-ITM-SABOR(WRK-QTD-ITENS)
                          WRK-ITM-PAGAMENTO(WRK-QTD-ITENS).
       0015D-END.

      * CANCELAMENTO: DEVOLVE TODO O SALDO DE CADA ITEM AINDA ABERTO.
       0016-CANCELAR-ITEM.
           IF WRK-ITM-SALDO(WRK-ITM-IDX) > ZERO
               MOVE WRK-ITM-SALDO(WRK-ITM-IDX) TO WRK-QTD
               PERFORM 0016A-ESTORNAR-ITEM
           END-IF.
       0016-END.

       0016A-ESTORNAR-ITEM.
           MOVE WRK-ITM-IDX                  TO WRK-ITEM-NUM.
           MOVE WRK-ITM-ID-MARCA(WRK-ITM-IDX) TO WRK-ID-MARCA.
           MOVE WRK-ITM-SABOR(WRK-ITM-IDX)    TO WRK-SABOR.
           MOVE WRK-ITM-PRECO(WRK-ITM-IDX)    TO WRK-PRECO-ORIGEM.
           MOVE WRK-ITM-PAGAMENTO(WRK-ITM-IDX) TO WRK-PAGAMENTO-ORIGEM.
           MOVE WRK-ITM-SALDO(WRK-ITM-IDX)    TO WRK-QTD-VENDIDA.
           MOVE WRK-ITM-VALOR(WRK-ITM-IDX)    TO WRK-VALOR-PAGO.
           PERFORM 0005-RESTAURAR-ESTOQUE.
           IF ESTORNO-GRAVADO
               SUBTRACT WRK-QTD   FROM WRK-ITM-SALDO(WRK-ITM-IDX)
               SUBTRACT WRK-VALOR FROM WRK-ITM-VALOR(WRK-ITM-IDX)
               ADD WRK-VALOR TO WRK-CUPOM-DEVOLVIDO
           END-IF.
       0016A-END.

       0017-DEVOLVER-UM-ITEM.
           DISPLAY 'NUMERO DO ITEM: '.
           ACCEPT WRK-ITEM-NUM.
           IF WRK-ITEM-NUM = ZERO OR WRK-ITEM-NUM > WRK-QTD-ITENS
               DISPLAY 'ITEM INEXISTENTE NESTE CUPOM.'
           ELSE
               MOVE WRK-ITEM-NUM TO WRK-ITM-IDX
               IF WRK-ITM-SALDO(WRK-ITM-IDX) <= ZERO
                   DISPLAY 'ESTE ITEM JA FOI TODO DEVOLVIDO.'
               ELSE
                   DISPLAY 'QUANTIDADE A DEVOLVER: '
                   ACCEPT WRK-QTD
                   DISPLAY 'MOTIVO (DERRETIDO, SABOR ERRADO, ...): '
                   ACCEPT WRK-MOTIVO
                   IF WRK-QTD = ZERO
                       DISPLAY 'QUANTIDADE ZERADA. DEVOLUCAO NAO '
                               'LANCADA.'
                   ELSE
                       IF WRK-QTD > WRK-ITM-SALDO(WRK-ITM-IDX)
                           DISPLAY 'DEVOLUCAO MAIOR QUE O SALDO DO '
                                   'ITEM. NAO LANCADA.'
                       ELSE
                           PERFORM 0016A-ESTORNAR-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0017-END.

       0018-REIMPRIMIR-CUPOM.
           MOVE WRK-LOJA-ID   TO WRK-CPM-LOJA.
           MOVE WRK-CUPOM-NUM TO WRK-CPM-NUMERO.
           MOVE '2'           TO WRK-CPM-VIA.
           MOVE 'VEN0004A'    TO WRK-REL-PROGRAMA.
           PERFORM 0990-IMPRIMIR-CUPOM.
       0018-END.

      * SOMA O ESTORNADO AO CABECALHO (E, NO REEMBOLSO EM VALE-TROCA,
      * TAMBEM A PARTE EM VALE); SEM SALDO EM NENHUM ITEM O CUPOM FICA
      * CANCELADO, SENAO COM DEVOLUCAO PARCIAL.
       0019-ATUALIZAR-CABECALHO.
           MOVE ZERO TO WRK-ITENS-ABERTOS.
           PERFORM 0015B-CONTAR-ABERTO
               VARYING WRK-ITM-IDX FROM 1 BY 1
               UNTIL WRK-ITM-IDX > WRK-QTD-ITENS.
           MOVE WRK-LOJA-ID   TO CUP-LOJA.
           MOVE WRK-CUPOM-NUM TO CUP-NUMERO.
           READ ARQUIVO-CUPONS
               INVALID KEY
                   DISPLAY 'ERRO AO RELER O CUPOM ' WRK-CUPOM-NUM '.'
               NOT INVALID KEY
                   IF CUP-VALOR-DEVOLVIDO NOT NUMERIC
                       MOVE ZEROS TO CUP-VALOR-DEVOLVIDO
                   END-IF
                   ADD WRK-CUPOM-DEVOLVIDO TO CUP-VALOR-DEVOLVIDO
                   IF CUP-VALOR-DEVOLVIDO-VALE NOT NUMERIC
                       MOVE ZEROS TO CUP-VALOR-DEVOLVIDO-VALE
                   END-IF
                   IF REEMBOLSO-EM-VALE
                       ADD WRK-CUPOM-DEVOLVIDO
                           TO CUP-VALOR-DEVOLVIDO-VALE
                   END-IF
                   IF WRK-ITENS-ABERTOS = ZERO
                       MOVE 'C' TO CUP-SITUACAO
                       DISPLAY 'CUPOM ' CUP-NUMERO ' CANCELADO.'
                   ELSE
                       MOVE 'P' TO CUP-SITUACAO
                   END-IF
                   PERFORM 0020-ESTORNAR-PONTOS
                   REWRITE REGISTRO-CUPOM
           END-READ.
       0019-END.

      * PONTOS GANHOS NO CUPOM SAEM NA PROPORCAO DO DEVOLVIDO SOBRE O
      * TOTAL; NO CANCELAMENTO SAI TODO O RESTANTE E OS PONTOS
      * RESGATADOS VOLTAM COMO LOTE NOVO. O ESTORNO QUE O SALDO NAO
      * COBRE (PONTOS JA GASTOS) FICA REGISTRADO NO CUPOM MESMO ASSIM,
      * PARA NAO SER COBRADO DE NOVO NA PROXIMA DEVOLUCAO.
       0020-ESTORNAR-PONTOS.
           IF CUP-PONTOS-GANHOS NOT NUMERIC
               MOVE ZEROS TO CUP-PONTOS-GANHOS
           END-IF.
           IF CUP-PONTOS-RESGATADOS NOT NUMERIC
               MOVE ZEROS TO CUP-PONTOS-RESGATADOS
           END-IF.
           IF CUP-PONTOS-ESTORNADOS NOT NUMERIC
               MOVE ZEROS TO CUP-PONTOS-ESTORNADOS
           END-IF.

           MOVE CUP-CPF       TO WRK-FID-CPF.
           MOVE WRK-LOJA-ID   TO WRK-FID-LOJA.
           MOVE CUP-NUMERO    TO WRK-FID-CUPOM.
           MOVE WRK-OPE-ID    TO WRK-FID-OPERADOR.

           COMPUTE WRK-PONTOS-ABERTOS =
               CUP-PONTOS-GANHOS - CUP-PONTOS-ESTORNADOS.
           IF WRK-PONTOS-ABERTOS > ZERO AND FIDELIDADE-ABERTA
               IF WRK-ITENS-ABERTOS = ZERO
                  OR CUP-VALOR-TOTAL = ZERO
                   MOVE WRK-PONTOS-ABERTOS TO WRK-PONTOS-ESTORNO
               ELSE
                   COMPUTE WRK-PONTOS-ESTORNO ROUNDED =
                       CUP-PONTOS-GANHOS * WRK-CUPOM-DEVOLVIDO
                       / CUP-VALOR-TOTAL
                   IF WRK-PONTOS-ESTORNO > WRK-PONTOS-ABERTOS
                       MOVE WRK-PONTOS-ABERTOS TO WRK-PONTOS-ESTORNO
                   END-IF
               END-IF
               IF WRK-PONTOS-ESTORNO > ZERO
                   MOVE WRK-PONTOS-ESTORNO TO WRK-FID-PONTOS
                   MOVE 'E' TO WRK-FID-TIPO
                   PERFORM 0998-DEBITAR-PONTOS
                   ADD WRK-PONTOS-ESTORNO TO CUP-PONTOS-ESTORNADOS
                   DISPLAY 'PONTOS DE FIDELIDADE ESTORNADOS: '
                           WRK-FID-DEBITADO
                   IF WRK-FID-DEBITADO < WRK-PONTOS-ESTORNO
                       DISPLAY 'AVISO: CLIENTE JA HAVIA USADO PARTE '
                               'DOS PONTOS DO CUPOM.'
                   END-IF
               END-IF
           END-IF.

           IF WRK-ITENS-ABERTOS = ZERO
              AND CUP-PONTOS-RESGATADOS > ZERO
              AND FIDELIDADE-ABERTA
               MOVE CUP-PONTOS-RESGATADOS TO WRK-FID-PONTOS
               MOVE 'C' TO WRK-FID-TIPO
               PERFORM 0997-CREDITAR-PONTOS
               DISPLAY 'PONTOS RESGATADOS DEVOLVIDOS AO CLIENTE: '
                       CUP-PONTOS-RESGATADOS
           END-IF.
       0020-END.

      * VARRE VENDAS.DAT SOMANDO AS VENDAS DO CPF/SABOR/DATA E
      * ABATENDO AS DEVOLUCOES JA LANCADAS CONTRA ELAS; O PRECO DO
       0003-APURAR-SALDO-DEVOLVIVEL.
           MOVE 'N'  TO WRK-VENDA-ACHADA.
           MOVE ZERO TO WRK-QTD-VENDIDA WRK-PRECO-ORIGEM
                        WRK-VALOR-PAGO WRK-CUPOM-DA-VENDA.

           OPEN INPUT ARQUIVO-VENDAS.
           IF FS-VEN-ARQUIVO-NOVO
           READ ARQUIVO-VENDAS.
       0003A-END.

      * LINHA QUE SAIU EM CUPOM NAO ENTRA NA CONTA: A DEVOLUCAO DELA
      * E PELO NUMERO DO CUPOM.
       0003B-CASAR-VENDA.
           IF VEN-CPF = WRK-CPF
              AND VEN-ID-MARCA = WRK-ID-MARCA
              AND VEN-SABOR = WRK-SABOR
              AND VEN-DATA = WRK-DATA-VENDA
               IF VEN-CUPOM IS NUMERIC AND VEN-CUPOM > ZERO
                   MOVE VEN-CUPOM TO WRK-CUPOM-DA-VENDA
               ELSE
                   IF VEN-TIPO-DEVOLUCAO
                       SUBTRACT VEN-QTD FROM WRK-QTD-VENDIDA
                       SUBTRACT VEN-VALOR-TOTAL FROM WRK-VALOR-PAGO
                   ELSE
                       MOVE 'S' TO WRK-VENDA-ACHADA
                       ADD VEN-QTD TO WRK-QTD-VENDIDA
                       ADD VEN-VALOR-TOTAL TO WRK-VALOR-PAGO
                       MOVE VEN-PRECO-UNIT TO WRK-PRECO-ORIGEM
                       MOVE VEN-PAGAMENTO  TO WRK-PAGAMENTO-ORIGEM
                   END-IF
               END-IF
           END-IF.
           PERFORM 0003A-LER-VENDA.
                   DISPLAY 'DEVOLUCAO MAIOR QUE O VENDIDO ('
                           WRK-QTD-VENDIDA '). NAO LANCADA.'
               ELSE
                   PERFORM 0021-ESCOLHER-REEMBOLSO
                   PERFORM 0005-RESTAURAR-ESTOQUE
                   IF ESTORNO-GRAVADO AND REEMBOLSO-EM-VALE
                       MOVE WRK-VALOR TO WRK-VALE-ESTORNO
                       PERFORM 0022-REEMBOLSAR-EM-VALE
                   END-IF
               END-IF
           END-IF.
       0004-END.
      * REWRITE BEM-SUCEDIDO, GRAVA O ESTORNO E O MOVIMENTO DE
      * ENTRADA.
       0005-RESTAURAR-ESTOQUE.
           MOVE 'N' TO WRK-ESTORNO-SITUACAO.
           MOVE WRK-ID-MARCA TO SAB-ID-MARCA.
           MOVE WRK-SABOR    TO SAB-SABOR.
           READ ARQUIVO-SABORES
                           PERFORM 0011-ATUALIZAR-SALDO-LOJA
                           PERFORM 0006-GRAVAR-ESTORNO
                           PERFORM 0007-GRAVAR-MOVIMENTO
                           MOVE 'S' TO WRK-ESTORNO-SITUACAO
                           MOVE WRK-VALOR TO WRK-VALOR-EDITADO
                           DISPLAY 'DEVOLUCAO LANCADA. VALOR: '
                                   WRK-VALOR-EDITADO
      * EXTRATO MENSAL (VEN0003A); AS DEMAIS (INCLUSIVE AS ANTIGAS
      * SEM O CAMPO, QUE VALEM COMO DINHEIRO) SAO REEMBOLSO NA
      * GAVETA E ABATEM DO RESUMO DO CAIXA.
      * REEMBOLSO EM VALE-TROCA SAI COMO 'V': NAO SAI DINHEIRO DA
      * GAVETA.
           IF WRK-PAGAMENTO-ORIGEM = SPACE
               MOVE 'D'                 TO VEN-PAGAMENTO
           ELSE
               MOVE WRK-PAGAMENTO-ORIGEM TO VEN-PAGAMENTO
           END-IF.
           IF REEMBOLSO-EM-VALE
               MOVE 'V'                 TO VEN-PAGAMENTO
           END-IF.
           MOVE WRK-CUPOM-NUM    TO VEN-CUPOM.
           MOVE WRK-ITEM-NUM     TO VEN-ITEM.
           WRITE REGISTRO-VENDA.

           CLOSE ARQUIVO-VENDAS.
           CLOSE ARQUIVO-MOVIMENTO.
       0007-END.

      * FORMA DO REEMBOLSO PELA FORMA DE PAGAMENTO DA VENDA ORIGINAL:
      * FATURADO E ABATIDO NA FATURA; PAGO COM VALE VOLTA EM VALE; NAS
      * DEMAIS O CLIENTE ESCOLHE ENTRE A FORMA ORIGINAL E O VALE-TROCA.
       0021-ESCOLHER-REEMBOLSO.
           MOVE 'O' TO WRK-REEMBOLSO.
           EVALUATE WRK-PAGAMENTO-ORIGEM
               WHEN 'E'
                   CONTINUE
               WHEN 'V'
                   MOVE 'V' TO WRK-REEMBOLSO
                   DISPLAY 'COMPRA PAGA COM VALE: O ESTORNO VOLTA EM '
                           'VALE.'
               WHEN 'F'
                   DISPLAY 'COMPRA DESCONTADA EM FOLHA: NADA A '
                           'REEMBOLSAR NO BALCAO; O ESTORNO ABATE O '
                           'DESCONTO DA FOLHA.'
               WHEN OTHER
                   DISPLAY 'REEMBOLSO NA FORMA (O)RIGINAL OU EM '
                           '(V)ALE-TROCA (ENTER=O)? '
                   ACCEPT WRK-REEMBOLSO
                   MOVE FUNCTION UPPER-CASE(WRK-REEMBOLSO)
                       TO WRK-REEMBOLSO
                   IF WRK-REEMBOLSO NOT = 'V'
                       MOVE 'O' TO WRK-REEMBOLSO
                   END-IF
           END-EVALUATE.
           IF REEMBOLSO-EM-VALE AND NOT VALES-ABERTO
               DISPLAY 'LIVRO DE VALES INDISPONIVEL: REEMBOLSO NA '
                       'FORMA ORIGINAL.'
               MOVE 'O' TO WRK-REEMBOLSO
           END-IF.
       0021-END.

      * CREDITA O ESTORNO NO VALE QUE PAGOU A COMPRA; SEM ELE (OU COM
      * ELE VENCIDO/CANCELADO) EMITE UM VALE-TROCA NOVO NO VALOR.
       0022-REEMBOLSAR-EM-VALE.
           MOVE 'N' TO WRK-VAL-RESULTADO.
           IF WRK-VALE-ORIGEM > ZEROS
               MOVE WRK-VALE-ORIGEM  TO WRK-VAL-NUMERO
               MOVE WRK-VALE-ESTORNO TO WRK-VAL-VALOR
               MOVE 'C'              TO WRK-VAL-OPERACAO
               PERFORM 0988-MOVIMENTAR-VALE
               IF NOT VALE-ACEITO
                   DISPLAY 'VALE ' WRK-VALE-ORIGEM ': '
                           FUNCTION TRIM(WRK-VAL-MENSAGEM)
                           ' EMITINDO VALE-TROCA NOVO.'
               END-IF
           END-IF.
           IF NOT VALE-ACEITO
               MOVE WRK-VALE-ESTORNO TO WRK-VAL-VALOR
               MOVE 'T'              TO WRK-VAL-TIPO
               MOVE WRK-LOJA-ID      TO WRK-VAL-LOJA
               MOVE WRK-OPE-ID       TO WRK-VAL-OPERADOR
               MOVE WRK-SESSAO-NUM   TO WRK-VAL-SESSAO
               MOVE SPACE            TO WRK-VAL-PAGAMENTO
               MOVE WRK-CUPOM-NUM    TO WRK-VAL-CUPOM
               MOVE WRK-CPF          TO WRK-VAL-CPF
               PERFORM 0989-EMITIR-VALE
           END-IF.
           MOVE WRK-VAL-SALDO TO WRK-VALOR-EDITADO.
           IF VALE-ACEITO
               DISPLAY 'ESTORNO EM VALE. ENTREGUE AO CLIENTE O VALE '
                       WRK-VAL-NUMERO ' SALDO: ' WRK-VALOR-EDITADO
                       ' VALIDADE: ' WRK-VAL-VALIDADE
           ELSE
               DISPLAY 'AVISO: ' FUNCTION TRIM(WRK-VAL-MENSAGEM)
                       ' O ESTORNO FOI LANCADO EM VALE; EMITA O VALE '
                       'PELO VAL0001A.'
           END-IF.
       0022-END.

           COPY NUMVALIDA-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY LOJA-PD.CPY.
           COPY CPFMASK-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY CUPOM-PD.CPY.
           COPY FIDELIDADE-PD.CPY.
           COPY VALE-PD.CPY.
           COPY PERCOM-PD.CPY.
           COPY BANNER-PD.CPY.
