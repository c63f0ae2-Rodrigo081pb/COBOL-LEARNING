      *              ENTREGA PARCIAL DEIXA O PEDIDO ABERTO. O
      *              RELATORIO DE PEDIDOS EM ABERTO MOSTRA O QUE O
      *              FORNECEDOR AINDA DEVE, ANTES DE VIRAR SURPRESA.
      *              CADA RECEBIMENTO PEDE A NOTA FISCAL DO FORNECEDOR
      *              E ABRE O TITULO NO CONTAS A PAGAR
      *              (CONTAS-PAGAR.DAT) COM VENCIMENTO PELO PRAZO DO
      *              FORNECEDOR; NOTA JA LANCADA PARA O MESMO
      *              FORNECEDOR E RECUSADA, SALVO QUANDO A MESMA NOTA
      *              FATURA OUTRO PEDIDO AINDA NAO PAGO.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOT-STATUS.

           SELECT ARQUIVO-PAGAR ASSIGN TO DYNAMIC WRK-PAGAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WRK-PAG-STATUS.

           SELECT ARQUIVO-PERCOM ASSIGN TO DYNAMIC WRK-PERCOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCM-MES
               FILE STATUS IS WRK-PCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-PEDIDOS.
       FD ARQUIVO-LOTES.
           COPY LOTES-FD.CPY.

       FD ARQUIVO-PAGAR.
           COPY PAGAR-FD.CPY.

       FD ARQUIVO-PERCOM.
           COPY PERCOM-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-PCO-STATUS PIC X(02).
       01 WRK-ESTLOJA-PATH PIC X(100).
       01 WRK-ELJ-DELTA PIC S9(07) VALUE ZERO.

      * CONTAS A PAGAR (CONTAS-PAGAR.DAT): TITULO ABERTO PELA NOTA DO
      * FORNECEDOR A CADA RECEBIMENTO.
       01 WRK-PAG-STATUS PIC X(02).
           88 FS-PAG-OK             VALUE '00'.
           88 FS-PAG-ARQUIVO-NOVO   VALUE '35'.
       01 WRK-PAGAR-PATH PIC X(100).
       01 WRK-NOTA       PIC X(10).
       01 WRK-NOTA-SITUACAO PIC X(01).
           88 NOTA-NOVA        VALUE 'N'.
           88 NOTA-ACRESCENTAR VALUE 'A'.
           88 NOTA-RECUSADA    VALUE 'R'.
       01 WRK-CONFIRMA      PIC X(01).
       01 WRK-VALOR-ENTREGA PIC 9(09)V99.
       01 WRK-PRAZO-PAGTO   PIC 9(03).
       01 WRK-VENC-NUM      PIC 9(08).
       01 WRK-VENC-INT      PIC 9(08) COMP.
       01 WRK-VALOR-EDITADO PIC $$$,$$$,$$9.99.

           COPY NUMVALIDA-WS.CPY.
           COPY LOTE-WS.CPY.
           COPY LOJA-WS.CPY.
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
           PERFORM 0001-ABRIR-ARQUIVOS.

           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.
           CLOSE ARQUIVO-SABORES.
           CLOSE ARQUIVO-ESTOQUE-LOJA.
           CLOSE ARQUIVO-LOTES.
           CLOSE ARQUIVO-PAGAR.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
           IF WRK-LOTES-PATH = SPACES
               MOVE 'LOTES.DAT' TO WRK-LOTES-PATH
           END-IF.

           ACCEPT WRK-PAGAR-PATH
               FROM ENVIRONMENT 'CONTAS_PAGAR_PATH'.
           IF WRK-PAGAR-PATH = SPACES
               MOVE 'CONTAS-PAGAR.DAT' TO WRK-PAGAR-PATH
           END-IF.
       0000-END.


               CLOSE ARQUIVO-LOTES
               OPEN I-O ARQUIVO-LOTES
           END-IF.

           OPEN I-O ARQUIVO-PAGAR.
           IF FS-PAG-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-PAGAR
               CLOSE ARQUIVO-PAGAR
               OPEN I-O ARQUIVO-PAGAR
           END-IF.
       0001-ABRIR-FIM.

       0002-MENU.
                           WRK-QTD-FALTA '). CONFIRA A NOTA; NADA '
                           'RECEBIDO.'
               ELSE
                   PERFORM 0012-CONFERIR-NOTA
                   IF NOTA-RECUSADA
                       DISPLAY 'NADA RECEBIDO.'
                   ELSE
                       PERFORM 0006A-POSTAR-RECEBIMENTO
                   END-IF
               END-IF
           END-IF.
       0006-END.
                           MOVE WRK-QTD TO WRK-ELJ-DELTA
                           PERFORM 0011-ATUALIZAR-SALDO-LOJA
                           MOVE WRK-QTD TO WRK-LOT-QTD-ENTRADA
                           MOVE PCO-FORNECEDOR
                               TO WRK-LOT-FORNECEDOR-ENT
                           MOVE WRK-LOJA-ID TO WRK-LOT-LOJA-ENT
                           PERFORM 0966-REGISTRAR-ENTRADA-LOTE
                           PERFORM 0006B-GRAVAR-MOVIMENTO
                           PERFORM 0013-LANCAR-TITULO-PAGAR
                           ADD WRK-QTD TO PCO-QTD-RECEBIDA
                           IF PCO-QTD-RECEBIDA >= PCO-QTD-PEDIDA
                               MOVE 'R' TO PCO-SITUACAO
           END-IF.
       0010-END.

      * PEDE A NOTA FISCAL DA ENTREGA E CONFERE SE ELA JA ESTA NO
      * CONTAS A PAGAR PARA O MESMO FORNECEDOR: NOTA REPETIDA NO
      * MESMO PEDIDO, OU JA PAGA, E RECUSADA; EM OUTRO PEDIDO AINDA EM
      * ABERTO SO ENTRA SE O OPERADOR CONFIRMAR QUE A MESMA NOTA
      * FATURA OS DOIS (O VALOR E SOMADO AO TITULO EXISTENTE).
       0012-CONFERIR-NOTA.
           MOVE 'N' TO WRK-NOTA-SITUACAO.
           DISPLAY 'NUMERO DA NOTA FISCAL DO FORNECEDOR: '.
           ACCEPT WRK-NOTA.
           MOVE FUNCTION UPPER-CASE(WRK-NOTA) TO WRK-NOTA.
           IF WRK-NOTA = SPACES
               DISPLAY 'A NOTA FISCAL E OBRIGATORIA NO RECEBIMENTO.'
               MOVE 'R' TO WRK-NOTA-SITUACAO
               EXIT PARAGRAPH
           END-IF.

           MOVE PCO-FORNECEDOR TO PAG-FORNECEDOR.
           MOVE WRK-NOTA       TO PAG-NOTA.
           READ ARQUIVO-PAGAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0012A-AVALIAR-NOTA-REPETIDA
           END-READ.
       0012-END.

       0012A-AVALIAR-NOTA-REPETIDA.
           MOVE PAG-VALOR TO WRK-VALOR-EDITADO.
           DISPLAY 'NOTA ' PAG-NOTA ' JA LANCADA PARA ESTE '
                   'FORNECEDOR EM ' PAG-DATA-EMISSAO ' (PEDIDO '
                   PAG-PEDIDO ', VALOR ' WRK-VALOR-EDITADO ').'.
           EVALUATE TRUE
               WHEN PAG-PAGO
                   DISPLAY 'A NOTA JA FOI PAGA. CONFIRA A NOTA COM O '
                           'FORNECEDOR.'
                   MOVE 'R' TO WRK-NOTA-SITUACAO
               WHEN PAG-PEDIDO = PCO-NUMERO
                   DISPLAY 'NOTA REPETIDA NO MESMO PEDIDO.'
                   MOVE 'R' TO WRK-NOTA-SITUACAO
               WHEN OTHER
                   DISPLAY 'A MESMA NOTA FATURA TAMBEM ESTE PEDIDO '
                           '(S/N)? '
                   ACCEPT WRK-CONFIRMA
                   MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA)
                       TO WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       MOVE 'A' TO WRK-NOTA-SITUACAO
                   ELSE
                       MOVE 'R' TO WRK-NOTA-SITUACAO
                   END-IF
           END-EVALUATE.
       0012A-END.

      * ABRE (OU ACRESCENTA) O TITULO DA NOTA NO CONTAS A PAGAR: O
      * VALOR E O DA ENTREGA AO CUSTO DO PEDIDO E O VENCIMENTO E A
      * DATA DO RECEBIMENTO MAIS O PRAZO DO FORNECEDOR (30 DIAS
      * QUANDO O CADASTRO NAO TRAZ PRAZO).
       0013-LANCAR-TITULO-PAGAR.
           COMPUTE WRK-VALOR-ENTREGA = WRK-QTD * PCO-CUSTO-UNIT.
           MOVE PCO-FORNECEDOR TO PAG-FORNECEDOR.
           MOVE WRK-NOTA       TO PAG-NOTA.

           IF NOTA-ACRESCENTAR
               READ ARQUIVO-PAGAR
                   INVALID KEY
                       DISPLAY 'TITULO DA NOTA ' WRK-NOTA ' SUMIU DO '
                               'CONTAS A PAGAR. LANCE A NOTA NO '
                               'PAG0001A.'
                   NOT INVALID KEY
                       ADD WRK-VALOR-ENTREGA TO PAG-VALOR
                       ADD 1 TO PAG-QTD-PEDIDOS
                       REWRITE REGISTRO-PAGAR
                       MOVE PAG-VALOR TO WRK-VALOR-EDITADO
                       DISPLAY 'TITULO DA NOTA ' PAG-NOTA
                               ' ATUALIZADO: ' WRK-VALOR-EDITADO
                               ' VENCE EM ' PAG-VENCIMENTO '.'
               END-READ
               EXIT PARAGRAPH
           END-IF.

           MOVE 30 TO WRK-PRAZO-PAGTO.
           MOVE PCO-FORNECEDOR TO FOR-CODIGO.
           READ ARQUIVO-FORNECEDORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FOR-PRAZO-PAGTO NUMERIC
                       MOVE FOR-PRAZO-PAGTO TO WRK-PRAZO-PAGTO
                   END-IF
           END-READ.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-VENC-NUM.
           COMPUTE WRK-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-VENC-NUM)
               + WRK-PRAZO-PAGTO.
           COMPUTE WRK-VENC-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-VENC-INT).

           MOVE PCO-FORNECEDOR    TO PAG-FORNECEDOR.
           MOVE WRK-NOTA          TO PAG-NOTA.
           MOVE PCO-NUMERO        TO PAG-PEDIDO.
           MOVE 1                 TO PAG-QTD-PEDIDOS.
           MOVE WRK-DATA-HOJE     TO PAG-DATA-EMISSAO.
           MOVE WRK-VENC-NUM      TO PAG-VENCIMENTO.
           MOVE WRK-VALOR-ENTREGA TO PAG-VALOR.
           MOVE ZERO              TO PAG-VALOR-PAGO.
           MOVE SPACES            TO PAG-DATA-PAGTO.
           MOVE 'A'               TO PAG-SITUACAO.
           WRITE REGISTRO-PAGAR
               INVALID KEY
                   DISPLAY 'NOTA ' WRK-NOTA ' JA EXISTE NO CONTAS A '
                           'PAGAR. CONFIRA NO PAG0001A.'
               NOT INVALID KEY
                   MOVE PAG-VALOR TO WRK-VALOR-EDITADO
                   DISPLAY 'TITULO A PAGAR ABERTO: NOTA ' PAG-NOTA
                           ' VALOR ' WRK-VALOR-EDITADO
                           ' VENCE EM ' PAG-VENCIMENTO '.'
           END-WRITE.
       0013-END.

           COPY NUMVALIDA-PD.CPY.
           COPY LOTE-PD.CPY.
           COPY LOJA-PD.CPY.
           COPY PERCOM-PD.CPY.
           COPY BANNER-PD.CPY.
