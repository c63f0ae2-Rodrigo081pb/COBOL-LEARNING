      *              REPETIDA DO MESMO OPERADOR FINALMENTE APARECE. AS
      *              VENDAS DO VEN0001A CARREGAM O NUMERO DA SESSAO
      *              ABERTA DO OPERADOR NA LOJA.
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - RODRIGO - CONFERENCIA POR CUPOM: NOVA OPCAO (C)
      *                        LISTA OS CUPONS DA SESSAO (CUPONS.DAT)
      *                        COM FORMA DE PAGAMENTO, VALOR, ESTORNO
      *                        E SITUACAO; O FECHAMENTO MOSTRA QUANTOS
      *                        CUPONS A SESSAO EMITIU.
      * 15/10/2026 - RODRIGO - VALE-PRESENTE/VALE-TROCA: O RESGATE EM
      *                        VALE FICA FORA DO DINHEIRO DA GAVETA E
      *                        APARECE A PARTE NO FECHAMENTO; O
      *                        CARTAO-PRESENTE VENDIDO EM DINHEIRO NA
      *                        SESSAO (VALES-PRESENTE.DAT) ENTRA NA
      *                        CONFERENCIA.
      * 15/10/2026 - RODRIGO - DEVOLUCAO REEMBOLSADA EM VALE-TROCA NAO
      *                        ABATE O DINHEIRO DO CUPOM NA OPCAO (C)
      *                        NEM O RECEBIDO EM VALE NO FECHAMENTO: O
      *                        VALE EMITIDO NA DEVOLUCAO SAI A PARTE.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VEN-STATUS.

           SELECT ARQUIVO-CUPONS ASSIGN TO DYNAMIC WRK-CUPONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUP-CHAVE
               FILE STATUS IS WRK-CUP-STATUS.

           SELECT ARQUIVO-VALES ASSIGN TO DYNAMIC WRK-VALES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NUMERO
               FILE STATUS IS WRK-VAL-STATUS.

           SELECT OPERADORES-ARQUIVO
               ASSIGN TO DYNAMIC WRK-OPERADORES-PATH
               ORGANIZATION IS INDEXED
       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.

       FD ARQUIVO-CUPONS.
           COPY CUPONS-FD.CPY.

       FD ARQUIVO-VALES.
           COPY VALES-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       01 WRK-VALOR-EDITADO  PIC $$$,$$$,$$9.99-.
       01 WRK-VALOR-EDITADO2 PIC $$$,$$$,$$9.99-.

      * CUPONS DA SESSAO (CUPONS.DAT, VEN0001A): A CONFERENCIA PODE
      * SER FEITA CUPOM A CUPOM, COM O TOTAL EM DINHEIRO QUE DEVE
      * ESTAR NA GAVETA (LIQUIDO DOS ESTORNOS).
       01 WRK-CUP-STATUS PIC X(02).
           88 FS-CUP-OK             VALUE '00'.
           88 FS-CUP-FIM-ARQUIVO    VALUE '10'.
           88 FS-CUP-ARQUIVO-NOVO   VALUE '35'.
       01 WRK-CUPONS-PATH PIC X(100).
       01 WRK-LISTAR-CUPONS PIC X(01) VALUE 'N'.
           88 LISTAR-CUPONS VALUE 'S'.
       01 WRK-CUPONS-SESSAO PIC 9(05) COMP VALUE 0.
       01 WRK-CUPONS-DINHEIRO PIC S9(11)V99 VALUE ZERO.
       01 WRK-CUPOM-LIQUIDO PIC S9(09)V99 VALUE ZERO.

      * VALES (VALES-PRESENTE.DAT): O QUE A SESSAO RECEBEU EM VALE
      * (LIQUIDO DOS ESTORNOS EM VALE) NAO PASSA PELA GAVETA; O
      * CARTAO-PRESENTE VENDIDO EM DINHEIRO NA SESSAO, SIM.
       01 WRK-VAL-STATUS PIC X(02).
           88 FS-VAL-OK             VALUE '00'.
           88 FS-VAL-FIM-ARQUIVO    VALUE '10'.
           88 FS-VAL-ARQUIVO-NOVO   VALUE '35'.
       01 WRK-VALES-PATH PIC X(100).
       01 WRK-VALES-SESSAO   PIC S9(09)V99 VALUE ZERO.
       01 WRK-VALES-VENDIDOS PIC S9(09)V99 VALUE ZERO.
       01 WRK-CUPONS-VALE    PIC S9(11)V99 VALUE ZERO.
      * VALE-TROCA EMITIDO EM DEVOLUCAO NA SESSAO: O ESTORNO 'V' DE
      * CUPOM QUE NAO FOI PAGO COM VALE (OU DE VENDA SEM CUPOM) NAO E
      * VALE RECEBIDO DE VOLTA, E VALE ENTREGUE AO CLIENTE.
       01 WRK-VALES-EMITIDOS PIC S9(09)V99 VALUE ZERO.
       01 WRK-CUPONS-ABERTO  PIC X(01) VALUE 'N'.
           88 CUPONS-NO-AR   VALUE 'S'.
       01 WRK-ESTORNO-ORIGEM PIC X(01) VALUE 'N'.
           88 ESTORNO-DE-COMPRA-EM-VALE VALUE 'S'.
       01 WRK-CUPOM-DEV-DINHEIRO PIC S9(09)V99 VALUE ZERO.

           COPY NUMVALIDA-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY LOJA-WS.CPY.
           IF WRK-VENDAS-PATH = SPACES
               MOVE 'VENDAS.DAT' TO WRK-VENDAS-PATH
           END-IF.

           ACCEPT WRK-CUPONS-PATH FROM ENVIRONMENT 'CUPONS_DAT_PATH'.
           IF WRK-CUPONS-PATH = SPACES
               MOVE 'CUPONS.DAT' TO WRK-CUPONS-PATH
           END-IF.

           ACCEPT WRK-VALES-PATH
               FROM ENVIRONMENT 'VALES_PRESENTE_PATH'.
           IF WRK-VALES-PATH = SPACES
               MOVE 'VALES-PRESENTE.DAT' TO WRK-VALES-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVO.

       0002-MENU.
           DISPLAY '(A)BRIR SESSAO, (F)ECHAR SESSAO, (L)ISTAR '
                   'HISTORICO, (C)UPONS DA SESSAO OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

                   PERFORM 0004-FECHAR-SESSAO
               WHEN 'L'
                   PERFORM 0006-LISTAR-SESSOES
               WHEN 'C'
                   PERFORM 0010-LISTAR-CUPONS-SESSAO
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
               MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA)
                   TO WRK-VALOR-CONTADO
               PERFORM 0009-SOMAR-VENDAS-SESSAO
               PERFORM 0012-SOMAR-VALES-VENDIDOS
               COMPUTE WRK-DIFERENCA = WRK-VALOR-CONTADO
                   - SES-FUNDO-TROCO - WRK-VENDAS-SESSAO
                   - WRK-VALES-VENDIDOS

               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-DATA-HOJE    TO SES-DATA-FECHO
               MOVE WRK-VENDAS-SESSAO TO WRK-VALOR-EDITADO
               MOVE WRK-DIFERENCA     TO WRK-VALOR-EDITADO2
               DISPLAY 'VENDAS DA SESSAO: ' WRK-VALOR-EDITADO
               IF WRK-VALES-VENDIDOS NOT = ZERO
                   MOVE WRK-VALES-VENDIDOS TO WRK-VALOR-EDITADO
                   DISPLAY 'CARTOES-PRESENTE VENDIDOS EM DINHEIRO: '
                           WRK-VALOR-EDITADO
               END-IF
               IF WRK-VALES-SESSAO NOT = ZERO
                   MOVE WRK-VALES-SESSAO TO WRK-VALOR-EDITADO
                   DISPLAY 'RECEBIDO EM VALE (FORA DA GAVETA): '
                           WRK-VALOR-EDITADO
               END-IF
               IF WRK-VALES-EMITIDOS NOT = ZERO
                   MOVE WRK-VALES-EMITIDOS TO WRK-VALOR-EDITADO
                   DISPLAY 'VALE-TROCA EMITIDO EM DEVOLUCAO: '
                           WRK-VALOR-EDITADO
               END-IF
               DISPLAY 'DIFERENCA DA GAVETA: ' WRK-VALOR-EDITADO2
               MOVE 'N' TO WRK-LISTAR-CUPONS
               PERFORM 0011-VARRER-CUPONS
               DISPLAY 'CUPONS EMITIDOS NA SESSAO: ' WRK-CUPONS-SESSAO
               IF WRK-DIFERENCA = ZERO
                   DISPLAY 'CAIXA CONFERIDO SEM DIFERENCA.'
               ELSE
      * SOMA EM VENDAS.DAT O VALOR DAS VENDAS CARIMBADAS COM O
      * NUMERO DA SESSAO (DEVOLUCOES ABATIDAS).
       0009-SOMAR-VENDAS-SESSAO.
           MOVE ZERO TO WRK-VENDAS-SESSAO WRK-VALES-SESSAO
                        WRK-VALES-EMITIDOS.
           MOVE 'N' TO WRK-CUPONS-ABERTO.
           OPEN INPUT ARQUIVO-CUPONS.
           IF FS-CUP-ARQUIVO-NOVO
               CLOSE ARQUIVO-CUPONS
           ELSE
               MOVE 'S' TO WRK-CUPONS-ABERTO
           END-IF.
           OPEN INPUT ARQUIVO-VENDAS.
           IF FS-VEN-ARQUIVO-NOVO
               DISPLAY 'VENDAS.DAT AINDA NAO EXISTE; SESSAO SEM '
               PERFORM 0009B-SOMAR-VENDA UNTIL FS-VEN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-VENDAS.
           IF CUPONS-NO-AR
               CLOSE ARQUIVO-CUPONS
           END-IF.
       0009-END.

       0009A-LER-VENDA.
       0009A-END.

      * SO O QUE PASSA PELA GAVETA ENTRA NA CONFERENCIA: VENDAS EM
      * DINHEIRO (CARTAO, PIX, FATURADO E VALE NAO MEXEM NO TROCO). O
      * RECEBIDO EM VALE E SOMADO A PARTE, SO PARA EXIBICAO; O ESTORNO
      * EM VALE SO O ABATE QUANDO A COMPRA FOI PAGA COM VALE (0009C).
       0009B-SOMAR-VENDA.
           IF VEN-SESSAO IS NUMERIC
              AND VEN-SESSAO = SES-NUMERO
                   ADD VEN-VALOR-TOTAL TO WRK-VENDAS-SESSAO
               END-IF
           END-IF.
           IF VEN-SESSAO IS NUMERIC
              AND VEN-SESSAO = SES-NUMERO
              AND VEN-PAG-VALE
               IF VEN-TIPO-DEVOLUCAO
                   PERFORM 0009C-ORIGEM-DO-ESTORNO
                   IF ESTORNO-DE-COMPRA-EM-VALE
                       SUBTRACT VEN-VALOR-TOTAL FROM WRK-VALES-SESSAO
                   ELSE
                       ADD VEN-VALOR-TOTAL TO WRK-VALES-EMITIDOS
                   END-IF
               ELSE
                   ADD VEN-VALOR-TOTAL TO WRK-VALES-SESSAO
               END-IF
           END-IF.
           PERFORM 0009A-LER-VENDA.
       0009B-END.

      * ESTORNO 'V' PELO CUPOM: SE O CUPOM FOI PAGO COM VALE, O
      * ESTORNO VOLTOU PARA O VALE DA COMPRA; SENAO (E NA VENDA SEM
      * CUPOM, QUE NUNCA FOI PAGA COM VALE) FOI VALE-TROCA EMITIDO.
       0009C-ORIGEM-DO-ESTORNO.
           MOVE 'N' TO WRK-ESTORNO-ORIGEM.
           IF CUPONS-NO-AR
              AND VEN-CUPOM IS NUMERIC
              AND VEN-CUPOM > ZERO
               MOVE VEN-LOJA  TO CUP-LOJA
               MOVE VEN-CUPOM TO CUP-NUMERO
               READ ARQUIVO-CUPONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUP-PAG-VALE
                           MOVE 'S' TO WRK-ESTORNO-ORIGEM
                       END-IF
               END-READ
           END-IF.
       0009C-END.

      * LISTA OS CUPONS CARIMBADOS COM A SESSAO INFORMADA, PARA A
      * CONFERENCIA DA GAVETA CUPOM A CUPOM.
       0010-LISTAR-CUPONS-SESSAO.
           DISPLAY 'NUMERO DA SESSAO: '.
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO SES-NUMERO.
           READ ARQUIVO-SESSOES
               INVALID KEY
                   DISPLAY 'SESSAO NAO ENCONTRADA.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-LISTAR-CUPONS
                   PERFORM 0011-VARRER-CUPONS
                   MOVE WRK-CUPONS-DINHEIRO TO WRK-VALOR-EDITADO
                   DISPLAY 'CUPONS DA SESSAO: ' WRK-CUPONS-SESSAO
                           ' EM DINHEIRO (LIQUIDO): '
                           WRK-VALOR-EDITADO
                   IF WRK-CUPONS-VALE NOT = ZERO
                       MOVE WRK-CUPONS-VALE TO WRK-VALOR-EDITADO
                       DISPLAY 'PAGOS EM VALE (LIQUIDO, FORA DA '
                               'GAVETA): ' WRK-VALOR-EDITADO
                   END-IF
           END-READ.
       0010-END.

       0011-VARRER-CUPONS.
           MOVE ZERO TO WRK-CUPONS-SESSAO WRK-CUPONS-DINHEIRO
                        WRK-CUPONS-VALE.
           OPEN INPUT ARQUIVO-CUPONS.
           IF FS-CUP-ARQUIVO-NOVO
               CONTINUE
           ELSE
               MOVE SES-LOJA TO CUP-LOJA
               MOVE ZEROS    TO CUP-NUMERO
               START ARQUIVO-CUPONS KEY NOT < CUP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0011A-LER-CUPOM
                       PERFORM 0011B-AVALIAR-CUPOM
                           UNTIL FS-CUP-FIM-ARQUIVO
                              OR CUP-LOJA NOT = SES-LOJA
               END-START
           END-IF.
           CLOSE ARQUIVO-CUPONS.
       0011-END.

       0011A-LER-CUPOM.
           READ ARQUIVO-CUPONS NEXT RECORD.
       0011A-END.

       0011B-AVALIAR-CUPOM.
           IF CUP-LOJA = SES-LOJA
              AND CUP-SESSAO = SES-NUMERO
               ADD 1 TO WRK-CUPONS-SESSAO
               IF CUP-VALOR-DEVOLVIDO NOT NUMERIC
                   MOVE ZEROS TO CUP-VALOR-DEVOLVIDO
               END-IF
               IF CUP-VALOR-DEVOLVIDO-VALE NOT NUMERIC
                   MOVE ZEROS TO CUP-VALOR-DEVOLVIDO-VALE
               END-IF
               COMPUTE WRK-CUPOM-LIQUIDO =
                   CUP-VALOR-TOTAL - CUP-VALOR-DEVOLVIDO
      * SO O ESTORNO DEVOLVIDO EM DINHEIRO SAIU DA GAVETA.
               IF CUP-PAG-DINHEIRO
                   COMPUTE WRK-CUPOM-DEV-DINHEIRO =
                       CUP-VALOR-DEVOLVIDO - CUP-VALOR-DEVOLVIDO-VALE
                   COMPUTE WRK-CUPONS-DINHEIRO = WRK-CUPONS-DINHEIRO
                       + CUP-VALOR-TOTAL - WRK-CUPOM-DEV-DINHEIRO
               END-IF
               IF CUP-PAG-VALE
                   ADD WRK-CUPOM-LIQUIDO TO WRK-CUPONS-VALE
               END-IF
               IF LISTAR-CUPONS
                   MOVE CUP-VALOR-TOTAL   TO WRK-VALOR-EDITADO
                   MOVE WRK-CUPOM-LIQUIDO TO WRK-VALOR-EDITADO2
                   DISPLAY ' CUPOM ' CUP-NUMERO ' ' CUP-HORA
                           ' PAG ' CUP-PAGAMENTO
                           ' SIT ' CUP-SITUACAO
                           ' VALOR: ' WRK-VALOR-EDITADO
                           ' LIQUIDO: ' WRK-VALOR-EDITADO2
               END-IF
           END-IF.
           PERFORM 0011A-LER-CUPOM.
       0011B-END.

      * CARTOES-PRESENTE VENDIDOS EM DINHEIRO NESTA SESSAO (VAL0001A):
      * O DINHEIRO ENTROU NA GAVETA. O VALE-TROCA DA DEVOLUCAO NAO
      * ENTRA (NAO HOUVE DINHEIRO).
       0012-SOMAR-VALES-VENDIDOS.
           MOVE ZERO TO WRK-VALES-VENDIDOS.
           OPEN INPUT ARQUIVO-VALES.
           IF FS-VAL-ARQUIVO-NOVO
               CONTINUE
           ELSE
               MOVE ZEROS TO VAL-NUMERO
               START ARQUIVO-VALES KEY NOT < VAL-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0012A-LER-VALE
                       PERFORM 0012B-SOMAR-VALE
                           UNTIL FS-VAL-FIM-ARQUIVO
               END-START
           END-IF.
           CLOSE ARQUIVO-VALES.
       0012-END.

       0012A-LER-VALE.
           READ ARQUIVO-VALES NEXT RECORD.
       0012A-END.

       0012B-SOMAR-VALE.
           IF VAL-CARTAO-PRESENTE
              AND VAL-PAGO-DINHEIRO
              AND VAL-LOJA = SES-LOJA
              AND VAL-SESSAO = SES-NUMERO
               ADD VAL-VALOR-ORIGINAL TO WRK-VALES-VENDIDOS
           END-IF.
           PERFORM 0012A-LER-VALE.
       0012B-END.

           COPY NUMVALIDA-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY LOJA-PD.CPY.
