      *              MOVIMENTO DE SAIDA, BAIXANDO SALDO E RESERVA; O
      *              CANCELAMENTO SO LIBERA A RESERVA. LISTA AS
      *              ENCOMENDAS ABERTAS POR DATA DE ENTREGA.
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - RODRIGO - VENDA DA RETIRADA GRAVA VEN-CUPOM E
      *                        VEN-ITEM ZERADOS (NAO PASSA PELO CUPOM
      *                        DO BALCAO).
      * 15/10/2026 - RODRIGO - ENTREGA PELA VAN: A ENCOMENDA GUARDA A
      *                        LOJA QUE A ABRIU (DE ONDE A VAN
      *                        CARREGA) E O RETORNO DO MANIFESTO
      *                        (PED0002A) MARCA ENTREGUE (VIRA VENDA,
      *                        COMO A RETIRADA) OU ENTREGA FRUSTRADA
      *                        (RESERVA MANTIDA, REAGENDADA PARA O
      *                        DIA SEGUINTE).
      * 15/10/2026 - RODRIGO - ENCOMENDA NAO E MOVIMENTADA COM O MES
      *                        COMERCIAL CORRENTE JA FECHADO (FCH0001A).
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT ARQUIVO-PERCOM ASSIGN TO DYNAMIC WRK-PERCOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCM-MES
               FILE STATUS IS WRK-PCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-ENCOMENDAS.
       FD ARQUIVO-RECEBER.
           COPY RECEBER-FD.CPY.

       FD ARQUIVO-PERCOM.
           COPY PERCOM-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-ENC-STATUS PIC X(02).

       01 WRK-TOTAL-ABERTAS PIC 9(05) COMP VALUE 0.

      * RETORNO DA ENTREGA: A BAIXA DA ENCOMENDA ENTREGUE E A MESMA
      * DA RETIRADA, MAS A SITUACAO FINAL E 'E' E O ESTOQUE SAI DA
      * LOJA QUE CARREGOU A VAN (ENC-LOJA).
       01 WRK-MODO-BAIXA PIC X(01) VALUE 'R'.
           88 BAIXA-POR-ENTREGA VALUE 'E'.
       01 WRK-RESULTADO-ENTREGA PIC X(01).
       01 WRK-LOJA-OPERACAO PIC X(03).
       01 WRK-DATA-NOVA     PIC 9(08).

       01 WRK-VALOR-EDITADO PIC $$$,$$$,$$9.99.

           COPY LOTE-WS.CPY.
           COPY SIGNON-WS.CPY.
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

       0002-MENU.
           DISPLAY '(A)BRIR ENCOMENDA, (R)ETIRAR, (C)ANCELAR, '
                   '(L)ISTAR ABERTAS, RETORNO DA (E)NTREGA OU '
                   '(S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

               WHEN 'A'
                   PERFORM 0003-ABRIR-ENCOMENDA
               WHEN 'R'
                   MOVE 'R' TO WRK-MODO-BAIXA
                   PERFORM 0005-RETIRAR-ENCOMENDA
               WHEN 'E'
                   MOVE 'E' TO WRK-MODO-BAIXA
                   PERFORM 0012-RETORNAR-ENTREGA
                   MOVE 'R' TO WRK-MODO-BAIXA
               WHEN 'C'
                   PERFORM 0007-CANCELAR-ENCOMENDA
               WHEN 'L'
           DISPLAY 'DATA DE ENTREGA (AAAAMMDD): '.
           ACCEPT ENC-DATA-ENTREGA.
           MOVE 'A' TO ENC-SITUACAO.
           MOVE WRK-LOJA-ID TO ENC-LOJA.
           MOVE ZERO TO ENC-TENTATIVAS.
           WRITE REGISTRO-ENCOMENDA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A ENCOMENDA.'
                               PERFORM 0006A-GRAVAR-VENDA
                               PERFORM 0006B-GRAVAR-MOVIMENTO
                               PERFORM 0006C-BAIXAR-SALDO-LOJA
                               IF BAIXA-POR-ENTREGA
                                   MOVE 'E' TO ENC-SITUACAO
                                   DISPLAY 'ENCOMENDA ENTREGUE E '
                                           'VENDA LANCADA.'
                               ELSE
                                   MOVE 'R' TO ENC-SITUACAO
                                   DISPLAY 'ENCOMENDA RETIRADA E '
                                           'VENDA LANCADA.'
                               END-IF
                               REWRITE REGISTRO-ENCOMENDA
                       END-REWRITE
                   END-IF
           END-READ.
           MOVE ZEROS        TO VEN-DESCONTO.
           MOVE WRK-LOJA-ID  TO VEN-LOJA.
           MOVE ZEROS        TO VEN-SESSAO.
           MOVE ZEROS        TO VEN-CUPOM.
           MOVE ZEROS        TO VEN-ITEM.
           PERFORM 0010-OBTER-PAGAMENTO.
           WRITE REGISTRO-VENDA.
           MOVE VEN-VALOR-TOTAL TO WRK-VALOR-EDITADO.
               DISPLAY ' ENCOMENDA ' ENC-NUMERO ' ' ENC-SABOR
                       ' QTD ' ENC-QTD
                       ' ENTREGA ' ENC-DATA-ENTREGA
               IF ENC-ENTREGA-FALHOU
                   DISPLAY '   ENTREGA FRUSTRADA ' ENC-TENTATIVAS
                           ' VEZ(ES); REAGENDADA.'
               END-IF
           END-IF.
           PERFORM 0008A-LER-ENCOMENDA.
       0008B-END.

      * RETORNO DA VAN, PARADA A PARADA DO MANIFESTO: ENTREGUE VIRA
      * VENDA PELA MESMA BAIXA DA RETIRADA (ESTOQUE DA LOJA QUE
      * CARREGOU); FRUSTRADA MANTEM A RESERVA, CONTA A TENTATIVA E
      * PASSA A ENTREGA PARA O DIA SEGUINTE, ONDE O MANIFESTO A PEGA.
       0012-RETORNAR-ENTREGA.
           DISPLAY 'NUMERO DA ENCOMENDA: '.
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO ENC-NUMERO.
           READ ARQUIVO-ENCOMENDAS
               INVALID KEY
                   DISPLAY 'ENCOMENDA NAO ENCONTRADA.'
                   EXIT PARAGRAPH
           END-READ.
           IF NOT ENC-ABERTA
               DISPLAY 'ENCOMENDA NAO ESTA ABERTA '
                       '(SITUACAO ' ENC-SITUACAO ').'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'ENCOMENDA ' ENC-NUMERO ' ' ENC-SABOR
                   ' QTD ' ENC-QTD ' ENTREGA ' ENC-DATA-ENTREGA.
           DISPLAY '(E)NTREGUE, (F)RUSTRADA OU ENTER PARA VOLTAR? '.
           ACCEPT WRK-RESULTADO-ENTREGA.
           MOVE FUNCTION UPPER-CASE(WRK-RESULTADO-ENTREGA)
               TO WRK-RESULTADO-ENTREGA.

           EVALUATE WRK-RESULTADO-ENTREGA
               WHEN 'E'
                   PERFORM 0012A-CONFIRMAR-ENTREGA
               WHEN 'F'
                   PERFORM 0012B-REGISTRAR-FALHA
               WHEN OTHER
                   DISPLAY 'NADA ALTERADO.'
           END-EVALUATE.
       0012-END.

       0012A-CONFIRMAR-ENTREGA.
           MOVE WRK-LOJA-ID TO WRK-LOJA-OPERACAO.
           IF ENC-LOJA = SPACES
               MOVE '001' TO WRK-LOJA-ID
           ELSE
               MOVE ENC-LOJA TO WRK-LOJA-ID
           END-IF.
           PERFORM 0006-CONCRETIZAR-VENDA.
           MOVE WRK-LOJA-OPERACAO TO WRK-LOJA-ID.
       0012A-END.

       0012B-REGISTRAR-FALHA.
           IF ENC-TENTATIVAS NOT NUMERIC
               MOVE ZERO TO ENC-TENTATIVAS
           END-IF.
           ADD 1 TO ENC-TENTATIVAS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-NOVA.
           COMPUTE WRK-DATA-NOVA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NOVA) + 1).
           MOVE WRK-DATA-NOVA TO ENC-DATA-ENTREGA.
           MOVE 'F' TO ENC-SITUACAO.
           REWRITE REGISTRO-ENCOMENDA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A ENCOMENDA.'
               NOT INVALID KEY
                   DISPLAY 'ENTREGA FRUSTRADA (TENTATIVA '
                           ENC-TENTATIVAS '). RESERVA MANTIDA; '
                           'REAGENDADA PARA ' ENC-DATA-ENTREGA '.'
           END-REWRITE.
       0012B-END.

      * O PROXIMO NUMERO E O MAIOR JA GRAVADO MAIS UM.
       0009-PROXIMO-NUMERO.
           MOVE ZERO TO WRK-ULTIMO-NUMERO.
           COPY LOTE-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY LOJA-PD.CPY.
           COPY PERCOM-PD.CPY.
           COPY BANNER-PD.CPY.
