      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: BAIXA DE PAGAMENTOS DO CONTAS A PAGAR AOS
      *              FORNECEDORES (CONTAS-PAGAR.DAT, ABERTO PELO
      *              RECEBIMENTO DE MERCADORIA NO CMP0001A): O
      *              OPERADOR INFORMA FORNECEDOR, NUMERO DA NOTA, VALOR
      *              PAGO E DATA, E O TITULO E BAIXADO. PAGAMENTO
      *              PARCIAL DEIXA O TITULO ABERTO COM O VALOR PAGO
      *              ACUMULADO; PAGAMENTO TOTAL QUITA, E TITULO QUITADO
      *              NAO ACEITA NOVO PAGAMENTO -- A MESMA NOTA NAO E
      *              PAGA DUAS VEZES. LISTA TAMBEM OS TITULOS DE UM
      *              FORNECEDOR. SUBSTITUI A PASTA DE PAPEL DE CONTAS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAG0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PAGAR ASSIGN TO DYNAMIC WRK-PAGAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WRK-PAG-STATUS.

           SELECT ARQUIVO-FORNECEDORES
               ASSIGN TO DYNAMIC WRK-FORNECEDORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-PAGAR.
           COPY PAGAR-FD.CPY.

       FD ARQUIVO-FORNECEDORES.
           COPY FORNECEDORES-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-PAG-STATUS PIC X(02).
           88 FS-PAG-OK             VALUE '00'.
           88 FS-PAG-FIM-ARQUIVO    VALUE '10'.
           88 FS-PAG-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-FOR-STATUS PIC X(02).
           88 FS-FOR-OK             VALUE '00'.
           88 FS-FOR-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-PAGAR-PATH        PIC X(100).
       01 WRK-FORNECEDORES-PATH PIC X(100).

       01 WRK-CONTINUAR   PIC X(01) VALUE 'S'.
       01 WRK-OPCAO       PIC X(01).
       01 WRK-CONFIRMA    PIC X(01).
       01 WRK-FORNECEDOR  PIC X(05).
       01 WRK-NOTA        PIC X(10).
       01 WRK-VALOR-PAGO  PIC 9(09)V99.
       01 WRK-SALDO       PIC 9(09)V99.
       01 WRK-DATA-PAGTO  PIC X(08).
       01 WRK-DATA-HOJE   PIC X(08).

       01 WRK-VALOR-OK PIC X(01).
           88 VALOR-OK VALUE 'S'.

      * TOTAIS DA LISTAGEM POR FORNECEDOR.
       01 WRK-TOTAL-TITULOS PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-ABERTO  PIC 9(11)V99 VALUE ZERO.

       01 WRK-VALOR-EDITADO PIC $$$,$$$,$$9.99.
       01 WRK-SALDO-EDITADO PIC $$$,$$$,$$9.99.

           COPY NUMVALIDA-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '     PAG0001A - BAIXA DO CONTAS A PAGAR         '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           OPEN I-O ARQUIVO-PAGAR.
           IF FS-PAG-ARQUIVO-NOVO
               DISPLAY 'CONTAS-PAGAR.DAT AINDA NAO EXISTE. OS TITULOS '
                       'NASCEM NO RECEBIMENTO (CMP0001A).'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           OPEN INPUT ARQUIVO-FORNECEDORES.

           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-PAGAR.
           CLOSE ARQUIVO-FORNECEDORES.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-PAGAR-PATH
               FROM ENVIRONMENT 'CONTAS_PAGAR_PATH'.
           IF WRK-PAGAR-PATH = SPACES
               MOVE 'CONTAS-PAGAR.DAT' TO WRK-PAGAR-PATH
           END-IF.

           ACCEPT WRK-FORNECEDORES-PATH
               FROM ENVIRONMENT 'FORNECEDORES_DAT_PATH'.
           IF WRK-FORNECEDORES-PATH = SPACES
               MOVE 'FORNECEDORES.DAT' TO WRK-FORNECEDORES-PATH
           END-IF.
       0000-END.

       0002-MENU.
           DISPLAY '(B)AIXAR PAGAMENTO, (L)ISTAR TITULOS DO '
                   'FORNECEDOR OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'B'
                   PERFORM 0003-BAIXAR-PAGAMENTO
               WHEN 'L'
                   PERFORM 0006-LISTAR-FORNECEDOR
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

       0003-BAIXAR-PAGAMENTO.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-FORNECEDOR.
           MOVE FUNCTION UPPER-CASE(WRK-FORNECEDOR) TO WRK-FORNECEDOR.
           DISPLAY 'NUMERO DA NOTA FISCAL: '.
           ACCEPT WRK-NOTA.
           MOVE FUNCTION UPPER-CASE(WRK-NOTA) TO WRK-NOTA.

           MOVE WRK-FORNECEDOR TO PAG-FORNECEDOR.
           MOVE WRK-NOTA       TO PAG-NOTA.
           READ ARQUIVO-PAGAR
               INVALID KEY
                   DISPLAY 'TITULO NAO ENCONTRADO PARA ESTE '
                           'FORNECEDOR/NOTA.'
               NOT INVALID KEY
                   PERFORM 0004-REGISTRAR-PAGAMENTO
           END-READ.
       0003-END.

       0004-REGISTRAR-PAGAMENTO.
           IF PAG-PAGO
               MOVE PAG-VALOR-PAGO TO WRK-VALOR-EDITADO
               DISPLAY 'TITULO JA QUITADO EM ' PAG-DATA-PAGTO
                       ' (PAGO ' WRK-VALOR-EDITADO '). NADA BAIXADO.'
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WRK-SALDO = PAG-VALOR - PAG-VALOR-PAGO.
           MOVE PAG-VALOR TO WRK-VALOR-EDITADO.
           DISPLAY 'VALOR DA NOTA..: ' WRK-VALOR-EDITADO
                   ' VENCIMENTO: ' PAG-VENCIMENTO.
           MOVE PAG-VALOR-PAGO TO WRK-VALOR-EDITADO.
           DISPLAY 'JA PAGO........: ' WRK-VALOR-EDITADO.
           MOVE WRK-SALDO TO WRK-SALDO-EDITADO.
           DISPLAY 'SALDO A PAGAR..: ' WRK-SALDO-EDITADO.

           PERFORM 0005-OBTER-VALOR-PAGO.
           IF NOT VALOR-OK
               EXIT PARAGRAPH
           END-IF.

      * PAGAMENTO ACIMA DO SALDO (JUROS/MULTA DE ATRASO) SO COM
      * CONFIRMACAO, PARA UM DIGITO A MAIS NAO PASSAR DESPERCEBIDO.
           IF WRK-VALOR-PAGO > WRK-SALDO
               DISPLAY 'VALOR ACIMA DO SALDO (JUROS/MULTA?). CONFIRMA '
                       '(S/N)? '
               ACCEPT WRK-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA
               IF WRK-CONFIRMA NOT = 'S'
                   DISPLAY 'PAGAMENTO NAO BAIXADO.'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, ENTER PARA HOJE): '.
           ACCEPT WRK-DATA-PAGTO.
           IF WRK-DATA-PAGTO = SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-PAGTO
           END-IF.
           IF WRK-DATA-PAGTO NOT NUMERIC
               DISPLAY 'DATA INVALIDA. PAGAMENTO NAO BAIXADO.'
               EXIT PARAGRAPH
           END-IF.

           ADD WRK-VALOR-PAGO TO PAG-VALOR-PAGO.
           MOVE WRK-DATA-PAGTO TO PAG-DATA-PAGTO.
           IF PAG-VALOR-PAGO >= PAG-VALOR
               MOVE 'P' TO PAG-SITUACAO
           END-IF.

           REWRITE REGISTRO-PAGAR
               INVALID KEY
                   DISPLAY 'ERRO AO BAIXAR O TITULO.'
               NOT INVALID KEY
                   IF PAG-PAGO
                       DISPLAY 'TITULO QUITADO.'
                   ELSE
                       DISPLAY 'PAGAMENTO PARCIAL REGISTRADO. '
                               'TITULO SEGUE ABERTO.'
                   END-IF
           END-REWRITE.
       0004-END.

      * ENTER PAGA O SALDO INTEIRO.
       0005-OBTER-VALOR-PAGO.
           MOVE 'N' TO WRK-VALOR-OK.
           DISPLAY 'VALOR PAGO (ENTER = SALDO INTEIRO): '.
           ACCEPT WRK-NUM-ENTRADA.
           IF WRK-NUM-ENTRADA = SPACES
               MOVE WRK-SALDO TO WRK-VALOR-PAGO
               MOVE 'S' TO WRK-VALOR-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NUM-NAO-OK
               DISPLAY 'VALOR INVALIDO. DIGITE SOMENTE NUMEROS.'
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WRK-NUM-ENTRADA) NOT > ZERO
               DISPLAY 'VALOR INVALIDO.'
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO WRK-VALOR-PAGO.
           MOVE 'S' TO WRK-VALOR-OK.
       0005-END.

      * LISTA OS TITULOS DE UM FORNECEDOR NA ORDEM DA NOTA, COM O
      * SALDO EM ABERTO NO FIM.
       0006-LISTAR-FORNECEDOR.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-FORNECEDOR.
           MOVE FUNCTION UPPER-CASE(WRK-FORNECEDOR) TO WRK-FORNECEDOR.

           MOVE WRK-FORNECEDOR TO FOR-CODIGO.
           READ ARQUIVO-FORNECEDORES
               INVALID KEY
                   MOVE SPACES TO FOR-NOME
           END-READ.
           DISPLAY '------------------------------------------------'.
           DISPLAY ' TITULOS DO FORNECEDOR ' WRK-FORNECEDOR ' '
                   FOR-NOME.
           DISPLAY ' NOTA       EMISSAO  VENCTO          VALOR'
                   '           PAGO SIT'.
           DISPLAY '------------------------------------------------'.

           MOVE ZERO TO WRK-TOTAL-TITULOS WRK-TOTAL-ABERTO.
           MOVE WRK-FORNECEDOR TO PAG-FORNECEDOR.
           MOVE LOW-VALUES     TO PAG-NOTA.
           START ARQUIVO-PAGAR KEY NOT < PAG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0006A-LER-TITULO
                   PERFORM 0006B-EXIBIR-TITULO
                       UNTIL FS-PAG-FIM-ARQUIVO
                          OR PAG-FORNECEDOR NOT = WRK-FORNECEDOR
           END-START.

           MOVE WRK-TOTAL-ABERTO TO WRK-VALOR-EDITADO.
           DISPLAY '------------------------------------------------'.
           DISPLAY ' TITULOS..............: ' WRK-TOTAL-TITULOS.
           DISPLAY ' SALDO EM ABERTO......: ' WRK-VALOR-EDITADO.
           DISPLAY '------------------------------------------------'.
       0006-END.

       0006A-LER-TITULO.
           READ ARQUIVO-PAGAR NEXT RECORD.
       0006A-END.

       0006B-EXIBIR-TITULO.
           ADD 1 TO WRK-TOTAL-TITULOS.
           IF PAG-ABERTO
               COMPUTE WRK-TOTAL-ABERTO = WRK-TOTAL-ABERTO
                   + PAG-VALOR - PAG-VALOR-PAGO
           END-IF.
           MOVE PAG-VALOR      TO WRK-VALOR-EDITADO.
           MOVE PAG-VALOR-PAGO TO WRK-SALDO-EDITADO.
           DISPLAY ' ' PAG-NOTA ' ' PAG-DATA-EMISSAO ' '
                   PAG-VENCIMENTO ' ' WRK-VALOR-EDITADO ' '
                   WRK-SALDO-EDITADO ' ' PAG-SITUACAO.
           PERFORM 0006A-LER-TITULO.
       0006B-END.

           COPY NUMVALIDA-PD.CPY.
           COPY BANNER-PD.CPY.
