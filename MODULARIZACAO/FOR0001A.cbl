      *              TELEFONE. OS PEDIDOS DE COMPRA (CMP0001A) SO
      *              ACEITAM FORNECEDOR QUE EXISTA AQUI, PARA AS
      *              ENTRADAS DE ESTOQUE DEIXAREM DE SER ANONIMAS.
      *              O PRAZO DE PAGAMENTO (DIAS) DE CADA FORNECEDOR DA
      *              O VENCIMENTO DO TITULO QUE O RECEBIMENTO ABRE NO
      *              CONTAS A PAGAR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WRK-CODIGO    PIC X(05).
       01 WRK-NOME      PIC X(30).
       01 WRK-TELEFONE  PIC X(15).
       01 WRK-PRAZO     PIC 9(03).
       01 WRK-PRAZO-OK  PIC X(01).
           88 PRAZO-OK VALUE 'S'.

       01 WRK-TOTAL-LISTADOS PIC 9(05) COMP VALUE 0.

           COPY NUMVALIDA-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
           ACCEPT WRK-NOME.
           DISPLAY 'TELEFONE: '.
           ACCEPT WRK-TELEFONE.
           MOVE 30 TO WRK-PRAZO.
           DISPLAY 'PRAZO DE PAGAMENTO EM DIAS (ENTER PARA 30): '.
           PERFORM 0006-OBTER-PRAZO.
           IF NOT PRAZO-OK
               DISPLAY 'PRAZO INVALIDO. FORNECEDOR NAO CADASTRADO.'
               EXIT PARAGRAPH
           END-IF.

           IF WRK-CODIGO = SPACES OR WRK-NOME = SPACES
               DISPLAY 'CODIGO E RAZAO SOCIAL SAO OBRIGATORIOS.'
               MOVE WRK-CODIGO   TO FOR-CODIGO
               MOVE WRK-NOME     TO FOR-NOME
               MOVE WRK-TELEFONE TO FOR-TELEFONE
               MOVE WRK-PRAZO    TO FOR-PRAZO-PAGTO
               WRITE REGISTRO-FORNECEDOR
                   INVALID KEY
                       DISPLAY 'CODIGO JA CADASTRADO.'
                   IF WRK-TELEFONE NOT = SPACES
                       MOVE WRK-TELEFONE TO FOR-TELEFONE
                   END-IF
                   IF FOR-PRAZO-PAGTO NOT NUMERIC
                       MOVE 30 TO FOR-PRAZO-PAGTO
                   END-IF
                   MOVE FOR-PRAZO-PAGTO TO WRK-PRAZO
                   DISPLAY 'PRAZO DE PAGAMENTO ATUAL: ' FOR-PRAZO-PAGTO
                           ' DIAS'
                   DISPLAY 'NOVO PRAZO EM DIAS (ENTER MANTEM): '
                   PERFORM 0006-OBTER-PRAZO
                   IF PRAZO-OK
                       MOVE WRK-PRAZO TO FOR-PRAZO-PAGTO
                   ELSE
                       DISPLAY 'PRAZO INVALIDO. PRAZO MANTIDO.'
                   END-IF
                   REWRITE REGISTRO-FORNECEDOR
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR O FORNECEDOR.'
       0005A-END.

       0005B-EXIBIR-FORNECEDOR.
           IF FOR-PRAZO-PAGTO NOT NUMERIC
               MOVE 30 TO FOR-PRAZO-PAGTO
           END-IF.
           DISPLAY ' ' FOR-CODIGO ' ' FOR-NOME ' TEL: ' FOR-TELEFONE
                   ' PRAZO: ' FOR-PRAZO-PAGTO ' DIAS'.
           ADD 1 TO WRK-TOTAL-LISTADOS.
           PERFORM 0005A-LER-FORNECEDOR.
       0005B-END.

      * LE O PRAZO DIGITADO; ENTER MANTEM O VALOR JA EM WRK-PRAZO.
       0006-OBTER-PRAZO.
           MOVE 'S' TO WRK-PRAZO-OK.
           ACCEPT WRK-NUM-ENTRADA.
           IF WRK-NUM-ENTRADA = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NUM-NAO-OK
               MOVE 'N' TO WRK-PRAZO-OK
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WRK-NUM-ENTRADA) < ZERO
              OR FUNCTION NUMVAL(WRK-NUM-ENTRADA) > 999
               MOVE 'N' TO WRK-PRAZO-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO WRK-PRAZO.
       0006-END.

           COPY NUMVALIDA-PD.CPY.
           COPY BANNER-PD.CPY.
