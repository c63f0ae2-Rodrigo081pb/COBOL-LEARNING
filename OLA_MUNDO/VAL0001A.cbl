      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: BALCAO DOS VALES-PRESENTE (VALES-PRESENTE.DAT):
      *              (V)ENDE O CARTAO-PRESENTE -- VALOR, FORMA COMO O
      *              CLIENTE PAGOU (D/C/P) E CPF OPCIONAL --, CARIMBADO
      *              COM A LOJA, O OPERADOR E A SESSAO DE CAIXA (O
      *              CARTAO PAGO EM DINHEIRO ENTRA NA GAVETA DO
      *              CXA0001A); CONSULTA O (S)ALDO DE UM VALE; (L)ISTA
      *              OS VALES DE UM CPF; E, SO PARA O SUPERVISOR,
      *              EMITE VALE-(T)ROCA AVULSO (ESTORNO QUE NAO SAIU
      *              PELO VEN0004A) E (C)ANCELA UM VALE, BAIXANDO O
      *              SALDO. VENDA, EMISSAO E CANCELAMENTO VAO PARA A
      *              TRILHA DE AUDITORIA (AUDITLOG.DAT).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAL0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * VALES-PRESENTE E VALES-TROCA: COMPARTILHADO COM O BALCAO.
           SELECT ARQUIVO-VALES ASSIGN TO DYNAMIC WRK-VALES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WRK-VAL-STATUS.

           SELECT ARQUIVO-SESSOES ASSIGN TO DYNAMIC WRK-SESSOES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-NUMERO
               FILE STATUS IS WRK-SES-STATUS.

           SELECT AUDITLOG-ARQUIVO ASSIGN TO DYNAMIC WRK-AUDITLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.

           SELECT OPERADORES-ARQUIVO
               ASSIGN TO DYNAMIC WRK-OPERADORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-OPE-STATUS.

           SELECT SIGNON-LOG-ARQUIVO
               ASSIGN TO DYNAMIC WRK-SIGNON-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SLG-STATUS.

           SELECT ARQUIVO-PERFIS ASSIGN TO DYNAMIC WRK-PERFIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-PRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-VALES.
           COPY VALES-FD.CPY.

       FD ARQUIVO-SESSOES.
           COPY SESSOES-FD.CPY.

       FD AUDITLOG-ARQUIVO.
           COPY AUDITLOG-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-SES-STATUS PIC X(02).
           88 FS-SES-OK             VALUE '00'.
           88 FS-SES-FIM-ARQUIVO    VALUE '10'.
           88 FS-SES-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-SESSOES-PATH PIC X(100).

      * SESSAO DE CAIXA ABERTA DO OPERADOR NA LOJA (CXA0001A); SEM
      * SESSAO ABERTA O CARTAO SAI COM SESSAO ZERO, COM AVISO.
       01 WRK-SESSAO-NUM PIC 9(06) VALUE ZEROS.

       01 WRK-CONTINUAR   PIC X(01) VALUE 'S'.
       01 WRK-OPCAO       PIC X(01).
       01 WRK-CONFIRMA    PIC X(01).
       01 WRK-PAGAMENTO   PIC X(01).
       01 WRK-CPF         PIC X(14).
       01 WRK-DATA-HOJE   PIC X(08).

       01 WRK-VALOR-OK PIC X(01).
           88 VALOR-OK VALUE 'S'.

      * VALOR MAXIMO DE UM CARTAO-PRESENTE (DIGITO A MAIS NAO PASSA).
       01 WRK-VALOR-MAXIMO PIC 9(07)V99 VALUE 1000.00.

      * TOTAIS DA LISTAGEM POR CPF.
       01 WRK-TOTAL-VALES PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-SALDO PIC 9(09)V99 VALUE ZERO.

       01 WRK-VALOR-EDITADO PIC $$$,$$$,$$9.99.
       01 WRK-SALDO-EDITADO PIC $$$,$$$,$$9.99.

           COPY VALE-WS.CPY.
           COPY NUMVALIDA-WS.CPY.
           COPY CPF-VALIDA-WS.CPY.
           COPY CPFMASK-WS.CPY.
           COPY AUDITLOG-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY LOJA-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   VAL0001A - VALES-PRESENTE E VALES-TROCA      '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'VAL0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.
           PERFORM 0939-IDENTIFICAR-LOJA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0007-LOCALIZAR-SESSAO.

           PERFORM 0986-ABRIR-VALES.
           IF NOT VALES-ABERTO
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-VALES.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-SESSOES-PATH
               FROM ENVIRONMENT 'SESSOES_CAIXA_PATH'.
           IF WRK-SESSOES-PATH = SPACES
               MOVE 'SESSOES-CAIXA.DAT' TO WRK-SESSOES-PATH
           END-IF.
       0000-END.

       0002-MENU.
           DISPLAY '(V)ENDER CARTAO-PRESENTE, (S)ALDO DO VALE, '
                   '(L)ISTAR VALES DO CPF, VALE-(T)ROCA AVULSO, '
                   '(C)ANCELAR VALE OU (F)IM? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'V'
                   PERFORM 0003-VENDER-CARTAO
               WHEN 'S'
                   PERFORM 0004-CONSULTAR-SALDO
               WHEN 'L'
                   PERFORM 0005-LISTAR-CPF
               WHEN 'T'
                   IF OPERADOR-SUPERVISOR
                       PERFORM 0008-EMITIR-VALE-TROCA
                   ELSE
                       DISPLAY 'VALE-TROCA AVULSO SO PELO SUPERVISOR.'
                   END-IF
               WHEN 'C'
                   IF OPERADOR-SUPERVISOR
                       PERFORM 0006-CANCELAR-VALE
                   ELSE
                       DISPLAY 'CANCELAMENTO SO PELO SUPERVISOR.'
                   END-IF
               WHEN 'F'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

      * VENDA DO CARTAO-PRESENTE: O CLIENTE PAGA O VALOR DO CARTAO NA
      * HORA (DINHEIRO, CARTAO OU PIX) E LEVA O NUMERO.
       0003-VENDER-CARTAO.
           PERFORM 0009-OBTER-VALOR.
           IF NOT VALOR-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'PAGAMENTO DO CARTAO: (D)INHEIRO, (C)ARTAO OU '
                   '(P)IX? '.
           ACCEPT WRK-PAGAMENTO.
           MOVE FUNCTION UPPER-CASE(WRK-PAGAMENTO) TO WRK-PAGAMENTO.
           IF WRK-PAGAMENTO NOT = 'D' AND WRK-PAGAMENTO NOT = 'C'
              AND WRK-PAGAMENTO NOT = 'P'
               DISPLAY 'FORMA DE PAGAMENTO INVALIDA. CARTAO NAO '
                       'VENDIDO.'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0010-OBTER-CPF.

           MOVE 'P'            TO WRK-VAL-TIPO.
           MOVE WRK-PAGAMENTO  TO WRK-VAL-PAGAMENTO.
           MOVE ZEROS          TO WRK-VAL-CUPOM.
           PERFORM 0011-EMITIR.
       0003-END.

       0004-CONSULTAR-SALDO.
           PERFORM 0012-OBTER-NUMERO.
           IF NUM-NAO-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WRK-VAL-VALOR.
           PERFORM 0987-CONSULTAR-VALE.
           IF WRK-VAL-MENSAGEM = 'VALE NAO ENCONTRADO.'
              OR WRK-VAL-MENSAGEM = 'NUMERO DE VALE INVALIDO (DIGITO).'
              OR WRK-VAL-MENSAGEM = 'VALE EM USO EM OUTRO TERMINAL.'
               DISPLAY WRK-VAL-MENSAGEM
           ELSE
               PERFORM 0013-EXIBIR-VALE
           END-IF.
       0004-END.

      * VARRE O LIVRO E MOSTRA OS VALES DO CPF, COM O SALDO EM ABERTO
      * DOS QUE AINDA PODEM SER USADOS.
       0005-LISTAR-CPF.
           DISPLAY 'CPF DO CLIENTE: '.
           ACCEPT WRK-CPF.
           IF WRK-CPF = SPACES
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZERO TO WRK-TOTAL-VALES WRK-TOTAL-SALDO.
           MOVE 'N'  TO WRK-VAL-FIM.
           MOVE ZEROS TO VAL-NUMERO.
           START ARQUIVO-VALES KEY NOT < VAL-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-VAL-FIM
               NOT INVALID KEY
                   PERFORM 0989B-LER-VALE
                   PERFORM 0005A-LISTAR-VALE
                       UNTIL VALES-VARRIDOS
           END-START.

           MOVE WRK-TOTAL-SALDO TO WRK-SALDO-EDITADO.
           DISPLAY WRK-TOTAL-VALES ' VALE(S). SALDO DISPONIVEL: '
                   WRK-SALDO-EDITADO.
       0005-END.

       0005A-LISTAR-VALE.
           IF VAL-CPF = WRK-CPF
               ADD 1 TO WRK-TOTAL-VALES
               MOVE VAL-SALDO TO WRK-SALDO-EDITADO
               DISPLAY VAL-NUMERO ' ' VAL-TIPO ' EMITIDO '
                       VAL-DATA-EMISSAO ' VALIDADE ' VAL-VALIDADE
                       ' SITUACAO ' VAL-SITUACAO ' SALDO '
                       WRK-SALDO-EDITADO
               IF VAL-ATIVO AND VAL-VALIDADE NOT < WRK-DATA-HOJE
                   ADD VAL-SALDO TO WRK-TOTAL-SALDO
               END-IF
           END-IF.
           PERFORM 0989B-LER-VALE.
       0005A-END.

      * CANCELAMENTO PELO SUPERVISOR (CARTAO EXTRAVIADO, VENDA
      * DESFEITA): O SALDO QUE SOBROU E BAIXADO COM A DATA E O VALE
      * NAO E MAIS ACEITO.
       0006-CANCELAR-VALE.
           PERFORM 0012-OBTER-NUMERO.
           IF NUM-NAO-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-VAL-NUMERO TO VAL-NUMERO.
           READ ARQUIVO-VALES
               INVALID KEY
                   DISPLAY 'VALE NAO ENCONTRADO.'
                   EXIT PARAGRAPH
           END-READ.
           IF NOT FS-VAL-OK
               DISPLAY 'VALE EM USO EM OUTRO TERMINAL.'
               EXIT PARAGRAPH
           END-IF.
           IF VAL-CANCELADO OR VAL-EXPIRADO
               DISPLAY 'VALE JA BAIXADO EM ' VAL-DATA-BAIXA '.'
               EXIT PARAGRAPH
           END-IF.

           MOVE VAL-SALDO TO WRK-SALDO-EDITADO.
           DISPLAY 'CANCELA O VALE ' VAL-NUMERO ' COM SALDO DE '
                   WRK-SALDO-EDITADO ' (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'VALE MANTIDO.'
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE VAL-SALDO     TO VAL-VALOR-BAIXADO.
           MOVE ZERO          TO VAL-SALDO.
           MOVE WRK-DATA-HOJE TO VAL-DATA-BAIXA.
           MOVE 'C'           TO VAL-SITUACAO.
           REWRITE REGISTRO-VALE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O VALE.'
               NOT INVALID KEY
                   DISPLAY 'VALE ' VAL-NUMERO ' CANCELADO.'
                   MOVE 'VAL0001A'   TO WRK-LOG-PROGRAMA
                   MOVE WRK-OPE-ID   TO WRK-LOG-OPERADOR
                   MOVE 'CANCELA-VALE' TO WRK-LOG-OPERACAO
                   MOVE SPACES       TO WRK-LOG-DETALHE
                   STRING 'VALE ' DELIMITED BY SIZE
                          VAL-NUMERO DELIMITED BY SIZE
                          ' SALDO BAIXADO ' DELIMITED BY SIZE
                          WRK-SALDO-EDITADO DELIMITED BY SIZE
                       INTO WRK-LOG-DETALHE
                   END-STRING
                   PERFORM 0930-LOG-TRANSACAO
           END-REWRITE.
       0006-END.

      * PROCURA EM SESSOES-CAIXA.DAT A SESSAO ABERTA DO OPERADOR NA
      * LOJA; O CARTAO VENDIDO EM DINHEIRO E CONFERIDO NA GAVETA DELA.
       0007-LOCALIZAR-SESSAO.
           MOVE ZEROS TO WRK-SESSAO-NUM.
           OPEN INPUT ARQUIVO-SESSOES.
           IF FS-SES-ARQUIVO-NOVO
               DISPLAY 'AVISO: SEM CONTROLE DE SESSAO DE CAIXA '
                       '(CXA0001A). CARTOES SAIRAO SEM SESSAO.'
           ELSE
               PERFORM 0007A-LER-SESSAO
               PERFORM 0007B-AVALIAR-SESSAO
                   UNTIL FS-SES-FIM-ARQUIVO
               IF WRK-SESSAO-NUM = ZEROS
                   DISPLAY 'AVISO: NENHUMA SESSAO DE CAIXA ABERTA '
                           'PARA ' WRK-OPE-ID ' NA LOJA '
                           WRK-LOJA-ID '. ABRA PELO CXA0001A.'
               ELSE
                   DISPLAY 'SESSAO DE CAIXA: ' WRK-SESSAO-NUM
               END-IF
           END-IF.
           CLOSE ARQUIVO-SESSOES.
       0007-END.

       0007A-LER-SESSAO.
           READ ARQUIVO-SESSOES NEXT RECORD.
       0007A-END.

       0007B-AVALIAR-SESSAO.
           IF SES-ABERTA
              AND SES-LOJA = WRK-LOJA-ID
              AND SES-OPERADOR = WRK-OPE-ID
               MOVE SES-NUMERO TO WRK-SESSAO-NUM
           END-IF.
           PERFORM 0007A-LER-SESSAO.
       0007B-END.

      * VALE-TROCA AVULSO: ESTORNO DE DEVOLUCAO QUE NAO SAIU EM VALE
      * NO VEN0004A (LIVRO FORA DO AR NA HORA). NAO ENTRA NA GAVETA.
       0008-EMITIR-VALE-TROCA.
           PERFORM 0009-OBTER-VALOR.
           IF NOT VALOR-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CUPOM DEVOLVIDO (ENTER SE NAO HOUVER): '.
           ACCEPT WRK-NUM-ENTRADA.
           MOVE ZEROS TO WRK-VAL-CUPOM.
           IF WRK-NUM-ENTRADA NOT = SPACES
               PERFORM 0910-VALIDAR-NUMERICO
               IF NUM-OK
                   MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA)
                       TO WRK-VAL-CUPOM
               END-IF
           END-IF.

           PERFORM 0010-OBTER-CPF.

           MOVE 'T'   TO WRK-VAL-TIPO.
           MOVE SPACE TO WRK-VAL-PAGAMENTO.
           PERFORM 0011-EMITIR.
       0008-END.

       0009-OBTER-VALOR.
           MOVE 'N' TO WRK-VALOR-OK.
           DISPLAY 'VALOR DO VALE: '.
           ACCEPT WRK-NUM-ENTRADA.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NUM-NAO-OK OR WRK-NUM-ENTRADA = SPACES
               DISPLAY 'VALOR INVALIDO.'
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO WRK-VAL-VALOR.
           IF WRK-VAL-VALOR = ZERO
               DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO.'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-VAL-VALOR > WRK-VALOR-MAXIMO
               MOVE WRK-VALOR-MAXIMO TO WRK-VALOR-EDITADO
               DISPLAY 'VALOR ACIMA DO MAXIMO DE ' WRK-VALOR-EDITADO
                       ' POR VALE.'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-VALOR-OK.
       0009-END.

      * CPF E OPCIONAL (PRESENTE COSTUMA SER ANONIMO); SE INFORMADO,
      * PRECISA SER VALIDO.
       0010-OBTER-CPF.
           MOVE SPACES TO WRK-VAL-CPF.
           DISPLAY 'CPF DO CLIENTE (ENTER SE NAO QUISER INFORMAR): '.
           ACCEPT WRK-CPF.
           IF WRK-CPF NOT = SPACES
               PERFORM 0900-VALIDAR-CPF
               IF CPF-OK
                   MOVE WRK-CPF TO WRK-VAL-CPF
               ELSE
                   DISPLAY 'CPF INVALIDO. VALE SAI SEM CPF.'
               END-IF
           END-IF.
       0010-END.

       0011-EMITIR.
           MOVE WRK-LOJA-ID    TO WRK-VAL-LOJA.
           MOVE WRK-OPE-ID     TO WRK-VAL-OPERADOR.
           MOVE WRK-SESSAO-NUM TO WRK-VAL-SESSAO.
           PERFORM 0989-EMITIR-VALE.
           IF NOT VALE-ACEITO
               DISPLAY WRK-VAL-MENSAGEM
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-VAL-SALDO TO WRK-VALOR-EDITADO.
           DISPLAY 'VALE EMITIDO: ' WRK-VAL-NUMERO ' VALOR: '
                   WRK-VALOR-EDITADO ' VALIDADE: ' WRK-VAL-VALIDADE.

           MOVE 'VAL0001A' TO WRK-LOG-PROGRAMA.
           MOVE WRK-OPE-ID TO WRK-LOG-OPERADOR.
           IF WRK-VAL-TIPO = 'P'
               MOVE 'VENDE-VALE' TO WRK-LOG-OPERACAO
           ELSE
               MOVE 'EMITE-TROCA' TO WRK-LOG-OPERACAO
           END-IF.
           MOVE SPACES TO WRK-LOG-DETALHE.
           STRING 'VALE ' DELIMITED BY SIZE
                  WRK-VAL-NUMERO DELIMITED BY SIZE
                  ' VALOR ' DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
                  ' PAGTO ' DELIMITED BY SIZE
                  WRK-VAL-PAGAMENTO DELIMITED BY SIZE
                  ' SESSAO ' DELIMITED BY SIZE
                  WRK-SESSAO-NUM DELIMITED BY SIZE
               INTO WRK-LOG-DETALHE
           END-STRING.
           PERFORM 0930-LOG-TRANSACAO.
       0011-END.

       0012-OBTER-NUMERO.
           DISPLAY 'NUMERO DO VALE (8 DIGITOS): '.
           ACCEPT WRK-NUM-ENTRADA.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NUM-NAO-OK OR WRK-NUM-ENTRADA = SPACES
               MOVE 'N' TO WRK-NUM-SITUACAO
               DISPLAY 'NUMERO DE VALE INVALIDO.'
           ELSE
               MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO WRK-VAL-NUMERO
           END-IF.
       0012-END.

       0013-EXIBIR-VALE.
           IF VAL-CARTAO-PRESENTE
               DISPLAY 'CARTAO-PRESENTE ' VAL-NUMERO
                       ' EMITIDO EM ' VAL-DATA-EMISSAO
                       ' NA LOJA ' VAL-LOJA
           ELSE
               DISPLAY 'VALE-TROCA ' VAL-NUMERO
                       ' EMITIDO EM ' VAL-DATA-EMISSAO
                       ' NA LOJA ' VAL-LOJA ' (CUPOM ' VAL-CUPOM ')'
           END-IF.
           MOVE VAL-VALOR-ORIGINAL TO WRK-VALOR-EDITADO.
           MOVE VAL-SALDO          TO WRK-SALDO-EDITADO.
           DISPLAY 'VALOR ORIGINAL: ' WRK-VALOR-EDITADO
                   ' SALDO: ' WRK-SALDO-EDITADO
                   ' VALIDADE: ' VAL-VALIDADE.
           IF VAL-CPF NOT = SPACES
               MOVE VAL-CPF TO WRK-MSK-ENTRADA
               PERFORM 0950-MASCARAR-CPF
               DISPLAY 'CPF: ' WRK-MSK-SAIDA
           END-IF.
           IF VAL-DATA-ULTIMO-USO NOT = SPACES
               DISPLAY 'ULTIMO USO: ' VAL-DATA-ULTIMO-USO
           END-IF.
           IF VALE-ACEITO
               DISPLAY 'SITUACAO: ATIVO'
           ELSE
               DISPLAY 'SITUACAO: ' WRK-VAL-MENSAGEM
           END-IF.
           IF VAL-CANCELADO OR VAL-EXPIRADO
               MOVE VAL-VALOR-BAIXADO TO WRK-VALOR-EDITADO
               DISPLAY 'SALDO BAIXADO: ' WRK-VALOR-EDITADO
                       ' EM ' VAL-DATA-BAIXA
           END-IF.
       0013-END.

           COPY VALE-PD.CPY.
           COPY NUMVALIDA-PD.CPY.
           COPY CPF-VALIDA-PD.CPY.
           COPY CPFMASK-PD.CPY.
           COPY AUDITLOG-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY LOJA-PD.CPY.
           COPY BANNER-PD.CPY.
