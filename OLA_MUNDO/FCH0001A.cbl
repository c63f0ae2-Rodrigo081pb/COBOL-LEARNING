      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: FECHAMENTO COMERCIAL MENSAL -- O PER0001A DO
      *              COMERCIO. MANTEM O MESTRE PERIODOS-COMERCIAIS.DAT
      *              (AAAAMM, ABERTO/FECHADO, QUEM FECHOU E QUANDO):
      *              FECHA O MES DEPOIS DAS CONFERENCIAS DE
      *              FECHAMENTO (SESSAO DE CAIXA AINDA ABERTA, PEDIDO
      *              DE COMPRA NAO RECEBIDO, SALDO DO CATALOGO FORA DO
      *              LIVRO DE MOVIMENTOS, COMO NO EST0007A) E RECUSA
      *              ENQUANTO HOUVER PENDENCIA. COM O MES FECHADO,
      *              QUEM GRAVA VENDAS, MOVIMENTO DE ESTOQUE OU CONTAS
      *              A RECEBER RECUSA LANCAMENTO DATADO NELE
      *              (PERCOM-PD.CPY). A REABERTURA EXIGE SUPERVISOR
      *              NO SIGN-ON E FICA NA TRILHA DE AUDITORIA.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCH0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PERCOM ASSIGN TO DYNAMIC WRK-PERCOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCM-MES
               FILE STATUS IS WRK-PCM-STATUS.

           SELECT ARQUIVO-SESSOES ASSIGN TO DYNAMIC WRK-SESSOES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-NUMERO
               FILE STATUS IS WRK-SES-STATUS.

           SELECT ARQUIVO-PEDIDOS ASSIGN TO DYNAMIC WRK-PEDIDOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCO-NUMERO
               FILE STATUS IS WRK-PCO-STATUS.

           SELECT ARQUIVO-SABORES ASSIGN TO DYNAMIC WRK-SABORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAB-CHAVE
               FILE STATUS IS WRK-SAB-STATUS.

           SELECT ARQUIVO-MOVIMENTO
               ASSIGN TO DYNAMIC WRK-MOVIMENTO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.

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

           SELECT AUDITLOG-ARQUIVO
               ASSIGN TO DYNAMIC WRK-AUDITLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-PERCOM.
           COPY PERCOM-FD.CPY.

       FD ARQUIVO-SESSOES.
           COPY SESSOES-FD.CPY.

       FD ARQUIVO-PEDIDOS.
           COPY PEDIDOS-COMPRA-FD.CPY.

       FD ARQUIVO-SABORES.
           COPY SABORES-FD.CPY.

       FD ARQUIVO-MOVIMENTO.
           COPY MOVIMENTO-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       FD AUDITLOG-ARQUIVO.
           COPY AUDITLOG-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-SES-STATUS PIC X(02).
           88 FS-SES-OK             VALUE '00'.
           88 FS-SES-FIM-ARQUIVO    VALUE '10'.
           88 FS-SES-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-PCO-STATUS PIC X(02).
           88 FS-PCO-OK             VALUE '00'.
           88 FS-PCO-FIM-ARQUIVO    VALUE '10'.
           88 FS-PCO-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-SAB-STATUS PIC X(02).
           88 FS-SAB-OK             VALUE '00'.
           88 FS-SAB-FIM-ARQUIVO    VALUE '10'.
           88 FS-SAB-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-MOV-STATUS PIC X(02).
           88 FS-MOV-OK             VALUE '00'.
           88 FS-MOV-FIM-ARQUIVO    VALUE '10'.
           88 FS-MOV-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-SESSOES-PATH   PIC X(100).
       01 WRK-PEDIDOS-PATH   PIC X(100).
       01 WRK-SABORES-PATH   PIC X(100).
       01 WRK-MOVIMENTO-PATH PIC X(100).

       01 WRK-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WRK-OPCAO      PIC X(01).
       01 WRK-MES        PIC X(06).
       01 WRK-DATA-HOJE  PIC X(08).
       01 WRK-HORA-HOJE  PIC X(08).

       01 WRK-MES-VALIDO PIC X(01) VALUE 'N'.
           88 MES-VALIDO VALUE 'S'.

       01 WRK-TOTAL-LISTADOS PIC 9(05) COMP VALUE 0.

      * PENDENCIAS ENCONTRADAS PELAS CONFERENCIAS DE FECHAMENTO.
       01 WRK-PEND-SESSOES  PIC 9(05) COMP VALUE 0.
       01 WRK-PEND-PEDIDOS  PIC 9(05) COMP VALUE 0.
       01 WRK-PEND-SALDOS   PIC 9(05) COMP VALUE 0.
       01 WRK-PEND-TOTAL    PIC 9(05) COMP VALUE 0.

      * SALDO RECALCULADO POR SABOR A PARTIR DO LIVRO (MESMA CONTA DO
      * EST0007A).
       01 WRK-LIVRO-TABELA.
           05 WRK-LIV-ITEM OCCURS 500 TIMES.
               10 WRK-LIV-ID-MARCA PIC 9(03).
               10 WRK-LIV-SABOR    PIC X(20).
               10 WRK-LIV-SALDO    PIC S9(09).
       01 WRK-LIV-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-LIV-IDX PIC 9(03) COMP VALUE 0.
       01 WRK-LIV-ACHADO PIC X(01).
           88 SABOR-NO-LIVRO VALUE 'S'.

       01 WRK-SALDO-LIVRO-ED PIC ---------9.
       01 WRK-QTD-ED         PIC ZZZZ9.

           COPY PERCOM-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY AUDITLOG-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '    FCH0001A - FECHAMENTO COMERCIAL MENSAL      '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'FCH0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0001-ABRIR-ARQUIVO.

           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-PERCOM.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-PERCOM-PATH
               FROM ENVIRONMENT 'PERIODOS_COMERCIAIS_PATH'.
           IF WRK-PERCOM-PATH = SPACES
               MOVE 'PERIODOS-COMERCIAIS.DAT' TO WRK-PERCOM-PATH
           END-IF.

           ACCEPT WRK-SESSOES-PATH
               FROM ENVIRONMENT 'SESSOES_CAIXA_PATH'.
           IF WRK-SESSOES-PATH = SPACES
               MOVE 'SESSOES-CAIXA.DAT' TO WRK-SESSOES-PATH
           END-IF.

           ACCEPT WRK-PEDIDOS-PATH
               FROM ENVIRONMENT 'PEDIDOS_COMPRA_PATH'.
           IF WRK-PEDIDOS-PATH = SPACES
               MOVE 'PEDIDOS-COMPRA.DAT' TO WRK-PEDIDOS-PATH
           END-IF.

           ACCEPT WRK-SABORES-PATH
               FROM ENVIRONMENT 'SABORES_DAT_PATH'.
           IF WRK-SABORES-PATH = SPACES
               MOVE 'SABORES.DAT' TO WRK-SABORES-PATH
           END-IF.

           ACCEPT WRK-MOVIMENTO-PATH
               FROM ENVIRONMENT 'MOVIMENTO_ESTOQUE_PATH'.
           IF WRK-MOVIMENTO-PATH = SPACES
               MOVE 'MOVIMENTO-ESTOQUE.DAT' TO WRK-MOVIMENTO-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVO.
      * O ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO EM I-O.
           OPEN I-O ARQUIVO-PERCOM.
           IF FS-PCM-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-PERCOM
               CLOSE ARQUIVO-PERCOM
               OPEN I-O ARQUIVO-PERCOM
           END-IF.
       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(F)ECHAR MES, (R)EABRIR, (L)ISTAR OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'F'
                   PERFORM 0004-FECHAR-MES
               WHEN 'R'
                   PERFORM 0005-REABRIR-MES
               WHEN 'L'
                   PERFORM 0006-LISTAR-MESES
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

       0003-PEDIR-MES.
           MOVE 'N' TO WRK-MES-VALIDO.
           ACCEPT WRK-MES.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-MES NOT NUMERIC
              OR WRK-MES(5:2) < '01'
              OR WRK-MES(5:2) > '12'
               DISPLAY 'MES INVALIDO: ' WRK-MES
           ELSE
               MOVE 'S' TO WRK-MES-VALIDO
           END-IF.
       0003-END.

      * SO MES JA ENCERRADO PODE SER FECHADO: O MES CORRENTE AINDA
      * ESTA RECEBENDO VENDA.
       0004-FECHAR-MES.
           DISPLAY 'MES A FECHAR (AAAAMM): '.
           PERFORM 0003-PEDIR-MES.
           IF NOT MES-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-MES NOT < WRK-DATA-HOJE(1:6)
               DISPLAY 'SO MES JA ENCERRADO PODE SER FECHADO.'
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-MES TO PCM-MES.
           READ ARQUIVO-PERCOM
               INVALID KEY
                   MOVE SPACES  TO REGISTRO-PERIODO-COMERCIAL
                   MOVE WRK-MES TO PCM-MES
                   MOVE 'A'     TO PCM-SITUACAO
           END-READ.
           IF PCM-FECHADO
               DISPLAY 'MES JA ESTAVA FECHADO EM ' PCM-FECHADO-DATA
                       ' POR ' PCM-FECHADO-POR '.'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CONFERENCIAS DE FECHAMENTO DO MES ' WRK-MES ':'.
           MOVE ZERO TO WRK-PEND-SESSOES WRK-PEND-PEDIDOS
                        WRK-PEND-SALDOS.
           PERFORM 0010-CONFERIR-SESSOES.
           PERFORM 0011-CONFERIR-PEDIDOS.
           PERFORM 0012-CONFERIR-SALDOS.
           COMPUTE WRK-PEND-TOTAL =
               WRK-PEND-SESSOES + WRK-PEND-PEDIDOS + WRK-PEND-SALDOS.

           MOVE WRK-PEND-SESSOES TO WRK-QTD-ED.
           DISPLAY ' SESSOES DE CAIXA ABERTAS......: ' WRK-QTD-ED.
           MOVE WRK-PEND-PEDIDOS TO WRK-QTD-ED.
           DISPLAY ' PEDIDOS DE COMPRA NAO RECEB...: ' WRK-QTD-ED.
           MOVE WRK-PEND-SALDOS  TO WRK-QTD-ED.
           DISPLAY ' SALDOS FORA DO LIVRO (EST0007A): ' WRK-QTD-ED.

           IF WRK-PEND-TOTAL > ZERO
               DISPLAY 'FECHAMENTO RECUSADO: RESOLVA AS PENDENCIAS '
                       'ACIMA E TENTE DE NOVO.'
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WRK-HORA-HOJE FROM TIME.
           MOVE 'F'           TO PCM-SITUACAO.
           MOVE WRK-OPE-ID    TO PCM-FECHADO-POR.
           MOVE WRK-DATA-HOJE TO PCM-FECHADO-DATA.
           MOVE WRK-HORA-HOJE TO PCM-FECHADO-HORA.
           IF FS-PCM-OK
               REWRITE REGISTRO-PERIODO-COMERCIAL
           ELSE
               WRITE REGISTRO-PERIODO-COMERCIAL
           END-IF.
           IF FS-PCM-OK
               DISPLAY 'MES ' WRK-MES ' FECHADO: LANCAMENTOS '
                       'DATADOS NELE ESTAO TRAVADOS.'
               PERFORM 0008-AUDITAR-FECHAMENTO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O FECHAMENTO. STATUS: '
                       WRK-PCM-STATUS
           END-IF.
       0004-END.

      * REABERTURA SUPERVISIONADA: SO OPERADOR DE NIVEL SUPERVISOR,
      * E A OPERACAO VAI CARIMBADA NA TRILHA DE AUDITORIA.
       0005-REABRIR-MES.
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY 'REABERTURA DE MES COMERCIAL EXIGE SUPERVISOR.'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'MES A REABRIR (AAAAMM): '.
           PERFORM 0003-PEDIR-MES.
           IF NOT MES-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-MES TO PCM-MES.
           READ ARQUIVO-PERCOM
               INVALID KEY
                   DISPLAY 'MES NAO FOI FECHADO.'
               NOT INVALID KEY
                   IF NOT PCM-FECHADO
                       DISPLAY 'MES JA ESTA ABERTO.'
                   ELSE
                       MOVE 'A'           TO PCM-SITUACAO
                       MOVE WRK-OPE-ID    TO PCM-REABERTO-POR
                       MOVE WRK-DATA-HOJE TO PCM-REABERTO-DATA
                       REWRITE REGISTRO-PERIODO-COMERCIAL
                       DISPLAY 'MES ' WRK-MES
                               ' REABERTO PARA CORRECAO.'
                       PERFORM 0009-AUDITAR-REABERTURA
                   END-IF
           END-READ.
       0005-END.

       0006-LISTAR-MESES.
           MOVE ZERO TO WRK-TOTAL-LISTADOS.
           MOVE LOW-VALUES TO PCM-MES.
           START ARQUIVO-PERCOM KEY NOT < PCM-MES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0006A-LER-MES
                   PERFORM 0006B-EXIBIR-MES
                       UNTIL FS-PCM-FIM-ARQUIVO
           END-START.
           DISPLAY 'TOTAL DE MESES: ' WRK-TOTAL-LISTADOS.
       0006-END.

       0006A-LER-MES.
           READ ARQUIVO-PERCOM NEXT RECORD.
       0006A-END.

       0006B-EXIBIR-MES.
           IF PCM-FECHADO
               DISPLAY ' ' PCM-MES ' FECHADO EM ' PCM-FECHADO-DATA
                       ' ' PCM-FECHADO-HORA ' POR ' PCM-FECHADO-POR
           ELSE
               DISPLAY ' ' PCM-MES ' ABERTO   (REABERTO EM '
                       PCM-REABERTO-DATA ' POR ' PCM-REABERTO-POR ')'
           END-IF.
           ADD 1 TO WRK-TOTAL-LISTADOS.
           PERFORM 0006A-LER-MES.
       0006B-END.

       0008-AUDITAR-FECHAMENTO.
           MOVE 'FCH0001A'        TO WRK-LOG-PROGRAMA.
           MOVE WRK-OPE-ID        TO WRK-LOG-OPERADOR.
           MOVE 'FECHA-MES-COM'   TO WRK-LOG-OPERACAO.
           MOVE WRK-MES           TO WRK-LOG-DETALHE.
           PERFORM 0930-LOG-TRANSACAO.
       0008-END.

       0009-AUDITAR-REABERTURA.
           MOVE 'FCH0001A'        TO WRK-LOG-PROGRAMA.
           MOVE WRK-OPE-ID        TO WRK-LOG-OPERADOR.
           MOVE 'REABRE-MES-COM'  TO WRK-LOG-OPERACAO.
           MOVE WRK-MES           TO WRK-LOG-DETALHE.
           PERFORM 0930-LOG-TRANSACAO.
       0009-END.

      * SESSAO DE CAIXA ABERTA NO MES OU ANTES DELE E AINDA NAO
      * FECHADA (CXA0001A): AS VENDAS DELA AINDA NAO FORAM CONFERIDAS.
       0010-CONFERIR-SESSOES.
           OPEN INPUT ARQUIVO-SESSOES.
           IF NOT FS-SES-ARQUIVO-NOVO
               PERFORM 0010A-LER-SESSAO
               PERFORM 0010B-AVALIAR-SESSAO UNTIL FS-SES-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-SESSOES.
       0010-END.

       0010A-LER-SESSAO.
           READ ARQUIVO-SESSOES NEXT RECORD.
       0010A-END.

       0010B-AVALIAR-SESSAO.
           IF SES-ABERTA
              AND SES-DATA-ABERTURA(1:6) NOT > WRK-MES
               ADD 1 TO WRK-PEND-SESSOES
               DISPLAY '  SESSAO ' SES-NUMERO ' LOJA ' SES-LOJA
                       ' OPERADOR ' SES-OPERADOR ' ABERTA EM '
                       SES-DATA-ABERTURA
           END-IF.
           PERFORM 0010A-LER-SESSAO.
       0010B-END.

      * PEDIDO DE COMPRA FEITO NO MES OU ANTES E AINDA EM ABERTO
      * (CMP0001A): MERCADORIA A CAMINHO SEM ENTRADA NO ESTOQUE.
       0011-CONFERIR-PEDIDOS.
           OPEN INPUT ARQUIVO-PEDIDOS.
           IF NOT FS-PCO-ARQUIVO-NOVO
               PERFORM 0011A-LER-PEDIDO
               PERFORM 0011B-AVALIAR-PEDIDO UNTIL FS-PCO-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-PEDIDOS.
       0011-END.

       0011A-LER-PEDIDO.
           READ ARQUIVO-PEDIDOS NEXT RECORD.
       0011A-END.

       0011B-AVALIAR-PEDIDO.
           IF PCO-ABERTO
              AND PCO-DATA-PEDIDO(1:6) NOT > WRK-MES
               ADD 1 TO WRK-PEND-PEDIDOS
               DISPLAY '  PEDIDO ' PCO-NUMERO ' FORNECEDOR '
                       PCO-FORNECEDOR ' ' PCO-SABOR ' DE '
                       PCO-DATA-PEDIDO ' NAO RECEBIDO'
           END-IF.
           PERFORM 0011A-LER-PEDIDO.
       0011B-END.

      * SALDO DO CATALOGO CONTRA O LIVRO DE MOVIMENTOS, COMO NO
      * EST0007A: SABOR CUJO SALDO NAO BATE COM A SOMA DO LIVRO E
      * PENDENCIA; SABOR SEM MOVIMENTO NO LIVRO NAO E CONFERIDO.
       0012-CONFERIR-SALDOS.
           MOVE ZERO TO WRK-LIV-QTD.
           OPEN INPUT ARQUIVO-MOVIMENTO.
           IF NOT FS-MOV-ARQUIVO-NOVO
               PERFORM 0012A-LER-MOVIMENTO
               PERFORM 0013-SOMAR-MOVIMENTO
                   UNTIL FS-MOV-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-MOVIMENTO.

           OPEN INPUT ARQUIVO-SABORES.
           IF NOT FS-SAB-ARQUIVO-NOVO
               PERFORM 0012B-LER-SABOR
               PERFORM 0014-CONFERIR-SABOR
                   UNTIL FS-SAB-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-SABORES.
       0012-END.

       0012A-LER-MOVIMENTO.
           READ ARQUIVO-MOVIMENTO.
       0012A-END.

       0012B-LER-SABOR.
           READ ARQUIVO-SABORES NEXT RECORD.
       0012B-END.

       0013-SOMAR-MOVIMENTO.
           MOVE 'N' TO WRK-LIV-ACHADO.
           PERFORM 0013A-PROCURAR-SABOR
               VARYING WRK-LIV-IDX FROM 1 BY 1
               UNTIL WRK-LIV-IDX > WRK-LIV-QTD
                  OR SABOR-NO-LIVRO.
           IF SABOR-NO-LIVRO
               SUBTRACT 1 FROM WRK-LIV-IDX
           ELSE
               IF WRK-LIV-QTD < 500
                   ADD 1 TO WRK-LIV-QTD
                   MOVE WRK-LIV-QTD TO WRK-LIV-IDX
                   MOVE MOV-ID-MARCA
                       TO WRK-LIV-ID-MARCA(WRK-LIV-IDX)
                   MOVE MOV-SABOR TO WRK-LIV-SABOR(WRK-LIV-IDX)
                   MOVE ZERO TO WRK-LIV-SALDO(WRK-LIV-IDX)
               ELSE
                   DISPLAY 'AVISO: TABELA DO LIVRO CHEIA (500).'
                   PERFORM 0012A-LER-MOVIMENTO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF MOV-ENTRADA
               ADD MOV-QTD TO WRK-LIV-SALDO(WRK-LIV-IDX)
           ELSE
               SUBTRACT MOV-QTD FROM WRK-LIV-SALDO(WRK-LIV-IDX)
           END-IF.

           PERFORM 0012A-LER-MOVIMENTO.
       0013-END.

       0013A-PROCURAR-SABOR.
           IF WRK-LIV-ID-MARCA(WRK-LIV-IDX) = MOV-ID-MARCA
              AND WRK-LIV-SABOR(WRK-LIV-IDX) = MOV-SABOR
               MOVE 'S' TO WRK-LIV-ACHADO
           END-IF.
       0013A-END.

       0014-CONFERIR-SABOR.
           MOVE 'N' TO WRK-LIV-ACHADO.
           PERFORM 0014A-PROCURAR-NO-LIVRO
               VARYING WRK-LIV-IDX FROM 1 BY 1
               UNTIL WRK-LIV-IDX > WRK-LIV-QTD
                  OR SABOR-NO-LIVRO.
           IF SABOR-NO-LIVRO
               SUBTRACT 1 FROM WRK-LIV-IDX
               IF WRK-LIV-SALDO(WRK-LIV-IDX) NOT = SAB-ESTOQUE-QTD
                   ADD 1 TO WRK-PEND-SALDOS
                   MOVE WRK-LIV-SALDO(WRK-LIV-IDX)
                       TO WRK-SALDO-LIVRO-ED
                   DISPLAY '  DIVERGE: ' SAB-SABOR
                           ' MARCA ' SAB-ID-MARCA
                           ' CATALOGO: ' SAB-ESTOQUE-QTD
                           ' LIVRO: ' WRK-SALDO-LIVRO-ED
               END-IF
           END-IF.
           PERFORM 0012B-LER-SABOR.
       0014-END.

       0014A-PROCURAR-NO-LIVRO.
           IF WRK-LIV-ID-MARCA(WRK-LIV-IDX) = SAB-ID-MARCA
              AND WRK-LIV-SABOR(WRK-LIV-IDX) = SAB-SABOR
               MOVE 'S' TO WRK-LIV-ACHADO
           END-IF.
       0014A-END.

           COPY SIGNON-PD.CPY.
           COPY AUDITLOG-PD.CPY.
           COPY BANNER-PD.CPY.
