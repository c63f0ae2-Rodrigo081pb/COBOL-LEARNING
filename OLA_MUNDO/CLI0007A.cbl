      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: CONSULTA 360 DO CLIENTE PELO CPF, SO LEITURA: EM
      *              UMA TELA, A IDENTIFICACAO E O ENDERECO
      *              (CLIENTES.DAT), OS CONTATOS (CONTATOS.DAT) E O
      *              CONSENTIMENTO DE MARKETING (CONSENTIMENTOS.DAT),
      *              AS ULTIMAS N COMPRAS E DEVOLUCOES (VENDAS.DAT;
      *              N VEM DE CLIENTE_ULTIMAS_COMPRAS, PADRAO 10), AS
      *              ENCOMENDAS EM ABERTO COM A RESERVA
      *              (ENCOMENDAS.DAT) E A EMPRESA DO CLIENTE COM OS
      *              TITULOS EM ABERTO NO CONTAS A RECEBER E A FOLGA
      *              DE CREDITO CONTRA O LIMITE DO MESTRE -- O BALCAO
      *              DEIXA DE ABRIR O VEN0002A, O PED0001A, O CAD0015A
      *              E AS TELAS DE RECEBER UMA A UMA. O CPF SAI
      *              MASCARADO COMO NAS DEMAIS TELAS E CADA CONSULTA
      *              DEIXA UMA LINHA NA TRILHA DE AUDITORIA
      *              (AUDITLOG.DAT).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI0007A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CLIENTES ASSIGN TO DYNAMIC WRK-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT ARQUIVO-CONTATOS ASSIGN TO DYNAMIC WRK-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-CTT-STATUS.

           SELECT ARQUIVO-CONSENTIMENTOS
               ASSIGN TO DYNAMIC WRK-CONSENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSN-CHAVE
               FILE STATUS IS WRK-CSN-STATUS.

           SELECT ARQUIVO-VENDAS ASSIGN TO DYNAMIC WRK-VENDAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VEN-STATUS.

           SELECT ARQUIVO-ENCOMENDAS
               ASSIGN TO DYNAMIC WRK-ENCOMENDAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               FILE STATUS IS WRK-ENC-STATUS.

           SELECT ARQUIVO-EMPRESAS ASSIGN TO DYNAMIC WRK-EMPRESAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT ARQUIVO-RECEBER ASSIGN TO DYNAMIC WRK-RECEBER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

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
       FD ARQUIVO-CLIENTES.
           COPY CLIENTES-FD.CPY.

       FD ARQUIVO-CONTATOS.
           COPY CONTATOS-FD.CPY.

       FD ARQUIVO-CONSENTIMENTOS.
           COPY CONSENTIMENTOS-FD.CPY.

       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.

       FD ARQUIVO-ENCOMENDAS.
           COPY ENCOMENDAS-FD.CPY.

       FD ARQUIVO-EMPRESAS.
           COPY EMPRESAS-FD.CPY.

       FD ARQUIVO-RECEBER.
           COPY RECEBER-FD.CPY.

       FD AUDITLOG-ARQUIVO.
           COPY AUDITLOG-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-CLI-STATUS PIC X(02).
           88 FS-CLI-OK             VALUE '00'.
           88 FS-CLI-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CTT-STATUS PIC X(02).
           88 FS-CTT-OK             VALUE '00'.
           88 FS-CTT-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-VEN-STATUS PIC X(02).
           88 FS-VEN-OK             VALUE '00'.
           88 FS-VEN-FIM-ARQUIVO    VALUE '10'.
           88 FS-VEN-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ENC-STATUS PIC X(02).
           88 FS-ENC-OK             VALUE '00'.
           88 FS-ENC-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-EMP-STATUS PIC X(02).
           88 FS-EMP-OK             VALUE '00'.
           88 FS-EMP-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-REC-STATUS PIC X(02).
           88 FS-REC-OK             VALUE '00'.
           88 FS-REC-FIM-ARQUIVO    VALUE '10'.
           88 FS-REC-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-CLIENTES-PATH   PIC X(100).
       01 WRK-CONTATOS-PATH   PIC X(100).
       01 WRK-VENDAS-PATH     PIC X(100).
       01 WRK-ENCOMENDAS-PATH PIC X(100).
       01 WRK-EMPRESAS-PATH   PIC X(100).
       01 WRK-RECEBER-PATH    PIC X(100).

       01 WRK-CONTATOS-EXISTE PIC X(01) VALUE 'N'.
           88 CONTATOS-EXISTE VALUE 'S'.
       01 WRK-ENCOMENDAS-EXISTE PIC X(01) VALUE 'N'.
           88 ENCOMENDAS-EXISTE VALUE 'S'.
       01 WRK-EMPRESAS-EXISTE PIC X(01) VALUE 'N'.
           88 EMPRESAS-EXISTE VALUE 'S'.
       01 WRK-RECEBER-EXISTE PIC X(01) VALUE 'N'.
           88 RECEBER-EXISTE VALUE 'S'.

       01 WRK-CONTINUAR   PIC X(01) VALUE 'S'.
       01 WRK-CPF         PIC X(14).
       01 WRK-CPF-MASCARA PIC X(14).
       01 WRK-DATA-HOJE   PIC X(08).
       01 WRK-PARAM-ENT   PIC X(10).

       01 WRK-FIM PIC X(01) VALUE 'N'.
           88 ARQUIVO-VARRIDO VALUE 'S'.

      * ULTIMAS N LINHAS DE VENDA/DEVOLUCAO DO CPF, EM FILA CIRCULAR
      * (A LINHA NOVA SOBRESCREVE A MAIS ANTIGA QUANDO A FILA ENCHE).
       01 WRK-ULTIMAS-QTD  PIC 9(02) VALUE 10.
       01 WRK-TABELA-COMPRAS.
           05 WRK-COMPRA OCCURS 50 TIMES.
               10 WRK-CMP-DATA     PIC X(08).
               10 WRK-CMP-CUPOM    PIC 9(06).
               10 WRK-CMP-ITEM     PIC 9(02).
               10 WRK-CMP-SABOR    PIC X(20).
               10 WRK-CMP-QTD      PIC 9(05).
               10 WRK-CMP-VALOR    PIC 9(09)V99.
               10 WRK-CMP-TIPO     PIC X(01).
               10 WRK-CMP-PAGTO    PIC X(01).
               10 WRK-CMP-LOJA     PIC X(03).
       01 WRK-CMP-POS      PIC 9(02) COMP VALUE 0.
       01 WRK-CMP-IDX      PIC 9(02) COMP VALUE 0.
       01 WRK-CMP-LIDAS    PIC 9(07) COMP VALUE 0.
       01 WRK-CMP-MOSTRAR  PIC 9(02) COMP VALUE 0.
       01 WRK-CMP-CONTA    PIC 9(02) COMP VALUE 0.

       01 WRK-TOTAL-COMPRADO  PIC 9(11)V99 VALUE ZERO.
       01 WRK-TOTAL-DEVOLVIDO PIC 9(11)V99 VALUE ZERO.
       01 WRK-PRIMEIRA-COMPRA PIC X(08).
       01 WRK-ULTIMA-COMPRA   PIC X(08).

       01 WRK-QTD-CONTATOS    PIC 9(03) COMP VALUE 0.
       01 WRK-QTD-ENCOMENDAS  PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-TITULOS     PIC 9(05) COMP VALUE 0.

      * CREDITO DA EMPRESA: EXPOSICAO EM ABERTO E FOLGA CONTRA O
      * LIMITE (MESMA CONTA DO VEN0001A).
       01 WRK-EXPOSICAO    PIC 9(11)V99 VALUE ZERO.
       01 WRK-SALDO-TITULO PIC 9(11)V99 VALUE ZERO.
       01 WRK-FOLGA        PIC S9(11)V99 VALUE ZERO.
       01 WRK-TEM-ATRASO   PIC X(01) VALUE 'N'.
           88 EMPRESA-EM-ATRASO VALUE 'S'.

       01 WRK-TIPO-DESC    PIC X(09).
       01 WRK-PAGTO-DESC   PIC X(08).
       01 WRK-MARCA        PIC X(07).
       01 WRK-RESULTADO-LOG PIC X(20).

       01 WRK-VALOR-ED     PIC $$$,$$$,$$9.99.
       01 WRK-SALDO-ED     PIC $$$,$$$,$$9.99.
       01 WRK-TOTAL-ED     PIC $$$,$$$,$$$,$$9.99.
       01 WRK-FOLGA-ED     PIC -$$$,$$$,$$$,$$9.99.
       01 WRK-QTD-ED       PIC ZZZZ9.

           COPY CONSENT-WS.CPY.
           COPY CPFMASK-WS.CPY.
           COPY AUDITLOG-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   CLI0007A - CONSULTA 360 DO CLIENTE           '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'CLI0007A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           PERFORM 0000-RESOLVER-CAMINHOS.

           OPEN INPUT ARQUIVO-CLIENTES.
           IF NOT FS-CLI-OK
               DISPLAY 'CLIENTES.DAT INDISPONIVEL (STATUS '
                       WRK-CLI-STATUS '). NADA A CONSULTAR.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           OPEN INPUT ARQUIVO-CONTATOS.
           IF FS-CTT-OK
               MOVE 'S' TO WRK-CONTATOS-EXISTE
           END-IF.
           OPEN INPUT ARQUIVO-ENCOMENDAS.
           IF FS-ENC-OK
               MOVE 'S' TO WRK-ENCOMENDAS-EXISTE
           END-IF.
           OPEN INPUT ARQUIVO-EMPRESAS.
           IF FS-EMP-OK
               MOVE 'S' TO WRK-EMPRESAS-EXISTE
           END-IF.
           OPEN INPUT ARQUIVO-RECEBER.
           IF FS-REC-OK
               MOVE 'S' TO WRK-RECEBER-EXISTE
           END-IF.
           PERFORM 0975-ABRIR-CONSENTIMENTOS.

           PERFORM 0002-CONSULTAR UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-CLIENTES.
           IF CONTATOS-EXISTE
               CLOSE ARQUIVO-CONTATOS
           END-IF.
           IF ENCOMENDAS-EXISTE
               CLOSE ARQUIVO-ENCOMENDAS
           END-IF.
           IF EMPRESAS-EXISTE
               CLOSE ARQUIVO-EMPRESAS
           END-IF.
           IF RECEBER-EXISTE
               CLOSE ARQUIVO-RECEBER
           END-IF.
           PERFORM 0977-FECHAR-CONSENTIMENTOS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-CLIENTES-PATH
               FROM ENVIRONMENT 'CLIENTES_DAT_PATH'.
           IF WRK-CLIENTES-PATH = SPACES
               MOVE 'CLIENTES.DAT' TO WRK-CLIENTES-PATH
           END-IF.

           ACCEPT WRK-CONTATOS-PATH
               FROM ENVIRONMENT 'CONTATOS_DAT_PATH'.
           IF WRK-CONTATOS-PATH = SPACES
               MOVE 'CONTATOS.DAT' TO WRK-CONTATOS-PATH
           END-IF.

           ACCEPT WRK-VENDAS-PATH FROM ENVIRONMENT 'VENDAS_DAT_PATH'.
           IF WRK-VENDAS-PATH = SPACES
               MOVE 'VENDAS.DAT' TO WRK-VENDAS-PATH
           END-IF.

           ACCEPT WRK-ENCOMENDAS-PATH
               FROM ENVIRONMENT 'ENCOMENDAS_DAT_PATH'.
           IF WRK-ENCOMENDAS-PATH = SPACES
               MOVE 'ENCOMENDAS.DAT' TO WRK-ENCOMENDAS-PATH
           END-IF.

           ACCEPT WRK-EMPRESAS-PATH
               FROM ENVIRONMENT 'EMPRESAS_DAT_PATH'.
           IF WRK-EMPRESAS-PATH = SPACES
               MOVE 'EMPRESAS.DAT' TO WRK-EMPRESAS-PATH
           END-IF.

           ACCEPT WRK-RECEBER-PATH
               FROM ENVIRONMENT 'CONTAS_RECEBER_PATH'.
           IF WRK-RECEBER-PATH = SPACES
               MOVE 'CONTAS-RECEBER.DAT' TO WRK-RECEBER-PATH
           END-IF.

           ACCEPT WRK-PARAM-ENT
               FROM ENVIRONMENT 'CLIENTE_ULTIMAS_COMPRAS'.
           IF WRK-PARAM-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-PARAM-ENT) TO WRK-ULTIMAS-QTD
           END-IF.
           IF WRK-ULTIMAS-QTD = ZERO OR WRK-ULTIMAS-QTD > 50
               MOVE 10 TO WRK-ULTIMAS-QTD
           END-IF.
       0000-END.

       0002-CONSULTAR.
           DISPLAY ' '.
           DISPLAY 'CPF DO CLIENTE (ENTER PARA SAIR): '.
           ACCEPT WRK-CPF.
           IF WRK-CPF = SPACES
               MOVE 'N' TO WRK-CONTINUAR
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-CPF TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           MOVE WRK-MSK-SAIDA TO WRK-CPF-MASCARA.

           MOVE WRK-CPF TO CLI-CPF.
           READ ARQUIVO-CLIENTES
               INVALID KEY
                   DISPLAY 'CPF ' WRK-CPF-MASCARA ' NAO CADASTRADO EM '
                           'CLIENTES.DAT.'
                   MOVE 'NAO CADASTRADO' TO WRK-RESULTADO-LOG
               NOT INVALID KEY
                   MOVE 'CONSULTADO' TO WRK-RESULTADO-LOG
                   PERFORM 0003-EXIBIR-IDENTIFICACAO
                   PERFORM 0004-EXIBIR-CONTATOS
                   PERFORM 0005-EXIBIR-COMPRAS
                   PERFORM 0006-EXIBIR-ENCOMENDAS
                   PERFORM 0007-EXIBIR-EMPRESA
           END-READ.

           MOVE 'CLI0007A'     TO WRK-LOG-PROGRAMA.
           MOVE WRK-OPE-ID     TO WRK-LOG-OPERADOR.
           MOVE 'CONSULTA-360' TO WRK-LOG-OPERACAO.
           MOVE SPACES         TO WRK-LOG-DETALHE.
           STRING 'CPF '            DELIMITED BY SIZE
                  WRK-CPF-MASCARA   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-RESULTADO-LOG DELIMITED BY SIZE
               INTO WRK-LOG-DETALHE
           END-STRING.
           PERFORM 0930-LOG-TRANSACAO.
       0002-END.

       0003-EXIBIR-IDENTIFICACAO.
           DISPLAY '================ IDENTIFICACAO ================'.
           DISPLAY 'NOME.....: ' CLI-NOME.
           DISPLAY 'CPF......: ' WRK-CPF-MASCARA.
           DISPLAY 'ENDERECO.: ' CLI-ENDERECO.
           DISPLAY 'CIDADE...: ' CLI-CIDADE ' UF: ' CLI-UF
                   ' CEP: ' CLI-CEP.
           IF CLI-EMPRESA = SPACES
               DISPLAY 'EMPRESA..: (NENHUMA)'
           ELSE
               DISPLAY 'EMPRESA..: ' CLI-EMPRESA
           END-IF.
       0003-END.

      * CONTATOS DO CPF (CHAVE CPF + SEQUENCIA) E A SITUACAO DO
      * CONSENTIMENTO DE MARKETING, COM A DATA.
       0004-EXIBIR-CONTATOS.
           DISPLAY '================== CONTATOS ==================='.
           MOVE ZERO TO WRK-QTD-CONTATOS.
           IF NOT CONTATOS-EXISTE
               DISPLAY '(CONTATOS.DAT INDISPONIVEL)'
           ELSE
               MOVE 'N'     TO WRK-FIM
               MOVE WRK-CPF TO CTT-CPF
               MOVE ZEROS   TO CTT-SEQ
               START ARQUIVO-CONTATOS KEY NOT < CTT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
                   NOT INVALID KEY
                       PERFORM 0004A-LER-CONTATO
                       PERFORM 0004B-EXIBIR-CONTATO
                           UNTIL ARQUIVO-VARRIDO
               END-START
               IF WRK-QTD-CONTATOS = ZERO
                   DISPLAY '(NENHUM CONTATO CADASTRADO)'
               END-IF
           END-IF.

           IF NOT CONSENT-BASE-ABERTA
               DISPLAY 'CONSENTIMENTO DE MARKETING: (BASE INDISPONIVEL)'
           ELSE
               MOVE WRK-CPF TO CSN-CPF
               MOVE 'M'     TO CSN-FINALIDADE
               READ ARQUIVO-CONSENTIMENTOS
                   INVALID KEY
                       DISPLAY 'CONSENTIMENTO DE MARKETING: SEM '
                               'REGISTRO (NAO CONTATAR)'
                   NOT INVALID KEY
                       IF CSN-CONCEDIDO
                           DISPLAY 'CONSENTIMENTO DE MARKETING: '
                                   'CONCEDIDO EM ' CSN-DATA
                       ELSE
                           DISPLAY 'CONSENTIMENTO DE MARKETING: '
                                   'REVOGADO EM ' CSN-DATA
                                   ' (NAO CONTATAR)'
                       END-IF
               END-READ
           END-IF.
       0004-END.

       0004A-LER-CONTATO.
           READ ARQUIVO-CONTATOS NEXT RECORD.
           IF NOT FS-CTT-OK OR CTT-CPF NOT = WRK-CPF
               MOVE 'S' TO WRK-FIM
           END-IF.
       0004A-END.

       0004B-EXIBIR-CONTATO.
           ADD 1 TO WRK-QTD-CONTATOS.
           IF CTT-TELEFONE
               DISPLAY 'TELEFONE.: ' CTT-VALOR
           ELSE
               DISPLAY 'E-MAIL...: ' CTT-VALOR
           END-IF.
           PERFORM 0004A-LER-CONTATO.
       0004B-END.

      * VARRE VENDAS.DAT GUARDANDO AS ULTIMAS N LINHAS DO CPF NA FILA
      * E OS TOTAIS DE TODO O HISTORICO; LISTA DA MAIS ANTIGA PARA A
      * MAIS RECENTE.
       0005-EXIBIR-COMPRAS.
           DISPLAY '============ COMPRAS E DEVOLUCOES ============='.
           MOVE ZERO   TO WRK-CMP-POS WRK-CMP-LIDAS
                          WRK-TOTAL-COMPRADO WRK-TOTAL-DEVOLVIDO.
           MOVE SPACES TO WRK-PRIMEIRA-COMPRA WRK-ULTIMA-COMPRA.
           MOVE 'N'    TO WRK-FIM.

           OPEN INPUT ARQUIVO-VENDAS.
           IF NOT FS-VEN-OK
               DISPLAY '(VENDAS.DAT INDISPONIVEL)'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0005A-LER-VENDA.
           PERFORM 0005B-GUARDAR-VENDA UNTIL ARQUIVO-VARRIDO.
           CLOSE ARQUIVO-VENDAS.

           IF WRK-CMP-LIDAS = ZERO
               DISPLAY '(NENHUMA COMPRA REGISTRADA)'
               EXIT PARAGRAPH
           END-IF.

           IF WRK-CMP-LIDAS < WRK-ULTIMAS-QTD
               MOVE WRK-CMP-LIDAS TO WRK-CMP-MOSTRAR
               MOVE 1 TO WRK-CMP-IDX
           ELSE
               MOVE WRK-ULTIMAS-QTD TO WRK-CMP-MOSTRAR
               MOVE WRK-CMP-POS TO WRK-CMP-IDX
               PERFORM 0005D-AVANCAR-POSICAO
           END-IF.
           DISPLAY 'ULTIMAS ' WRK-CMP-MOSTRAR ' LINHAS:'.
           DISPLAY 'DATA     CUPOM  IT SABOR                  QTD '
                   '         VALOR TIPO      PAGTO    LOJA'.
           PERFORM 0005C-EXIBIR-LINHA
               VARYING WRK-CMP-CONTA FROM 1 BY 1
               UNTIL WRK-CMP-CONTA > WRK-CMP-MOSTRAR.

           MOVE WRK-TOTAL-COMPRADO TO WRK-TOTAL-ED.
           DISPLAY 'HISTORICO: ' WRK-CMP-LIDAS ' LINHA(S) DE '
                   WRK-PRIMEIRA-COMPRA ' A ' WRK-ULTIMA-COMPRA.
           DISPLAY 'TOTAL COMPRADO..: ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-DEVOLVIDO TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL DEVOLVIDO.: ' WRK-TOTAL-ED.
       0005-END.

       0005A-LER-VENDA.
           READ ARQUIVO-VENDAS.
           IF NOT FS-VEN-OK
               MOVE 'S' TO WRK-FIM
           END-IF.
       0005A-END.

       0005B-GUARDAR-VENDA.
           IF VEN-CPF = WRK-CPF
               ADD 1 TO WRK-CMP-LIDAS
               MOVE WRK-CMP-POS TO WRK-CMP-IDX
               PERFORM 0005D-AVANCAR-POSICAO
               MOVE WRK-CMP-IDX TO WRK-CMP-POS
               MOVE VEN-DATA        TO WRK-CMP-DATA(WRK-CMP-POS)
               MOVE VEN-SABOR       TO WRK-CMP-SABOR(WRK-CMP-POS)
               MOVE VEN-QTD         TO WRK-CMP-QTD(WRK-CMP-POS)
               MOVE VEN-VALOR-TOTAL TO WRK-CMP-VALOR(WRK-CMP-POS)
               MOVE VEN-TIPO        TO WRK-CMP-TIPO(WRK-CMP-POS)
               MOVE VEN-PAGAMENTO   TO WRK-CMP-PAGTO(WRK-CMP-POS)
               MOVE VEN-LOJA        TO WRK-CMP-LOJA(WRK-CMP-POS)
               MOVE ZEROS TO WRK-CMP-CUPOM(WRK-CMP-POS)
                             WRK-CMP-ITEM(WRK-CMP-POS)
               IF VEN-CUPOM IS NUMERIC
                   MOVE VEN-CUPOM TO WRK-CMP-CUPOM(WRK-CMP-POS)
               END-IF
               IF VEN-ITEM IS NUMERIC
                   MOVE VEN-ITEM  TO WRK-CMP-ITEM(WRK-CMP-POS)
               END-IF
               IF VEN-TIPO-DEVOLUCAO
                   ADD VEN-VALOR-TOTAL TO WRK-TOTAL-DEVOLVIDO
               ELSE
                   ADD VEN-VALOR-TOTAL TO WRK-TOTAL-COMPRADO
               END-IF
               IF WRK-PRIMEIRA-COMPRA = SPACES
                   MOVE VEN-DATA TO WRK-PRIMEIRA-COMPRA
               END-IF
               MOVE VEN-DATA TO WRK-ULTIMA-COMPRA
           END-IF.
           PERFORM 0005A-LER-VENDA.
       0005B-END.

       0005C-EXIBIR-LINHA.
           IF WRK-CMP-TIPO(WRK-CMP-IDX) = 'D'
               MOVE 'DEVOLUCAO' TO WRK-TIPO-DESC
           ELSE
               MOVE 'VENDA'     TO WRK-TIPO-DESC
           END-IF.
           EVALUATE WRK-CMP-PAGTO(WRK-CMP-IDX)
               WHEN 'C'
                   MOVE 'CARTAO'   TO WRK-PAGTO-DESC
               WHEN 'P'
                   MOVE 'PIX'      TO WRK-PAGTO-DESC
               WHEN 'E'
                   MOVE 'FATURADO' TO WRK-PAGTO-DESC
               WHEN 'V'
                   MOVE 'VALE'     TO WRK-PAGTO-DESC
               WHEN 'F'
                   MOVE 'FOLHA'    TO WRK-PAGTO-DESC
               WHEN OTHER
                   MOVE 'DINHEIRO' TO WRK-PAGTO-DESC
           END-EVALUATE.
           MOVE WRK-CMP-VALOR(WRK-CMP-IDX) TO WRK-VALOR-ED.
           DISPLAY WRK-CMP-DATA(WRK-CMP-IDX) ' '
                   WRK-CMP-CUPOM(WRK-CMP-IDX) ' '
                   WRK-CMP-ITEM(WRK-CMP-IDX) ' '
                   WRK-CMP-SABOR(WRK-CMP-IDX) ' '
                   WRK-CMP-QTD(WRK-CMP-IDX) ' '
                   WRK-VALOR-ED ' ' WRK-TIPO-DESC ' '
                   WRK-PAGTO-DESC ' ' WRK-CMP-LOJA(WRK-CMP-IDX).
           PERFORM 0005D-AVANCAR-POSICAO.
       0005C-END.

      * PROXIMA POSICAO DA FILA CIRCULAR DE WRK-ULTIMAS-QTD LINHAS.
       0005D-AVANCAR-POSICAO.
           IF WRK-CMP-IDX >= WRK-ULTIMAS-QTD
               MOVE 1 TO WRK-CMP-IDX
           ELSE
               ADD 1 TO WRK-CMP-IDX
           END-IF.
       0005D-END.

      * ENCOMENDAS EM ABERTO DO CPF (A QUANTIDADE SEGUE RESERVADA NO
      * CATALOGO ATE A RETIRADA OU O CANCELAMENTO NO PED0001A).
       0006-EXIBIR-ENCOMENDAS.
           DISPLAY '============ ENCOMENDAS EM ABERTO ============='.
           MOVE ZERO TO WRK-QTD-ENCOMENDAS.
           IF NOT ENCOMENDAS-EXISTE
               DISPLAY '(ENCOMENDAS.DAT INDISPONIVEL)'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N'   TO WRK-FIM.
           MOVE ZEROS TO ENC-NUMERO.
           START ARQUIVO-ENCOMENDAS KEY NOT < ENC-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM
               NOT INVALID KEY
                   PERFORM 0006A-LER-ENCOMENDA
                   PERFORM 0006B-EXIBIR-ENCOMENDA
                       UNTIL ARQUIVO-VARRIDO
           END-START.
           IF WRK-QTD-ENCOMENDAS = ZERO
               DISPLAY '(NENHUMA ENCOMENDA EM ABERTO)'
           END-IF.
       0006-END.

       0006A-LER-ENCOMENDA.
           READ ARQUIVO-ENCOMENDAS NEXT RECORD.
           IF NOT FS-ENC-OK
               MOVE 'S' TO WRK-FIM
           END-IF.
       0006A-END.

       0006B-EXIBIR-ENCOMENDA.
           IF ENC-CPF = WRK-CPF AND ENC-ABERTA
               ADD 1 TO WRK-QTD-ENCOMENDAS
               MOVE SPACES TO WRK-MARCA
               IF ENC-DATA-ENTREGA < WRK-DATA-HOJE
                   MOVE 'ATRASO' TO WRK-MARCA
               END-IF
               DISPLAY 'ENCOMENDA ' ENC-NUMERO ' PEDIDA EM '
                       ENC-DATA-PEDIDO ' ENTREGA ' ENC-DATA-ENTREGA
                       ' ' ENC-ID-MARCA ' ' ENC-SABOR
                       ' QTD RESERVADA ' ENC-QTD ' ' WRK-MARCA
           END-IF.
           PERFORM 0006A-LER-ENCOMENDA.
       0006B-END.

      * EMPRESA DO CLIENTE: TITULOS EM ABERTO NO CONTAS A RECEBER E A
      * FOLGA DE CREDITO (LIMITE MENOS EXPOSICAO EM ABERTO).
       0007-EXIBIR-EMPRESA.
           DISPLAY '========== EMPRESA E CONTAS A RECEBER =========='.
           IF CLI-EMPRESA = SPACES
               DISPLAY '(CLIENTE SEM EMPRESA: NAO COMPRA FATURADO)'
               EXIT PARAGRAPH
           END-IF.

           IF NOT EMPRESAS-EXISTE
               DISPLAY '(EMPRESAS.DAT INDISPONIVEL)'
           ELSE
               MOVE CLI-EMPRESA TO EMP-CODIGO
               READ ARQUIVO-EMPRESAS
                   INVALID KEY
                       DISPLAY 'EMPRESA ' CLI-EMPRESA ' NAO '
                               'CADASTRADA (EMP0001A).'
                       MOVE ZERO TO EMP-LIMITE-CREDITO
                   NOT INVALID KEY
                       DISPLAY 'EMPRESA..: ' EMP-CODIGO ' - ' EMP-NOME
               END-READ
           END-IF.

           MOVE ZERO TO WRK-EXPOSICAO WRK-QTD-TITULOS.
           MOVE 'N'  TO WRK-TEM-ATRASO.
           IF NOT RECEBER-EXISTE
               DISPLAY '(CONTAS-RECEBER.DAT INDISPONIVEL)'
           ELSE
               MOVE 'N'         TO WRK-FIM
               MOVE CLI-EMPRESA TO REC-EMPRESA
               MOVE LOW-VALUES  TO REC-COMPETENCIA
               START ARQUIVO-RECEBER KEY NOT < REC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM
                   NOT INVALID KEY
                       PERFORM 0007A-LER-TITULO
                       PERFORM 0007B-EXIBIR-TITULO
                           UNTIL ARQUIVO-VARRIDO
               END-START
               IF WRK-QTD-TITULOS = ZERO
                   DISPLAY '(NENHUM TITULO EM ABERTO)'
               END-IF
           END-IF.

           MOVE WRK-EXPOSICAO TO WRK-TOTAL-ED.
           DISPLAY 'EXPOSICAO EM ABERTO: ' WRK-TOTAL-ED.
           IF EMPRESA-EM-ATRASO
               DISPLAY 'ATENCAO: EMPRESA COM FATURA VENCIDA EM ABERTO '
                       '(VENDA FATURADA BLOQUEADA NO BALCAO).'
           END-IF.
           IF NOT EMPRESAS-EXISTE
              OR EMP-LIMITE-CREDITO IS NOT NUMERIC
              OR EMP-LIMITE-CREDITO = ZERO
               DISPLAY 'LIMITE DE CREDITO..: SEM LIMITE'
           ELSE
               MOVE EMP-LIMITE-CREDITO TO WRK-TOTAL-ED
               DISPLAY 'LIMITE DE CREDITO..: ' WRK-TOTAL-ED
               COMPUTE WRK-FOLGA = EMP-LIMITE-CREDITO - WRK-EXPOSICAO
               MOVE WRK-FOLGA TO WRK-FOLGA-ED
               IF WRK-FOLGA < ZERO
                   DISPLAY 'FOLGA DE CREDITO...: ' WRK-FOLGA-ED
                           ' (LIMITE ESTOURADO)'
               ELSE
                   DISPLAY 'FOLGA DE CREDITO...: ' WRK-FOLGA-ED
               END-IF
           END-IF.
       0007-END.

       0007A-LER-TITULO.
           READ ARQUIVO-RECEBER NEXT RECORD.
           IF NOT FS-REC-OK OR REC-EMPRESA NOT = CLI-EMPRESA
               MOVE 'S' TO WRK-FIM
           END-IF.
       0007A-END.

       0007B-EXIBIR-TITULO.
           IF REC-EM-ABERTO
               ADD 1 TO WRK-QTD-TITULOS
               COMPUTE WRK-SALDO-TITULO = REC-VALOR - REC-VALOR-PAGO
               ADD WRK-SALDO-TITULO TO WRK-EXPOSICAO
               MOVE SPACES TO WRK-MARCA
               IF REC-VENCIMENTO < WRK-DATA-HOJE
                   MOVE 'S' TO WRK-TEM-ATRASO
                   MOVE 'VENCIDO' TO WRK-MARCA
               END-IF
               MOVE REC-VALOR        TO WRK-VALOR-ED
               MOVE WRK-SALDO-TITULO TO WRK-SALDO-ED
               DISPLAY 'TITULO ' REC-COMPETENCIA ' VENCE '
                       REC-VENCIMENTO ' VALOR ' WRK-VALOR-ED
                       ' SALDO ' WRK-SALDO-ED ' ' WRK-MARCA
           END-IF.
           PERFORM 0007A-LER-TITULO.
       0007B-END.

           COPY CONSENT-PD.CPY.
           COPY CPFMASK-PD.CPY.
           COPY AUDITLOG-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
