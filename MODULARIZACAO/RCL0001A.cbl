      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: RECALL DE PRODUTO: A PARTIR DO FORNECEDOR E DO
      *              NUMERO DO LOTE (OU, SEM O LOTE, DO SABOR E DE UM
      *              PERIODO DE ENTRADA), LOCALIZA OS LOTES ATINGIDOS
      *              EM LOTES.DAT, BLOQUEIA O SALDO QUE SOBROU
      *              (SITUACAO 'B', QUE O CONSUMO FEFO DAS VENDAS NAO
      *              TOCA MAIS) E LISTA NO SPOOL TODA VENDA DO SABOR
      *              DESDE A ENTRADA DO LOTE, QUE PODE TER SAIDO DELE
      *              (DATA, LOJA, CUPOM, CLIENTE E QUANTIDADE). GERA
      *              TAMBEM A LISTA DE CONTATOS DOS CLIENTES
      *              (CONTATOS.DAT) PARA AS LIGACOES DO RECALL. POR
      *              SER AVISO DE SAUDE E SEGURANCA, E NAO CONTATO DE
      *              MARKETING, A LISTA NAO PASSA PELO FILTRO DE
      *              CONSENTIMENTO: SAEM TODOS OS COMPRADORES. POR
      *              ISSO A GERACAO EXIGE SIGN-ON E FICA REGISTRADA
      *              NA TRILHA DE AUDITORIA (AUDITLOG.DAT).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCL0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-LOTES ASSIGN TO DYNAMIC WRK-LOTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOT-STATUS.

           SELECT ARQUIVO-FORNECEDORES
               ASSIGN TO DYNAMIC WRK-FORNECEDORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FOR-STATUS.

           SELECT ARQUIVO-PEDIDOS
               ASSIGN TO DYNAMIC WRK-PEDIDOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCO-NUMERO
               FILE STATUS IS WRK-PCO-STATUS.

           SELECT ARQUIVO-VENDAS ASSIGN TO DYNAMIC WRK-VENDAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VEN-STATUS.

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

           SELECT ARQUIVO-LISTA ASSIGN TO DYNAMIC WRK-LISTA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LST-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

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
       FD ARQUIVO-LOTES.
           COPY LOTES-FD.CPY.

       FD ARQUIVO-FORNECEDORES.
           COPY FORNECEDORES-FD.CPY.

       FD ARQUIVO-PEDIDOS.
           COPY PEDIDOS-COMPRA-FD.CPY.

       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.

       FD ARQUIVO-CLIENTES.
           COPY CLIENTES-FD.CPY.

       FD ARQUIVO-CONTATOS.
           COPY CONTATOS-FD.CPY.

       FD ARQUIVO-LISTA
           RECORD CONTAINS 120 CHARACTERS.
       01 LINHA-LISTA PIC X(120).

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD AUDITLOG-ARQUIVO.
           COPY AUDITLOG-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-LOT-STATUS PIC X(02).
           88 FS-LOT-OK             VALUE '00'.
           88 FS-LOT-FIM-ARQUIVO    VALUE '10'.
           88 FS-LOT-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-FOR-STATUS PIC X(02).
           88 FS-FOR-OK             VALUE '00'.
           88 FS-FOR-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-PCO-STATUS PIC X(02).
           88 FS-PCO-OK             VALUE '00'.
           88 FS-PCO-FIM-ARQUIVO    VALUE '10'.
           88 FS-PCO-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-VEN-STATUS PIC X(02).
           88 FS-VEN-OK             VALUE '00'.
           88 FS-VEN-FIM-ARQUIVO    VALUE '10'.
           88 FS-VEN-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CLI-STATUS PIC X(02).
           88 FS-CLI-OK             VALUE '00'.
           88 FS-CLI-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CTT-STATUS PIC X(02).
           88 FS-CTT-OK             VALUE '00'.
           88 FS-CTT-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-LST-STATUS PIC X(02).
           88 FS-LST-OK             VALUE '00'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-LOTES-PATH        PIC X(100).
       01 WRK-FORNECEDORES-PATH PIC X(100).
       01 WRK-PEDIDOS-PATH      PIC X(100).
       01 WRK-VENDAS-PATH       PIC X(100).
       01 WRK-CLIENTES-PATH     PIC X(100).
       01 WRK-CONTATOS-PATH     PIC X(100).
       01 WRK-LISTA-PATH        PIC X(100).

       01 WRK-FORNECEDORES-EXISTE PIC X(01) VALUE 'N'.
           88 FORNECEDORES-EXISTE VALUE 'S'.
       01 WRK-PEDIDOS-EXISTE PIC X(01) VALUE 'N'.
           88 PEDIDOS-EXISTE VALUE 'S'.
       01 WRK-CLIENTES-EXISTE PIC X(01) VALUE 'N'.
           88 CLIENTES-EXISTE VALUE 'S'.
       01 WRK-CONTATOS-EXISTE PIC X(01) VALUE 'N'.
           88 CONTATOS-EXISTE VALUE 'S'.

      * PARAMETROS DO RECALL: POR (L)OTE DO FORNECEDOR OU POR
      * (S)ABOR E PERIODO DE ENTRADA DOS LOTES.
       01 WRK-MODO PIC X(01).
           88 MODO-LOTE  VALUE 'L'.
           88 MODO-SABOR VALUE 'S'.
       01 WRK-FORNECEDOR   PIC X(05) VALUE SPACES.
       01 WRK-LOTE         PIC X(10) VALUE SPACES.
       01 WRK-ID-MARCA     PIC 9(03).
       01 WRK-SABOR        PIC X(20).
       01 WRK-DATA-INICIO  PIC X(08) VALUE SPACES.
       01 WRK-DATA-FIM     PIC X(08) VALUE SPACES.
       01 WRK-DATA-HOJE    PIC X(08).
       01 WRK-CONFIRMA     PIC X(01).

      * LOTES ATINGIDOS, ANOTADOS NA VARREDURA E BLOQUEADOS DEPOIS
      * POR CHAVE (NAO REGRAVAR NO MEIO DO READ NEXT); CADA UM ABRE
      * A JANELA DE VENDAS DO SEU SABOR A PARTIR DA ENTRADA DELE.
       01 WRK-ALVO-TABELA.
           05 WRK-ALVO-ITEM OCCURS 50 TIMES.
               10 WRK-ALVO-CHAVE.
                   15 WRK-ALVO-ID-MARCA PIC 9(03).
                   15 WRK-ALVO-SABOR    PIC X(20).
                   15 WRK-ALVO-NUMERO   PIC X(10).
               10 WRK-ALVO-INICIO PIC X(08).
               10 WRK-ALVO-SALDO  PIC 9(05).
       01 WRK-ALVO-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-IDX      PIC 9(03) COMP VALUE 0.
       01 WRK-LOTES-SEM-DATA PIC 9(03) COMP VALUE 0.
       01 WRK-FIM-LOTES PIC X(01) VALUE 'N'.
           88 LOTES-VARRIDOS VALUE 'S'.

      * CONFERENCIA DO FORNECEDOR PARA LOTE ANTIGO (SEM O CAMPO DE
      * FORNECEDOR): BASTA UM PEDIDO DELE RECEBIDO PARA O SABOR.
       01 WRK-PEDIDO-ACHADO PIC X(01) VALUE 'N'.
           88 PEDIDO-ACHADO VALUE 'S'.
       01 WRK-FIM-PEDIDOS PIC X(01) VALUE 'N'.
           88 PEDIDOS-VARRIDOS VALUE 'S'.

      * CLIENTES DISTINTOS ACHADOS NAS VENDAS (PARA A LISTA DE
      * CONTATOS SAIR UMA VEZ POR CLIENTE).
       01 WRK-CPF-TABELA.
           05 WRK-CPF-ITEM PIC X(14) OCCURS 2000 TIMES.
       01 WRK-CPF-QTD   PIC 9(05) COMP VALUE 0.
       01 WRK-CPF-IDX   PIC 9(05) COMP VALUE 0.
       01 WRK-CPF-ACHADO PIC X(01) VALUE 'N'.
           88 CPF-JA-LISTADO VALUE 'S'.
       01 WRK-CPF-ATUAL PIC X(14).

       01 WRK-VENDA-ATINGIDA PIC X(01) VALUE 'N'.
           88 VENDA-ATINGIDA VALUE 'S'.

       01 WRK-NOME-CLIENTE PIC X(30).
       01 WRK-CTT-FIM PIC X(01) VALUE 'N'.
           88 CONTATOS-VARRIDOS VALUE 'S'.
       01 WRK-CTT-QTD-CLIENTE PIC 9(03) COMP VALUE 0.
       01 WRK-TIPO-CONTATO PIC X(08).

      * TOTAIS.
       01 WRK-TOTAL-BLOQUEADOS PIC 9(03) COMP VALUE 0.
       01 WRK-SALDO-BLOQUEADO  PIC 9(07) VALUE ZERO.
       01 WRK-TOTAL-VENDAS     PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-CUBAS      PIC 9(09) VALUE ZERO.
       01 WRK-VENDAS-SEM-CPF   PIC 9(07) COMP VALUE 0.
       01 WRK-CLIENTES-SEM-CONTATO PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-CONTATOS   PIC 9(07) COMP VALUE 0.

       01 WRK-QTD-ED   PIC ZZZZ9.
       01 WRK-TOTAL-ED PIC ZZZZZZ9.
       01 WRK-CUBAS-ED PIC ZZZZZZZZ9.

           COPY CPFMASK-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY AUDITLOG-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '     RCL0001A - RECALL DE PRODUTO POR LOTE      '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'RCL0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           PERFORM 0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O ARQUIVO-LOTES.
           IF FS-LOT-ARQUIVO-NOVO
               DISPLAY 'LOTES.DAT AINDA NAO EXISTE. NAO HA LOTE A '
                       'RASTREAR.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           PERFORM 0002-OBTER-PARAMETROS.

           IF WRK-ALVO-QTD = ZERO AND NOT MODO-SABOR
               DISPLAY 'NENHUM LOTE ENCONTRADO PARA O RECALL.'
           ELSE
               DISPLAY 'CONFIRMA O BLOQUEIO E A LISTA DO RECALL? '
                       '(S/N)'
               ACCEPT WRK-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   PERFORM 0005-EXECUTAR-RECALL
               ELSE
                   DISPLAY 'RECALL CANCELADO. NADA FOI BLOQUEADO.'
               END-IF
           END-IF.

           CLOSE ARQUIVO-LOTES.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-LOTES-PATH FROM ENVIRONMENT 'LOTES_DAT_PATH'.
           IF WRK-LOTES-PATH = SPACES
               MOVE 'LOTES.DAT' TO WRK-LOTES-PATH
           END-IF.

           ACCEPT WRK-FORNECEDORES-PATH
               FROM ENVIRONMENT 'FORNECEDORES_DAT_PATH'.
           IF WRK-FORNECEDORES-PATH = SPACES
               MOVE 'FORNECEDORES.DAT' TO WRK-FORNECEDORES-PATH
           END-IF.

           ACCEPT WRK-PEDIDOS-PATH
               FROM ENVIRONMENT 'PEDIDOS_COMPRA_PATH'.
           IF WRK-PEDIDOS-PATH = SPACES
               MOVE 'PEDIDOS-COMPRA.DAT' TO WRK-PEDIDOS-PATH
           END-IF.

           ACCEPT WRK-VENDAS-PATH FROM ENVIRONMENT 'VENDAS_DAT_PATH'.
           IF WRK-VENDAS-PATH = SPACES
               MOVE 'VENDAS.DAT' TO WRK-VENDAS-PATH
           END-IF.

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

           ACCEPT WRK-LISTA-PATH
               FROM ENVIRONMENT 'RECALL_CONTATOS_PATH'.
           IF WRK-LISTA-PATH = SPACES
               MOVE 'RECALL-CONTATOS.TXT' TO WRK-LISTA-PATH
           END-IF.
       0000-END.

      *-----------------------------------------------------------------
      * PARAMETROS E LOCALIZACAO DOS LOTES ATINGIDOS.
      *-----------------------------------------------------------------
       0002-OBTER-PARAMETROS.
           DISPLAY 'RECALL POR (L)OTE DO FORNECEDOR OU POR (S)ABOR E '
                   'PERIODO? '.
           ACCEPT WRK-MODO.
           MOVE FUNCTION UPPER-CASE(WRK-MODO) TO WRK-MODO.

           EVALUATE TRUE
               WHEN MODO-LOTE
                   PERFORM 0003-LOCALIZAR-POR-LOTE
               WHEN MODO-SABOR
                   PERFORM 0004-LOCALIZAR-POR-SABOR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      * A JANELA DE VENDAS VAI ATE HOJE (DEPOIS DO BLOQUEIO O LOTE
      * NAO SAI MAIS), SALVO SE O OPERADOR INFORMAR OUTRA DATA.
           IF WRK-DATA-FIM = SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
           END-IF.
       0002-END.

       0003-LOCALIZAR-POR-LOTE.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-FORNECEDOR.
           MOVE FUNCTION UPPER-CASE(WRK-FORNECEDOR) TO WRK-FORNECEDOR.
           DISPLAY 'NUMERO DO LOTE DO FORNECEDOR: '.
           ACCEPT WRK-LOTE.
           MOVE FUNCTION UPPER-CASE(WRK-LOTE) TO WRK-LOTE.
           IF WRK-FORNECEDOR = SPACES OR WRK-LOTE = SPACES
               DISPLAY 'FORNECEDOR E LOTE SAO OBRIGATORIOS.'
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQUIVO-FORNECEDORES.
           IF FS-FOR-ARQUIVO-NOVO
               CLOSE ARQUIVO-FORNECEDORES
           ELSE
               MOVE 'S' TO WRK-FORNECEDORES-EXISTE
               MOVE WRK-FORNECEDOR TO FOR-CODIGO
               READ ARQUIVO-FORNECEDORES
                   INVALID KEY
                       DISPLAY 'AVISO: FORNECEDOR ' WRK-FORNECEDOR
                               ' NAO CADASTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'FORNECEDOR: ' FOR-NOME
                               ' TEL ' FOR-TELEFONE
               END-READ
               CLOSE ARQUIVO-FORNECEDORES
           END-IF.

           OPEN INPUT ARQUIVO-PEDIDOS.
           IF FS-PCO-ARQUIVO-NOVO
               CLOSE ARQUIVO-PEDIDOS
           ELSE
               MOVE 'S' TO WRK-PEDIDOS-EXISTE
           END-IF.

      * O NUMERO DO LOTE NAO E CHAVE SOZINHO (A CHAVE COMECA PELO
      * SABOR): VARRE O ARQUIVO INTEIRO.
           MOVE 'N' TO WRK-FIM-LOTES.
           MOVE LOW-VALUES TO LOT-CHAVE.
           START ARQUIVO-LOTES KEY NOT < LOT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-LOTES
           END-START.
           IF NOT LOTES-VARRIDOS
               PERFORM 0003A-LER-LOTE
               PERFORM 0003B-AVALIAR-LOTE UNTIL LOTES-VARRIDOS
           END-IF.

           IF PEDIDOS-EXISTE
               CLOSE ARQUIVO-PEDIDOS
           END-IF.

      * LOTE GRAVADO ANTES DA DATA DE ENTRADA EXISTIR: O OPERADOR
      * INFORMA DESDE QUANDO PROCURAR VENDAS.
           IF WRK-LOTES-SEM-DATA > ZERO
               DISPLAY WRK-LOTES-SEM-DATA ' LOTE(S) SEM DATA DE '
                       'ENTRADA REGISTRADA.'
               DISPLAY 'BUSCAR VENDAS DESDE (AAAAMMDD): '
               ACCEPT WRK-DATA-INICIO
               PERFORM 0003D-COMPLETAR-INICIO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-ALVO-QTD
           END-IF.
       0003-END.

       0003A-LER-LOTE.
           READ ARQUIVO-LOTES NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-LOTES
           END-READ.
       0003A-END.

       0003B-AVALIAR-LOTE.
           IF LOT-NUMERO = WRK-LOTE
               IF LOT-FORNECEDOR = WRK-FORNECEDOR
                   PERFORM 0003C-ANOTAR-LOTE
               ELSE
                   IF LOT-FORNECEDOR = SPACES
                       PERFORM 0010-CONFERIR-PEDIDO
                       IF PEDIDO-ACHADO
                           PERFORM 0003C-ANOTAR-LOTE
                       ELSE
                           DISPLAY 'LOTE ' LOT-NUMERO ' DE '
                                   LOT-SABOR ' SEM COMPRA DESSE '
                                   'FORNECEDOR. IGNORADO.'
                       END-IF
                   ELSE
                       DISPLAY 'LOTE ' LOT-NUMERO ' DE ' LOT-SABOR
                               ' E DO FORNECEDOR ' LOT-FORNECEDOR
                               '. IGNORADO.'
                   END-IF
               END-IF
           END-IF.
           PERFORM 0003A-LER-LOTE.
       0003B-END.

       0003C-ANOTAR-LOTE.
           IF WRK-ALVO-QTD < 50
               ADD 1 TO WRK-ALVO-QTD
               MOVE LOT-CHAVE TO WRK-ALVO-CHAVE(WRK-ALVO-QTD)
               MOVE LOT-DATA-ENTRADA TO WRK-ALVO-INICIO(WRK-ALVO-QTD)
               MOVE LOT-QTD TO WRK-ALVO-SALDO(WRK-ALVO-QTD)
               IF LOT-DATA-ENTRADA = SPACES
                   ADD 1 TO WRK-LOTES-SEM-DATA
               END-IF
               DISPLAY ' ATINGIDO: MARCA ' LOT-ID-MARCA ' '
                       LOT-SABOR ' LOTE ' LOT-NUMERO ' ENTRADA '
                       LOT-DATA-ENTRADA ' SALDO ' LOT-QTD
                       ' SITUACAO ' LOT-SITUACAO
           ELSE
               DISPLAY 'AVISO: TABELA DE LOTES DO RECALL CHEIA (50).'
           END-IF.
       0003C-END.

       0003D-COMPLETAR-INICIO.
           IF WRK-ALVO-INICIO(WRK-IDX) = SPACES
               MOVE WRK-DATA-INICIO TO WRK-ALVO-INICIO(WRK-IDX)
           END-IF.
       0003D-END.

      * SEM O LOTE: TODOS OS LOTES DO SABOR QUE ENTRARAM NO PERIODO
      * SAO BLOQUEADOS, E AS VENDAS DO SABOR DESDE O INICIO DO
      * PERIODO ENTRAM NA LISTA MESMO QUE NENHUM LOTE SEJA ACHADO.
       0004-LOCALIZAR-POR-SABOR.
           DISPLAY 'ID DA MARCA DO SABOR: '.
           ACCEPT WRK-ID-MARCA.
           DISPLAY 'NOME DO SABOR: '.
           ACCEPT WRK-SABOR.
           MOVE FUNCTION UPPER-CASE(WRK-SABOR) TO WRK-SABOR.
           DISPLAY 'ENTRADA DOS LOTES DESDE (AAAAMMDD): '.
           ACCEPT WRK-DATA-INICIO.
           DISPLAY 'ATE (AAAAMMDD, ENTER PARA HOJE): '.
           ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-FIM = SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
           END-IF.
           IF WRK-DATA-INICIO NOT NUMERIC
              OR WRK-DATA-FIM NOT NUMERIC
              OR WRK-DATA-INICIO > WRK-DATA-FIM
               DISPLAY 'PERIODO INVALIDO.'
               MOVE SPACE TO WRK-MODO
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WRK-FIM-LOTES.
           MOVE WRK-ID-MARCA TO LOT-ID-MARCA.
           MOVE WRK-SABOR    TO LOT-SABOR.
           MOVE LOW-VALUES   TO LOT-NUMERO.
           START ARQUIVO-LOTES KEY NOT < LOT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-LOTES
           END-START.
           IF NOT LOTES-VARRIDOS
               PERFORM 0003A-LER-LOTE
               PERFORM 0004A-AVALIAR-LOTE UNTIL LOTES-VARRIDOS
           END-IF.

      * A LISTA DE VENDAS NAO DEPENDE DE ACHAR LOTE: O SABOR INTEIRO
      * NO PERIODO ENTRA COMO UM ALVO SEM LOTE.
           IF WRK-ALVO-QTD < 50
               ADD 1 TO WRK-ALVO-QTD
               MOVE WRK-ID-MARCA TO WRK-ALVO-ID-MARCA(WRK-ALVO-QTD)
               MOVE WRK-SABOR    TO WRK-ALVO-SABOR(WRK-ALVO-QTD)
               MOVE SPACES       TO WRK-ALVO-NUMERO(WRK-ALVO-QTD)
               MOVE WRK-DATA-INICIO TO WRK-ALVO-INICIO(WRK-ALVO-QTD)
               MOVE ZERO         TO WRK-ALVO-SALDO(WRK-ALVO-QTD)
           END-IF.
       0004-END.

       0004A-AVALIAR-LOTE.
           IF LOT-ID-MARCA NOT = WRK-ID-MARCA
              OR LOT-SABOR NOT = WRK-SABOR
               MOVE 'S' TO WRK-FIM-LOTES
           ELSE
               IF LOT-DATA-ENTRADA = SPACES
                   DISPLAY ' SEM DATA DE ENTRADA, CONFERIR A MAO: LOTE '
                           LOT-NUMERO ' SALDO ' LOT-QTD
               ELSE
                   IF LOT-DATA-ENTRADA >= WRK-DATA-INICIO
                      AND LOT-DATA-ENTRADA <= WRK-DATA-FIM
                       PERFORM 0003C-ANOTAR-LOTE
                   END-IF
               END-IF
               PERFORM 0003A-LER-LOTE
           END-IF.
       0004A-END.

      *-----------------------------------------------------------------
      * BLOQUEIO, LISTA DE VENDAS, LISTA DE CONTATOS E AUDITORIA.
      *-----------------------------------------------------------------
       0005-EXECUTAR-RECALL.
           MOVE 'RCL0001A-RECALL' TO WRK-REL-NOME.
           MOVE 'RCL0001A'        TO WRK-REL-PROGRAMA.
           MOVE 'DATA     LOJA CUPOM  MARCA SABOR' TO WRK-REL-CABECALHO.
           MOVE 'QTD  CLIENTE' TO WRK-REL-CABECALHO(52:12).
           PERFORM 0970-ABRIR-RELATORIO.

           IF MODO-LOTE
               STRING 'RECALL DO LOTE ' DELIMITED BY SIZE
                      WRK-LOTE          DELIMITED BY SIZE
                      ' DO FORNECEDOR ' DELIMITED BY SIZE
                      WRK-FORNECEDOR    DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           ELSE
               STRING 'RECALL DO SABOR ' DELIMITED BY SIZE
                      WRK-ID-MARCA       DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WRK-SABOR          DELIMITED BY SIZE
                      ' LOTES DE '       DELIMITED BY SIZE
                      WRK-DATA-INICIO    DELIMITED BY SIZE
                      ' A '              DELIMITED BY SIZE
                      WRK-DATA-FIM       DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'EMITIDO POR ' DELIMITED BY SIZE
                  WRK-OPE-ID     DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0006-BLOQUEAR-LOTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ALVO-QTD.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0007-LISTAR-VENDAS.
           PERFORM 0008-GERAR-LISTA-CONTATOS.

           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-BLOQUEADOS TO WRK-TOTAL-ED.
           STRING 'LOTES BLOQUEADOS......: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-SALDO-BLOQUEADO TO WRK-CUBAS-ED.
           STRING 'SALDO RETIDO (CUBAS)..: ' DELIMITED BY SIZE
                  WRK-CUBAS-ED               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-VENDAS TO WRK-TOTAL-ED.
           STRING 'VENDAS ATINGIDAS......: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-CUBAS TO WRK-CUBAS-ED.
           STRING 'CUBAS VENDIDAS........: ' DELIMITED BY SIZE
                  WRK-CUBAS-ED               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-CPF-QTD TO WRK-TOTAL-ED.
           STRING 'CLIENTES IDENTIFICADOS: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-VENDAS-SEM-CPF TO WRK-TOTAL-ED.
           STRING 'VENDAS SEM CPF........: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-CLIENTES-SEM-CONTATO TO WRK-TOTAL-ED.
           STRING 'CLIENTES SEM CONTATO..: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0973-FECHAR-RELATORIO.

      * A LISTA SAI SEM O FILTRO DE CONSENTIMENTO: FICA NA TRILHA QUEM
      * GEROU, DE QUE LOTE E QUANTOS CLIENTES.
           MOVE 'RCL0001A' TO WRK-LOG-PROGRAMA.
           MOVE WRK-OPE-ID TO WRK-LOG-OPERADOR.
           MOVE 'RECALL-CONTATOS' TO WRK-LOG-OPERACAO.
           MOVE SPACES TO WRK-LOG-DETALHE.
           MOVE WRK-CPF-QTD TO WRK-TOTAL-ED.
           IF MODO-LOTE
               STRING 'LOTE ' DELIMITED BY SIZE
                      WRK-LOTE DELIMITED BY SIZE
                      ' FORN ' DELIMITED BY SIZE
                      WRK-FORNECEDOR DELIMITED BY SIZE
                      ' CLIENTES ' DELIMITED BY SIZE
                      WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO WRK-LOG-DETALHE
               END-STRING
           ELSE
               STRING 'SABOR ' DELIMITED BY SIZE
                      WRK-ID-MARCA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-SABOR DELIMITED BY SIZE
                      ' CLIENTES ' DELIMITED BY SIZE
                      WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO WRK-LOG-DETALHE
               END-STRING
           END-IF.
           PERFORM 0930-LOG-TRANSACAO.

           DISPLAY 'RECALL CONCLUIDO: ' WRK-TOTAL-BLOQUEADOS
                   ' LOTE(S) BLOQUEADO(S), ' WRK-TOTAL-VENDAS
                   ' VENDA(S), ' WRK-CPF-QTD ' CLIENTE(S).'.
           DISPLAY 'LISTA DE CONTATOS EM '
                   FUNCTION TRIM(WRK-LISTA-PATH) '.'.
       0005-END.

      * BLOQUEIA O LOTE ANOTADO (O ALVO SEM LOTE DO MODO SABOR NAO
      * TEM O QUE BLOQUEAR) E IMPRIME O SALDO RETIDO.
       0006-BLOQUEAR-LOTE.
           IF WRK-ALVO-NUMERO(WRK-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-ALVO-CHAVE(WRK-IDX) TO LOT-CHAVE.
           READ ARQUIVO-LOTES
               INVALID KEY
                   DISPLAY 'LOTE ' WRK-ALVO-NUMERO(WRK-IDX)
                           ' SUMIU NO MEIO DO BLOQUEIO.'
                   EXIT PARAGRAPH
           END-READ.
           IF NOT LOT-BLOQUEADO
               MOVE 'B' TO LOT-SITUACAO
               REWRITE REGISTRO-LOTE
           END-IF.
           ADD 1 TO WRK-TOTAL-BLOQUEADOS.
           ADD LOT-QTD TO WRK-SALDO-BLOQUEADO.
           MOVE LOT-QTD TO WRK-QTD-ED.
           STRING 'BLOQUEADO: MARCA ' DELIMITED BY SIZE
                  LOT-ID-MARCA        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  LOT-SABOR           DELIMITED BY SIZE
                  ' LOTE '            DELIMITED BY SIZE
                  LOT-NUMERO          DELIMITED BY SIZE
                  ' VALIDADE '        DELIMITED BY SIZE
                  LOT-VALIDADE        DELIMITED BY SIZE
                  ' SALDO RETIDO '    DELIMITED BY SIZE
                  WRK-QTD-ED          DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0006-END.

      * VENDA (NAO DEVOLUCAO) DE SABOR ATINGIDO ENTRE A ENTRADA DO
      * LOTE E A DATA FINAL PODE TER SAIDO DELE.
       0007-LISTAR-VENDAS.
           OPEN INPUT ARQUIVO-VENDAS.
           IF FS-VEN-ARQUIVO-NOVO
               MOVE 'VENDAS.DAT AINDA NAO EXISTE; NENHUMA VENDA.'
                   TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQUIVO-CLIENTES.
           IF FS-CLI-ARQUIVO-NOVO
               CLOSE ARQUIVO-CLIENTES
           ELSE
               MOVE 'S' TO WRK-CLIENTES-EXISTE
           END-IF.

           PERFORM 0007A-LER-VENDA.
           PERFORM 0007B-AVALIAR-VENDA UNTIL FS-VEN-FIM-ARQUIVO.
           CLOSE ARQUIVO-VENDAS.
       0007-END.

       0007A-LER-VENDA.
           READ ARQUIVO-VENDAS
               AT END
                   CONTINUE
           END-READ.
       0007A-END.

       0007B-AVALIAR-VENDA.
           IF VEN-TIPO-VENDA
              AND VEN-DATA <= WRK-DATA-FIM
               MOVE 'N' TO WRK-VENDA-ATINGIDA
               PERFORM 0007C-CONFERIR-ALVO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-ALVO-QTD
                      OR VENDA-ATINGIDA
               IF VENDA-ATINGIDA
                   PERFORM 0007D-IMPRIMIR-VENDA
               END-IF
           END-IF.
           PERFORM 0007A-LER-VENDA.
       0007B-END.

       0007C-CONFERIR-ALVO.
           IF VEN-ID-MARCA = WRK-ALVO-ID-MARCA(WRK-IDX)
              AND VEN-SABOR = WRK-ALVO-SABOR(WRK-IDX)
              AND VEN-DATA >= WRK-ALVO-INICIO(WRK-IDX)
               MOVE 'S' TO WRK-VENDA-ATINGIDA
           END-IF.
       0007C-END.

       0007D-IMPRIMIR-VENDA.
           ADD 1 TO WRK-TOTAL-VENDAS.
           ADD VEN-QTD TO WRK-TOTAL-CUBAS.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           IF VEN-CPF = SPACES
               ADD 1 TO WRK-VENDAS-SEM-CPF
               MOVE '(VENDA SEM CPF)' TO WRK-NOME-CLIENTE
               MOVE SPACES TO WRK-MSK-SAIDA
           ELSE
               MOVE VEN-CPF TO WRK-CPF-ATUAL
               PERFORM 0009-ANOTAR-CLIENTE
               PERFORM 0011-OBTER-NOME
               MOVE VEN-CPF TO WRK-MSK-ENTRADA
               PERFORM 0950-MASCARAR-CPF
           END-IF.

           MOVE VEN-QTD TO WRK-QTD-ED.
           MOVE VEN-DATA     TO WRK-REL-LINHA(1:8).
           MOVE VEN-LOJA     TO WRK-REL-LINHA(10:3).
           MOVE VEN-CUPOM    TO WRK-REL-LINHA(15:6).
           MOVE VEN-ID-MARCA TO WRK-REL-LINHA(22:3).
           MOVE VEN-SABOR    TO WRK-REL-LINHA(28:20).
           MOVE WRK-QTD-ED   TO WRK-REL-LINHA(50:5).
           MOVE WRK-MSK-SAIDA TO WRK-REL-LINHA(57:14).
           MOVE WRK-NOME-CLIENTE TO WRK-REL-LINHA(72:30).
           PERFORM 0972-IMPRIMIR-LINHA.
       0007D-END.

      * GUARDA O CPF UMA VEZ SO NA TABELA DE CLIENTES DO RECALL.
       0009-ANOTAR-CLIENTE.
           MOVE 'N' TO WRK-CPF-ACHADO.
           PERFORM 0009A-PROCURAR-CPF
               VARYING WRK-CPF-IDX FROM 1 BY 1
               UNTIL WRK-CPF-IDX > WRK-CPF-QTD
                  OR CPF-JA-LISTADO.
           IF NOT CPF-JA-LISTADO
               IF WRK-CPF-QTD < 2000
                   ADD 1 TO WRK-CPF-QTD
                   MOVE WRK-CPF-ATUAL TO WRK-CPF-ITEM(WRK-CPF-QTD)
               ELSE
                   DISPLAY 'AVISO: TABELA DE CLIENTES DO RECALL '
                           'CHEIA (2000). CPF ' WRK-CPF-ATUAL
                           ' FORA DA LISTA DE CONTATOS.'
               END-IF
           END-IF.
       0009-END.

       0009A-PROCURAR-CPF.
           IF WRK-CPF-ITEM(WRK-CPF-IDX) = WRK-CPF-ATUAL
               MOVE 'S' TO WRK-CPF-ACHADO
           END-IF.
       0009A-END.

      * LOTE ANTIGO SEM FORNECEDOR GRAVADO: VALE SE HOUVE PEDIDO
      * DESSE FORNECEDOR, COM ALGUMA ENTREGA, PARA O MESMO SABOR.
       0010-CONFERIR-PEDIDO.
           MOVE 'N' TO WRK-PEDIDO-ACHADO.
           IF NOT PEDIDOS-EXISTE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-FIM-PEDIDOS.
           MOVE ZEROS TO PCO-NUMERO.
           START ARQUIVO-PEDIDOS KEY NOT < PCO-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PEDIDOS
           END-START.
           IF NOT PEDIDOS-VARRIDOS
               PERFORM 0010A-LER-PEDIDO
               PERFORM 0010B-AVALIAR-PEDIDO
                   UNTIL PEDIDOS-VARRIDOS OR PEDIDO-ACHADO
           END-IF.
       0010-END.

       0010A-LER-PEDIDO.
           READ ARQUIVO-PEDIDOS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PEDIDOS
           END-READ.
       0010A-END.

       0010B-AVALIAR-PEDIDO.
           IF PCO-FORNECEDOR = WRK-FORNECEDOR
              AND PCO-ID-MARCA = LOT-ID-MARCA
              AND PCO-SABOR = LOT-SABOR
              AND PCO-QTD-RECEBIDA > ZERO
               MOVE 'S' TO WRK-PEDIDO-ACHADO
           ELSE
               PERFORM 0010A-LER-PEDIDO
           END-IF.
       0010B-END.

       0011-OBTER-NOME.
           MOVE '(SEM CADASTRO DE CLIENTE)' TO WRK-NOME-CLIENTE.
           IF CLIENTES-EXISTE
               MOVE WRK-CPF-ATUAL TO CLI-CPF
               READ ARQUIVO-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WRK-NOME-CLIENTE
               END-READ
           END-IF.
       0011-END.

      *-----------------------------------------------------------------
      * LISTA DE CONTATOS: UMA LINHA POR TELEFONE/E-MAIL DE CADA
      * CLIENTE ATINGIDO, SEM FILTRO DE CONSENTIMENTO (AVISO DE
      * SAUDE E SEGURANCA). CLIENTE SEM CONTATO SAI MESMO ASSIM, PARA
      * A LOJA PROCURAR POR OUTRO MEIO.
      *-----------------------------------------------------------------
       0008-GERAR-LISTA-CONTATOS.
           OPEN INPUT ARQUIVO-CONTATOS.
           IF FS-CTT-ARQUIVO-NOVO
               CLOSE ARQUIVO-CONTATOS
           ELSE
               MOVE 'S' TO WRK-CONTATOS-EXISTE
           END-IF.

           OPEN OUTPUT ARQUIVO-LISTA.
           MOVE SPACES TO LINHA-LISTA.
           IF MODO-LOTE
               STRING 'LISTA DE CONTATOS DO RECALL - LOTE '
                                       DELIMITED BY SIZE
                      WRK-LOTE         DELIMITED BY SIZE
                      ' FORNECEDOR '   DELIMITED BY SIZE
                      WRK-FORNECEDOR   DELIMITED BY SIZE
                      ' EM '           DELIMITED BY SIZE
                      WRK-DATA-HOJE    DELIMITED BY SIZE
                   INTO LINHA-LISTA
               END-STRING
           ELSE
               STRING 'LISTA DE CONTATOS DO RECALL - SABOR '
                                       DELIMITED BY SIZE
                      WRK-ID-MARCA     DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WRK-SABOR        DELIMITED BY SIZE
                      ' EM '           DELIMITED BY SIZE
                      WRK-DATA-HOJE    DELIMITED BY SIZE
                   INTO LINHA-LISTA
               END-STRING
           END-IF.
           WRITE LINHA-LISTA.
           MOVE SPACES TO LINHA-LISTA.
           MOVE 'AVISO DE SAUDE E SEGURANCA: INCLUI CLIENTES SEM '
               TO LINHA-LISTA.
           MOVE 'CONSENTIMENTO DE MARKETING. USO EXCLUSIVO DO RECALL.'
               TO LINHA-LISTA(49:52).
           WRITE LINHA-LISTA.
           MOVE SPACES TO LINHA-LISTA.
           MOVE 'NOME'    TO LINHA-LISTA(1:4).
           MOVE 'CPF'     TO LINHA-LISTA(32:3).
           MOVE 'TIPO'    TO LINHA-LISTA(47:4).
           MOVE 'CONTATO' TO LINHA-LISTA(56:7).
           WRITE LINHA-LISTA.

           PERFORM 0008A-LISTAR-CLIENTE
               VARYING WRK-CPF-IDX FROM 1 BY 1
               UNTIL WRK-CPF-IDX > WRK-CPF-QTD.

           MOVE SPACES TO LINHA-LISTA.
           MOVE WRK-CPF-QTD TO WRK-TOTAL-ED.
           STRING 'CLIENTES: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-LISTA
           END-STRING.
           WRITE LINHA-LISTA.
           MOVE SPACES TO LINHA-LISTA.
           MOVE WRK-CLIENTES-SEM-CONTATO TO WRK-TOTAL-ED.
           STRING 'SEM CONTATO CADASTRADO: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED               DELIMITED BY SIZE
               INTO LINHA-LISTA
           END-STRING.
           WRITE LINHA-LISTA.
           CLOSE ARQUIVO-LISTA.

           IF CLIENTES-EXISTE
               CLOSE ARQUIVO-CLIENTES
           END-IF.
           IF CONTATOS-EXISTE
               CLOSE ARQUIVO-CONTATOS
           END-IF.
       0008-END.

       0008A-LISTAR-CLIENTE.
           MOVE WRK-CPF-ITEM(WRK-CPF-IDX) TO WRK-CPF-ATUAL.
           PERFORM 0011-OBTER-NOME.
           MOVE WRK-CPF-ATUAL TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           MOVE ZERO TO WRK-CTT-QTD-CLIENTE.

           IF CONTATOS-EXISTE
               MOVE 'N' TO WRK-CTT-FIM
               MOVE WRK-CPF-ATUAL TO CTT-CPF
               MOVE ZEROS         TO CTT-SEQ
               START ARQUIVO-CONTATOS KEY NOT < CTT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-CTT-FIM
               END-START
               IF NOT CONTATOS-VARRIDOS
                   PERFORM 0008B-LER-CONTATO
                   PERFORM 0008C-GRAVAR-CONTATO
                       UNTIL CONTATOS-VARRIDOS
               END-IF
           END-IF.

           IF WRK-CTT-QTD-CLIENTE = ZERO
               ADD 1 TO WRK-CLIENTES-SEM-CONTATO
               MOVE SPACES TO LINHA-LISTA
               MOVE WRK-NOME-CLIENTE TO LINHA-LISTA(1:30)
               MOVE WRK-MSK-SAIDA    TO LINHA-LISTA(32:14)
               MOVE '(SEM CONTATO CADASTRADO)' TO LINHA-LISTA(56:24)
               WRITE LINHA-LISTA
           END-IF.
       0008A-END.

       0008B-LER-CONTATO.
           READ ARQUIVO-CONTATOS NEXT RECORD.
           IF NOT FS-CTT-OK
               MOVE 'S' TO WRK-CTT-FIM
           ELSE
               IF CTT-CPF NOT = WRK-CPF-ATUAL
                   MOVE 'S' TO WRK-CTT-FIM
               END-IF
           END-IF.
       0008B-END.

       0008C-GRAVAR-CONTATO.
           IF CTT-EMAIL
               MOVE 'E-MAIL' TO WRK-TIPO-CONTATO
           ELSE
               MOVE 'TELEFONE' TO WRK-TIPO-CONTATO
           END-IF.
           MOVE SPACES TO LINHA-LISTA.
           MOVE WRK-NOME-CLIENTE TO LINHA-LISTA(1:30).
           MOVE WRK-MSK-SAIDA    TO LINHA-LISTA(32:14).
           MOVE WRK-TIPO-CONTATO TO LINHA-LISTA(47:8).
           MOVE CTT-VALOR        TO LINHA-LISTA(56:50).
           WRITE LINHA-LISTA.
           ADD 1 TO WRK-CTT-QTD-CLIENTE.
           ADD 1 TO WRK-TOTAL-CONTATOS.
           PERFORM 0008B-LER-CONTATO.
       0008C-END.

           COPY CPFMASK-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY AUDITLOG-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
