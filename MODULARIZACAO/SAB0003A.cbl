      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: ETIQUETAS DE GONDOLA E LISTA DE PRECOS DA LOJA:
      *              PARA A LOJA (LOJA_ID OU DIGITADA) E A DATA
      *              INFORMADAS (ENTER USA HOJE), MONTA O PRECO DE
      *              CADA SABOR NA DATA -- PRECO VIGENTE EM PRECOS.DAT
      *              (PARAGRAFO COMPARTILHADO 0921) E, NA SEGUNDA
      *              LINHA, A PROMOCAO ATIVA QUE O VEN0001A APLICARIA
      *              (HAPPY HOUR PERCENTUAL OU LEVE-X-PAGUE-Y, MESMA
      *              REGRA DO BALCAO) -- E IMPRIME PELO GERADOR PADRAO
      *              (SPOOL) A FOLHA DE ETIQUETAS DO FREEZER E A LISTA
      *              DE PRECOS DO BALCAO, NO LUGAR DA ETIQUETA FEITA A
      *              MAO. ENTRAM OS SABORES COM SALDO CADASTRADO NA
      *              LOJA (ESTOQUE-LOJA.DAT); LOJA SEM NENHUM SALDO
      *              CADASTRADO RECEBE O CATALOGO INTEIRO. A OPCAO
      *              "SO O QUE MUDOU DESDE" COMPARA A ETIQUETA NA DATA
      *              COM A ETIQUETA NA DATA DE CORTE E IMPRIME SO AS
      *              DIFERENTES (REAJUSTE, PROMOCAO QUE ENTROU, SAIU
      *              OU MUDOU).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAB0003A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-SABORES ASSIGN TO DYNAMIC WRK-SABORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAB-CHAVE
               FILE STATUS IS WRK-SAB-STATUS.

           SELECT ARQUIVO-PRECOS ASSIGN TO DYNAMIC WRK-PRECOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS WRK-PRC-STATUS.

           SELECT ARQUIVO-PROMOCOES
               ASSIGN TO DYNAMIC WRK-PROMOCOES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CODIGO
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT ARQUIVO-ESTOQUE-LOJA
               ASSIGN TO DYNAMIC WRK-ESTLOJA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELJ-CHAVE
               FILE STATUS IS WRK-ELJ-STATUS.

           SELECT ARQUIVO-LOJAS ASSIGN TO DYNAMIC WRK-LOJAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJ-CODIGO
               FILE STATUS IS WRK-LOJ-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-SABORES.
           COPY SABORES-FD.CPY.

       FD ARQUIVO-PRECOS.
           COPY PRECOS-FD.CPY.

       FD ARQUIVO-PROMOCOES.
           COPY PROMOCOES-FD.CPY.

       FD ARQUIVO-ESTOQUE-LOJA.
           COPY ESTLOJA-FD.CPY.

       FD ARQUIVO-LOJAS.
           COPY LOJAS-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-SAB-STATUS PIC X(02).
           88 FS-SAB-OK             VALUE '00'.
           88 FS-SAB-FIM-ARQUIVO    VALUE '10'.
           88 FS-SAB-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-PRM-STATUS PIC X(02).
           88 FS-PRM-OK             VALUE '00'.
           88 FS-PRM-FIM-ARQUIVO    VALUE '10'.
           88 FS-PRM-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ELJ-STATUS PIC X(02).
           88 FS-ELJ-OK             VALUE '00'.
           88 FS-ELJ-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-LOJ-STATUS PIC X(02).
           88 FS-LOJ-OK             VALUE '00'.
           88 FS-LOJ-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-SABORES-PATH   PIC X(100).
       01 WRK-PROMOCOES-PATH PIC X(100).
       01 WRK-ESTLOJA-PATH   PIC X(100).
       01 WRK-LOJAS-PATH     PIC X(100).

       01 WRK-PROMOS-EXISTE PIC X(01) VALUE 'N'.
           88 PROMOS-EXISTE VALUE 'S'.
       01 WRK-ESTLOJA-EXISTE PIC X(01) VALUE 'N'.
           88 ESTLOJA-EXISTE VALUE 'S'.
      * A LOJA TEM PELO MENOS UM SALDO CADASTRADO: SO OS SABORES COM
      * SALDO NELA GANHAM ETIQUETA.
       01 WRK-FILTRA-LOJA PIC X(01) VALUE 'N'.
           88 FILTRA-POR-LOJA VALUE 'S'.
       01 WRK-LOJA-NOME   PIC X(30) VALUE SPACES.

       01 WRK-DATA-ENTRADA PIC X(08).
       01 WRK-DATA-ALVO    PIC X(08).
      * DATA DE CORTE DO "SO O QUE MUDOU" (ESPACOS = TUDO).
       01 WRK-DATA-CORTE   PIC X(08) VALUE SPACES.

      * ETIQUETA MONTADA PARA UMA DATA (0005): PRECO VIGENTE E A
      * DESCRICAO DA PROMOCAO ATIVA NA SEGUNDA LINHA.
       01 WRK-ETQ-DATA        PIC X(08).
       01 WRK-ETQ-ACHADO      PIC X(01).
       01 WRK-ETQ-PRECO       PIC 9(04)V99.
       01 WRK-ETQ-PROMO       PIC X(60).
       01 WRK-ETQ-PROMO-ACHADA PIC X(01) VALUE 'N'.
           88 ETQ-PROMO-ACHADA VALUE 'S'.
       01 WRK-PRECO-PROMO     PIC 9(04)V99.

      * A MESMA ETIQUETA NA DATA DE CORTE, PARA A COMPARACAO.
       01 WRK-ANT-ACHADO      PIC X(01).
       01 WRK-ANT-PRECO       PIC 9(04)V99.
       01 WRK-ANT-PROMO       PIC X(60).

      * ETIQUETAS SELECIONADAS, IMPRESSAS NAS DUAS SAIDAS.
       01 WRK-ETQ-TABELA.
           05 WRK-ETQ OCCURS 1000 TIMES.
               10 WRK-ETQ-ID-MARCA PIC 9(03).
               10 WRK-ETQ-SABOR    PIC X(20).
               10 WRK-ETQ-VALOR    PIC 9(04)V99.
               10 WRK-ETQ-LINHA2   PIC X(60).
       01 WRK-ETQ-QTD-TAB PIC 9(04) COMP VALUE 0.
       01 WRK-IDX         PIC 9(04) COMP VALUE 0.
       01 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA VALUE 'S'.

       01 WRK-TOTAL-LIDOS      PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-FORA-LOJA  PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-SEM-PRECO  PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-SEM-MUDANCA PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-PROMOCAO   PIC 9(05) COMP VALUE 0.

       01 WRK-PRECO-ED  PIC $$$$,$$9.99.
       01 WRK-PROMO-ED  PIC $$$$,$$9.99.
       01 WRK-PCT-ED    PIC Z9.99.
       01 WRK-LEVE-ED   PIC Z9.
       01 WRK-PAGUE-ED  PIC Z9.
       01 WRK-FIM-ED    PIC X(10).

           COPY PRECO-WS.CPY.
           COPY LOJA-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   SAB0003A - ETIQUETAS E LISTA DE PRECOS       '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0939-IDENTIFICAR-LOJA.

           ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD.
           DISPLAY 'PRECOS VALIDOS EM (AAAAMMDD, ENTER PARA HOJE): '.
           ACCEPT WRK-DATA-ENTRADA.
           IF WRK-DATA-ENTRADA NOT = SPACES
               IF WRK-DATA-ENTRADA NOT NUMERIC
                   DISPLAY 'DATA INVALIDA.'
                   PERFORM 0941-EXIBIR-BANNER-SAIDA
                   STOP RUN
               END-IF
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-ALVO
           END-IF.

           DISPLAY 'SO O QUE MUDOU DESDE (AAAAMMDD, ENTER PARA '
                   'TODAS AS ETIQUETAS): '.
           ACCEPT WRK-DATA-ENTRADA.
           IF WRK-DATA-ENTRADA NOT = SPACES
               IF WRK-DATA-ENTRADA NOT NUMERIC
                  OR WRK-DATA-ENTRADA NOT < WRK-DATA-ALVO
                   DISPLAY 'DATA DE CORTE INVALIDA (DEVE SER ANTERIOR '
                           'A ' WRK-DATA-ALVO ').'
                   PERFORM 0941-EXIBIR-BANNER-SAIDA
                   STOP RUN
               END-IF
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-CORTE
           END-IF.

           OPEN INPUT ARQUIVO-PRECOS.
           IF FS-PRC-ARQUIVO-NOVO
               DISPLAY 'PRECOS.DAT AINDA NAO EXISTE. CADASTRE OU '
                       'REAJUSTE UM PRECO PELO SAB0001A PRIMEIRO.'
               CLOSE ARQUIVO-PRECOS
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           OPEN INPUT ARQUIVO-SABORES.
           IF FS-SAB-ARQUIVO-NOVO
               DISPLAY 'SABORES.DAT AINDA NAO EXISTE. NADA A '
                       'IMPRIMIR.'
               CLOSE ARQUIVO-SABORES
               CLOSE ARQUIVO-PRECOS
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           OPEN INPUT ARQUIVO-PROMOCOES.
           IF FS-PRM-OK
               MOVE 'S' TO WRK-PROMOS-EXISTE
           END-IF.

           OPEN INPUT ARQUIVO-LOJAS.
           IF FS-LOJ-OK
               MOVE WRK-LOJA-ID TO LOJ-CODIGO
               READ ARQUIVO-LOJAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOJ-NOME TO WRK-LOJA-NOME
               END-READ
               CLOSE ARQUIVO-LOJAS
           END-IF.

           OPEN INPUT ARQUIVO-ESTOQUE-LOJA.
           IF FS-ELJ-OK
               MOVE 'S' TO WRK-ESTLOJA-EXISTE
               PERFORM 0004-VERIFICAR-SALDOS-LOJA
           END-IF.
           IF NOT FILTRA-POR-LOJA
               DISPLAY 'LOJA ' WRK-LOJA-ID ' SEM SALDOS CADASTRADOS: '
                       'ETIQUETAS DE TODO O CATALOGO.'
           END-IF.

           PERFORM 0002-LER-SABOR.
           PERFORM 0003-AVALIAR-SABOR UNTIL FS-SAB-FIM-ARQUIVO.

           CLOSE ARQUIVO-SABORES.
           CLOSE ARQUIVO-PRECOS.
           IF PROMOS-EXISTE
               CLOSE ARQUIVO-PROMOCOES
           END-IF.
           IF ESTLOJA-EXISTE
               CLOSE ARQUIVO-ESTOQUE-LOJA
           END-IF.

           IF TABELA-CHEIA
               DISPLAY 'AVISO: TABELA DE TRABALHO CHEIA; PARTE DOS '
                       'SABORES FICOU SEM ETIQUETA.'
           END-IF.

           IF WRK-ETQ-QTD-TAB = ZERO
               IF WRK-DATA-CORTE = SPACES
                   DISPLAY 'NENHUM SABOR COM PRECO EM ' WRK-DATA-ALVO
                           '. NADA A IMPRIMIR.'
               ELSE
                   DISPLAY 'NENHUMA ETIQUETA MUDOU DESDE '
                           WRK-DATA-CORTE '. NADA A IMPRIMIR.'
               END-IF
           ELSE
               PERFORM 0006-EMITIR-ETIQUETAS
               PERFORM 0007-EMITIR-LISTA
           END-IF.

           DISPLAY '------------------------------------------'.
           DISPLAY ' SABORES NO CATALOGO.....: ' WRK-TOTAL-LIDOS.
           DISPLAY ' FORA DA LOJA............: ' WRK-TOTAL-FORA-LOJA.
           DISPLAY ' SEM PRECO NA DATA.......: ' WRK-TOTAL-SEM-PRECO.
           IF WRK-DATA-CORTE NOT = SPACES
               DISPLAY ' SEM MUDANCA DESDE O CORTE: '
                       WRK-TOTAL-SEM-MUDANCA
           END-IF.
           DISPLAY ' ETIQUETAS IMPRESSAS.....: ' WRK-ETQ-QTD-TAB.
           DISPLAY ' COM PROMOCAO............: ' WRK-TOTAL-PROMOCAO.
           DISPLAY '------------------------------------------'.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-SABORES-PATH
               FROM ENVIRONMENT 'SABORES_DAT_PATH'.
           IF WRK-SABORES-PATH = SPACES
               MOVE 'SABORES.DAT' TO WRK-SABORES-PATH
           END-IF.

           ACCEPT WRK-PRECOS-PATH FROM ENVIRONMENT 'PRECOS_DAT_PATH'.
           IF WRK-PRECOS-PATH = SPACES
               MOVE 'PRECOS.DAT' TO WRK-PRECOS-PATH
           END-IF.

           ACCEPT WRK-PROMOCOES-PATH
               FROM ENVIRONMENT 'PROMOCOES_DAT_PATH'.
           IF WRK-PROMOCOES-PATH = SPACES
               MOVE 'PROMOCOES.DAT' TO WRK-PROMOCOES-PATH
           END-IF.

           ACCEPT WRK-ESTLOJA-PATH
               FROM ENVIRONMENT 'ESTOQUE_LOJA_PATH'.
           IF WRK-ESTLOJA-PATH = SPACES
               MOVE 'ESTOQUE-LOJA.DAT' TO WRK-ESTLOJA-PATH
           END-IF.

           ACCEPT WRK-LOJAS-PATH FROM ENVIRONMENT 'LOJAS_DAT_PATH'.
           IF WRK-LOJAS-PATH = SPACES
               MOVE 'LOJAS.DAT' TO WRK-LOJAS-PATH
           END-IF.
       0000-END.

       0002-LER-SABOR.
           READ ARQUIVO-SABORES NEXT RECORD.
       0002-END.

      * SABOR DA LOJA E COM PRECO NA DATA GANHA ETIQUETA; NO MODO
      * "SO O QUE MUDOU", SO SE A ETIQUETA NA DATA DE CORTE ERA
      * DIFERENTE (PRECO OU PROMOCAO).
       0003-AVALIAR-SABOR.
           ADD 1 TO WRK-TOTAL-LIDOS.

           IF FILTRA-POR-LOJA
               MOVE WRK-LOJA-ID  TO ELJ-LOJA
               MOVE SAB-ID-MARCA TO ELJ-ID-MARCA
               MOVE SAB-SABOR    TO ELJ-SABOR
               READ ARQUIVO-ESTOQUE-LOJA
                   INVALID KEY
                       ADD 1 TO WRK-TOTAL-FORA-LOJA
                       PERFORM 0002-LER-SABOR
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           IF WRK-DATA-CORTE NOT = SPACES
               MOVE WRK-DATA-CORTE TO WRK-ETQ-DATA
               PERFORM 0005-MONTAR-ETIQUETA
               MOVE WRK-ETQ-ACHADO TO WRK-ANT-ACHADO
               MOVE WRK-ETQ-PRECO  TO WRK-ANT-PRECO
               MOVE WRK-ETQ-PROMO  TO WRK-ANT-PROMO
           END-IF.

           MOVE WRK-DATA-ALVO TO WRK-ETQ-DATA.
           PERFORM 0005-MONTAR-ETIQUETA.

           IF WRK-ETQ-ACHADO NOT = 'S'
               ADD 1 TO WRK-TOTAL-SEM-PRECO
               DISPLAY 'MARCA ' SAB-ID-MARCA ' ' SAB-SABOR
                       ' SEM PRECO EM ' WRK-DATA-ALVO ': SEM ETIQUETA.'
               PERFORM 0002-LER-SABOR
               EXIT PARAGRAPH
           END-IF.

           IF WRK-DATA-CORTE NOT = SPACES
              AND WRK-ANT-ACHADO = 'S'
              AND WRK-ANT-PRECO = WRK-ETQ-PRECO
              AND WRK-ANT-PROMO = WRK-ETQ-PROMO
               ADD 1 TO WRK-TOTAL-SEM-MUDANCA
               PERFORM 0002-LER-SABOR
               EXIT PARAGRAPH
           END-IF.

           IF WRK-ETQ-QTD-TAB >= 1000
               MOVE 'S' TO WRK-TABELA-CHEIA
           ELSE
               ADD 1 TO WRK-ETQ-QTD-TAB
               MOVE SAB-ID-MARCA  TO WRK-ETQ-ID-MARCA(WRK-ETQ-QTD-TAB)
               MOVE SAB-SABOR     TO WRK-ETQ-SABOR(WRK-ETQ-QTD-TAB)
               MOVE WRK-ETQ-PRECO TO WRK-ETQ-VALOR(WRK-ETQ-QTD-TAB)
               MOVE WRK-ETQ-PROMO TO WRK-ETQ-LINHA2(WRK-ETQ-QTD-TAB)
               IF WRK-ETQ-PROMO NOT = SPACES
                   ADD 1 TO WRK-TOTAL-PROMOCAO
               END-IF
           END-IF.
           PERFORM 0002-LER-SABOR.
       0003-END.

      * A LOJA TEM SALDO CADASTRADO SE HA ALGUMA CHAVE DELA EM
      * ESTOQUE-LOJA.DAT (A CHAVE COMECA PELO CODIGO DA LOJA).
       0004-VERIFICAR-SALDOS-LOJA.
           MOVE WRK-LOJA-ID TO ELJ-LOJA.
           MOVE ZEROS       TO ELJ-ID-MARCA.
           MOVE LOW-VALUES  TO ELJ-SABOR.
           START ARQUIVO-ESTOQUE-LOJA KEY NOT < ELJ-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQUIVO-ESTOQUE-LOJA NEXT RECORD
                   IF FS-ELJ-OK AND ELJ-LOJA = WRK-LOJA-ID
                       MOVE 'S' TO WRK-FILTRA-LOJA
                   END-IF
           END-START.
       0004-END.

      * ETIQUETA DO SABOR EM WRK-ETQ-DATA: PRECO VIGENTE (0921) E A
      * PRIMEIRA PROMOCAO ATIVA E VIGENTE QUE COBRE O SABOR OU A
      * MARCA -- A MESMA QUE O VEN0001A APLICA NO BALCAO.
       0005-MONTAR-ETIQUETA.
           MOVE WRK-ETQ-DATA TO WRK-PRE-DATA.
           PERFORM 0921-BUSCAR-PRECO-VIGENTE.
           MOVE WRK-PRE-ACHADO TO WRK-ETQ-ACHADO.
           MOVE WRK-PRE-PRECO  TO WRK-ETQ-PRECO.
           MOVE SPACES TO WRK-ETQ-PROMO.
           MOVE 'N'    TO WRK-ETQ-PROMO-ACHADA.

           IF PROMOS-EXISTE AND PRECO-VIGENTE-ACHADO
               MOVE LOW-VALUES TO PRM-CODIGO
               START ARQUIVO-PROMOCOES KEY NOT < PRM-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0005A-LER-PROMOCAO
                       PERFORM 0005B-CASAR-PROMOCAO
                           UNTIL FS-PRM-FIM-ARQUIVO
                              OR ETQ-PROMO-ACHADA
               END-START
           END-IF.

           IF ETQ-PROMO-ACHADA
               PERFORM 0005C-DESCREVER-PROMOCAO
           END-IF.
       0005-END.

       0005A-LER-PROMOCAO.
           READ ARQUIVO-PROMOCOES NEXT RECORD.
       0005A-END.

       0005B-CASAR-PROMOCAO.
           IF PRM-ESTA-ATIVA
              AND PRM-DATA-INICIO <= WRK-ETQ-DATA
              AND PRM-DATA-FIM >= WRK-ETQ-DATA
              AND PRM-ID-MARCA = SAB-ID-MARCA
              AND (PRM-ESCOPO-MARCA OR PRM-SABOR = SAB-SABOR)
               MOVE 'S' TO WRK-ETQ-PROMO-ACHADA
           ELSE
               PERFORM 0005A-LER-PROMOCAO
           END-IF.
       0005B-END.

      * SEGUNDA LINHA DA ETIQUETA: PERCENTUAL COM O PRECO JA
      * DESCONTADO, OU LEVE-X-PAGUE-Y COM O PRECO DE CADA UNIDADE
      * LEVANDO O GRUPO COMPLETO; SEMPRE COM A DATA DE TERMINO.
       0005C-DESCREVER-PROMOCAO.
           MOVE SPACES TO WRK-FIM-ED.
           STRING PRM-DATA-FIM(7:2) DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  PRM-DATA-FIM(5:2) DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  PRM-DATA-FIM(1:4) DELIMITED BY SIZE
               INTO WRK-FIM-ED
           END-STRING.

           IF PRM-TIPO-PERCENTUAL
               COMPUTE WRK-PRECO-PROMO ROUNDED =
                   WRK-ETQ-PRECO * (100 - PRM-PCT-DESCONTO) / 100
               MOVE PRM-PCT-DESCONTO TO WRK-PCT-ED
               MOVE WRK-PRECO-PROMO  TO WRK-PROMO-ED
               STRING 'PROMOCAO -'     DELIMITED BY SIZE
                      WRK-PCT-ED       DELIMITED BY SIZE
                      '% POR '         DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-PROMO-ED) DELIMITED BY SIZE
                      ' ATE '          DELIMITED BY SIZE
                      WRK-FIM-ED       DELIMITED BY SIZE
                   INTO WRK-ETQ-PROMO
               END-STRING
           ELSE
               COMPUTE WRK-PRECO-PROMO ROUNDED =
                   WRK-ETQ-PRECO * PRM-PAGUE / PRM-LEVE
               MOVE PRM-LEVE        TO WRK-LEVE-ED
               MOVE PRM-PAGUE       TO WRK-PAGUE-ED
               MOVE WRK-PRECO-PROMO TO WRK-PROMO-ED
               STRING 'LEVE '          DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-LEVE-ED)  DELIMITED BY SIZE
                      ' PAGUE '        DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-PAGUE-ED) DELIMITED BY SIZE
                      ' (SAI A '       DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-PROMO-ED) DELIMITED BY SIZE
                      ' CADA) ATE '    DELIMITED BY SIZE
                      WRK-FIM-ED       DELIMITED BY SIZE
                   INTO WRK-ETQ-PROMO
               END-STRING
           END-IF.
       0005C-END.

      * FOLHA DE ETIQUETAS: BLOCOS DE 5 LINHAS (MOLDURA, SABOR,
      * PRECO, PROMOCAO, MOLDURA); A PAGINA FECHA EM 10 ETIQUETAS
      * PARA NENHUMA SER CORTADA NA QUEBRA.
       0006-EMITIR-ETIQUETAS.
           MOVE 'SAB0003A-ETIQUETAS' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           STRING 'ETIQUETAS DA LOJA ' DELIMITED BY SIZE
                  WRK-LOJA-ID          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-LOJA-NOME        DELIMITED BY SIZE
                  ' - PRECOS EM '      DELIMITED BY SIZE
                  WRK-DATA-ALVO        DELIMITED BY SIZE
               INTO WRK-REL-CABECALHO
           END-STRING.
           MOVE 'SAB0003A' TO WRK-REL-PROGRAMA.
           MOVE 53 TO WRK-REL-LINHAS-PAGINA.
           PERFORM 0970-ABRIR-RELATORIO.
           PERFORM 0006A-IMPRIMIR-ETIQUETA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ETQ-QTD-TAB.
           PERFORM 0973-FECHAR-RELATORIO.
           MOVE 55 TO WRK-REL-LINHAS-PAGINA.
       0006-END.

       0006A-IMPRIMIR-ETIQUETA.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE '+' TO WRK-REL-LINHA(1:1).
           MOVE ALL '-' TO WRK-REL-LINHA(2:62).
           MOVE '+' TO WRK-REL-LINHA(64:1).
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING '| MARCA '            DELIMITED BY SIZE
                  WRK-ETQ-ID-MARCA(WRK-IDX) DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WRK-ETQ-SABOR(WRK-IDX) DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           MOVE '|' TO WRK-REL-LINHA(64:1).
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-ETQ-VALOR(WRK-IDX) TO WRK-PRECO-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING '|   '        DELIMITED BY SIZE
                  WRK-PRECO-ED  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           MOVE '|' TO WRK-REL-LINHA(64:1).
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING '| '                   DELIMITED BY SIZE
                  WRK-ETQ-LINHA2(WRK-IDX) DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           MOVE '|' TO WRK-REL-LINHA(64:1).
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           MOVE '+' TO WRK-REL-LINHA(1:1).
           MOVE ALL '-' TO WRK-REL-LINHA(2:62).
           MOVE '+' TO WRK-REL-LINHA(64:1).
           PERFORM 0972-IMPRIMIR-LINHA.
       0006A-END.

      * LISTA DE PRECOS DO BALCAO: UMA LINHA POR SABOR, NA ORDEM DO
      * CATALOGO, COM A PROMOCAO AO LADO.
       0007-EMITIR-LISTA.
           MOVE 'SAB0003A-LISTA' TO WRK-REL-NOME.
           MOVE 'MARCA SABOR                      PRECO  PROMOCAO'
               TO WRK-REL-CABECALHO.
           MOVE 'SAB0003A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'LOJA '        DELIMITED BY SIZE
                  WRK-LOJA-ID    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WRK-LOJA-NOME  DELIMITED BY SIZE
                  ' - PRECOS VALIDOS EM ' DELIMITED BY SIZE
                  WRK-DATA-ALVO  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           IF WRK-DATA-CORTE NOT = SPACES
               MOVE SPACES TO WRK-REL-LINHA
               STRING 'SO OS SABORES QUE MUDARAM DESDE '
                                     DELIMITED BY SIZE
                      WRK-DATA-CORTE DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0007A-IMPRIMIR-ITEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ETQ-QTD-TAB.
           PERFORM 0973-FECHAR-RELATORIO.
       0007-END.

       0007A-IMPRIMIR-ITEM.
           MOVE WRK-ETQ-VALOR(WRK-IDX) TO WRK-PRECO-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-ETQ-ID-MARCA(WRK-IDX) DELIMITED BY SIZE
                  '   '                     DELIMITED BY SIZE
                  WRK-ETQ-SABOR(WRK-IDX)    DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-PRECO-ED              DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WRK-ETQ-LINHA2(WRK-IDX)   DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0007A-END.

           COPY PRECO-PD.CPY.
           COPY LOJA-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
