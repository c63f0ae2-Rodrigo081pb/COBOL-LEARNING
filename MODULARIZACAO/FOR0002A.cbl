      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: SCORECARD TRIMESTRAL DE FORNECEDORES, PARA A
      *              NEGOCIACAO ANUAL DE COMPRAS: PARA OS PEDIDOS DE
      *              COMPRA (PEDIDOS-COMPRA.DAT) FEITOS NO TRIMESTRE
      *              INFORMADO (AAAAT, ENTER USA O ATUAL), IMPRIME PELO
      *              GERADOR PADRAO (SPOOL), POR FORNECEDOR:
      *              - PRAZO MEDIO DE ENTREGA: DIAS DA DATA DO PEDIDO
      *                ATE A PRIMEIRA ENTRADA 'COMPRA PEDIDO NNNNNN' NO
      *                LIVRO DE MOVIMENTOS (MOVIMENTO-ESTOQUE.DAT);
      *              - ATENDIMENTO: QUANTIDADE RECEBIDA SOBRE A PEDIDA
      *                (PEDIDOS NAO CANCELADOS);
      *              - PERCENTUAL DE PEDIDOS CANCELADOS;
      *              - LOTES DO FORNECEDOR QUE ENTRARAM NO TRIMESTRE E
      *                O PERCENTUAL DELES BLOQUEADO POR VALIDADE
      *                (LOTES.DAT: BLOQUEADO E JA VENCIDO -- O BLOQUEIO
      *                DE RECALL, COM VALIDADE EM DIA, NAO CONTA);
      *              - POR SABOR, O CUSTO UNITARIO MEDIO NEGOCIADO NO
      *                TRIMESTRE (PONDERADO PELA QUANTIDADE PEDIDA),
      *                MENOR E MAIOR CUSTO E A VARIACAO SOBRE O
      *                TRIMESTRE ANTERIOR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOR0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PEDIDOS
               ASSIGN TO DYNAMIC WRK-PEDIDOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCO-NUMERO
               FILE STATUS IS WRK-PCO-STATUS.

           SELECT ARQUIVO-FORNECEDORES
               ASSIGN TO DYNAMIC WRK-FORNECEDORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FOR-STATUS.

           SELECT ARQUIVO-MOVIMENTO
               ASSIGN TO DYNAMIC WRK-MOVIMENTO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.

           SELECT ARQUIVO-LOTES ASSIGN TO DYNAMIC WRK-LOTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOT-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-PEDIDOS.
           COPY PEDIDOS-COMPRA-FD.CPY.

       FD ARQUIVO-FORNECEDORES.
           COPY FORNECEDORES-FD.CPY.

       FD ARQUIVO-MOVIMENTO.
           COPY MOVIMENTO-FD.CPY.

       FD ARQUIVO-LOTES.
           COPY LOTES-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-PCO-STATUS PIC X(02).
           88 FS-PCO-OK             VALUE '00'.
           88 FS-PCO-FIM-ARQUIVO    VALUE '10'.
           88 FS-PCO-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-FOR-STATUS PIC X(02).
           88 FS-FOR-OK             VALUE '00'.
           88 FS-FOR-FIM-ARQUIVO    VALUE '10'.
           88 FS-FOR-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-MOV-STATUS PIC X(02).
           88 FS-MOV-OK             VALUE '00'.
           88 FS-MOV-FIM-ARQUIVO    VALUE '10'.
           88 FS-MOV-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-LOT-STATUS PIC X(02).
           88 FS-LOT-OK             VALUE '00'.
           88 FS-LOT-FIM-ARQUIVO    VALUE '10'.
           88 FS-LOT-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-PEDIDOS-PATH      PIC X(100).
       01 WRK-FORNECEDORES-PATH PIC X(100).
       01 WRK-MOVIMENTO-PATH    PIC X(100).
       01 WRK-LOTES-PATH        PIC X(100).

      * TRIMESTRE NO FORMATO AAAAT (ANO E TRIMESTRE 1 A 4).
       01 WRK-DATA-HOJE   PIC X(08).
       01 WRK-TRI-ENTRADA PIC X(05).
       01 WRK-TRI-ALVO    PIC 9(05).
       01 WRK-TRI-ALVO-R REDEFINES WRK-TRI-ALVO.
           05 WRK-TRI-ANO PIC 9(04).
           05 WRK-TRI-NUM PIC 9(01).
       01 WRK-TRI-ANTERIOR PIC 9(05).
       01 WRK-TRI-ANTERIOR-R REDEFINES WRK-TRI-ANTERIOR.
           05 WRK-TRI-ANT-ANO PIC 9(04).
           05 WRK-TRI-ANT-NUM PIC 9(01).
       01 WRK-TRI-DATA    PIC 9(05).
       01 WRK-MES-NUM     PIC 9(02).
       01 WRK-ANO-NUM     PIC 9(04).

      * PEDIDOS DO TRIMESTRE, COM A DATA DA PRIMEIRA ENTRADA
      * (ZERO ENQUANTO NADA CHEGOU).
       01 WRK-PED-TABELA.
           05 WRK-PED OCCURS 2000 TIMES.
               10 WRK-PED-NUMERO     PIC 9(06).
               10 WRK-PED-FORNECEDOR PIC X(05).
               10 WRK-PED-DATA       PIC 9(08).
               10 WRK-PED-CHEGADA    PIC 9(08).
       01 WRK-PED-QTD-TAB PIC 9(04) COMP VALUE 0.

      * ACUMULADO POR FORNECEDOR.
       01 WRK-FOR-TABELA.
           05 WRK-FRN OCCURS 300 TIMES.
               10 WRK-FRN-CODIGO      PIC X(05).
               10 WRK-FRN-PEDIDOS     PIC 9(05) COMP.
               10 WRK-FRN-CANCELADOS  PIC 9(05) COMP.
               10 WRK-FRN-QTD-PEDIDA  PIC 9(09) COMP.
               10 WRK-FRN-QTD-RECEB   PIC 9(09) COMP.
               10 WRK-FRN-DIAS-PRAZO  PIC 9(09) COMP.
               10 WRK-FRN-ENTREGUES   PIC 9(05) COMP.
               10 WRK-FRN-LOTES       PIC 9(05) COMP.
               10 WRK-FRN-LOTES-VENC  PIC 9(05) COMP.
       01 WRK-FRN-QTD-TAB PIC 9(03) COMP VALUE 0.

      * CUSTO NEGOCIADO POR FORNECEDOR E SABOR: TRIMESTRE ALVO E
      * ANTERIOR (VALOR = QUANTIDADE PEDIDA X CUSTO UNITARIO).
       01 WRK-SAB-TABELA.
           05 WRK-SBR OCCURS 1000 TIMES.
               10 WRK-SBR-FORNECEDOR PIC X(05).
               10 WRK-SBR-ID-MARCA   PIC 9(03).
               10 WRK-SBR-SABOR      PIC X(20).
               10 WRK-SBR-QTD        PIC 9(09) COMP.
               10 WRK-SBR-VALOR      PIC 9(11)V99.
               10 WRK-SBR-MENOR      PIC 9(04)V99.
               10 WRK-SBR-MAIOR      PIC 9(04)V99.
               10 WRK-SBR-QTD-ANT    PIC 9(09) COMP.
               10 WRK-SBR-VALOR-ANT  PIC 9(11)V99.
       01 WRK-SBR-QTD-TAB PIC 9(04) COMP VALUE 0.

       01 WRK-IDX      PIC 9(04) COMP VALUE 0.
       01 WRK-IDX-FRN  PIC 9(03) COMP VALUE 0.
       01 WRK-IDX-SBR  PIC 9(04) COMP VALUE 0.
       01 WRK-ACHADO   PIC X(01).
           88 ACHADO VALUE 'S'.
       01 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA VALUE 'S'.

       01 WRK-NUM-PEDIDO-MOV PIC 9(06).
       01 WRK-DATA-NUM       PIC 9(08).
       01 WRK-PEDIDO-INT     PIC 9(08) COMP.
       01 WRK-CHEGADA-INT    PIC 9(08) COMP.

      * INDICADORES CALCULADOS NA IMPRESSAO.
       01 WRK-PRAZO-MEDIO   PIC 9(05)V9.
       01 WRK-ATENDIMENTO   PIC 9(03)V9.
       01 WRK-PCT-CANCEL    PIC 9(03)V9.
       01 WRK-PCT-LOTES     PIC 9(03)V9.
       01 WRK-CUSTO-MEDIO   PIC 9(04)V99.
       01 WRK-CUSTO-ANT     PIC 9(04)V99.
       01 WRK-VARIACAO      PIC S9(05)V9.
       01 WRK-FORNECEDORES-IMPRESSOS PIC 9(03) COMP VALUE 0.

       01 WRK-QTD-ED      PIC ZZZZ9.
       01 WRK-PRAZO-ED    PIC ZZZZ9.9.
       01 WRK-PCT-ED      PIC ZZ9.9.
       01 WRK-CUSTO-ED    PIC Z,ZZ9.99.
       01 WRK-CUSTO-ED2   PIC Z,ZZ9.99.
       01 WRK-CUSTO-ED3   PIC Z,ZZ9.99.
       01 WRK-CUSTO-ED4   PIC Z,ZZ9.99.
       01 WRK-VARIACAO-ED PIC +ZZZ9.9.
       01 WRK-CUSTO-ANT-TX PIC X(08).
       01 WRK-VARIACAO-TX PIC X(08).

           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   FOR0002A - SCORECARD DE FORNECEDORES         '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-NUM.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-MES-NUM.
           PERFORM 0009-TRIMESTRE-DA-DATA.
           MOVE WRK-TRI-DATA TO WRK-TRI-ALVO.
           DISPLAY 'TRIMESTRE (AAAAT, ENTER PARA O ATUAL): '.
           ACCEPT WRK-TRI-ENTRADA.
           IF WRK-TRI-ENTRADA NOT = SPACES
               IF WRK-TRI-ENTRADA NOT NUMERIC
                  OR WRK-TRI-ENTRADA(5:1) < '1'
                  OR WRK-TRI-ENTRADA(5:1) > '4'
                   DISPLAY 'TRIMESTRE INVALIDO.'
                   PERFORM 0941-EXIBIR-BANNER-SAIDA
                   STOP RUN
               END-IF
               MOVE WRK-TRI-ENTRADA TO WRK-TRI-ALVO
           END-IF.
           IF WRK-TRI-NUM = 1
               COMPUTE WRK-TRI-ANT-ANO = WRK-TRI-ANO - 1
               MOVE 4 TO WRK-TRI-ANT-NUM
           ELSE
               MOVE WRK-TRI-ANO TO WRK-TRI-ANT-ANO
               COMPUTE WRK-TRI-ANT-NUM = WRK-TRI-NUM - 1
           END-IF.

           OPEN INPUT ARQUIVO-PEDIDOS.
           IF FS-PCO-ARQUIVO-NOVO
               DISPLAY 'PEDIDOS-COMPRA.DAT AINDA NAO EXISTE. NADA A '
                       'RELATAR.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           PERFORM 0002-CARREGAR-PEDIDOS.
           CLOSE ARQUIVO-PEDIDOS.

           IF WRK-PED-QTD-TAB = ZERO
               DISPLAY 'NENHUM PEDIDO DE COMPRA NO TRIMESTRE '
                       WRK-TRI-ALVO '. NADA A RELATAR.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           IF TABELA-CHEIA
               DISPLAY 'AVISO: TABELA DE TRABALHO CHEIA; PARTE DOS '
                       'PEDIDOS FICOU FORA DO SCORECARD.'
           END-IF.

           PERFORM 0004-APURAR-ENTREGAS.
           PERFORM 0005-SOMAR-PRAZOS
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-PED-QTD-TAB.
           PERFORM 0006-APURAR-LOTES.

           MOVE 'FOR0002A-SCORECARD' TO WRK-REL-NOME.
           MOVE 'FORN  NOME                           PEDIDOS CANCEL'
               TO WRK-REL-CABECALHO.
           MOVE '   %CANC PRAZO(D) ATEND%  LOTES  %VENC'
               TO WRK-REL-CABECALHO(52:38).
           MOVE 'FOR0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'TRIMESTRE '        DELIMITED BY SIZE
                  WRK-TRI-ANO         DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  WRK-TRI-NUM         DELIMITED BY SIZE
                  ' - VARIACAO DE CUSTO SOBRE ' DELIMITED BY SIZE
                  WRK-TRI-ANT-ANO     DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  WRK-TRI-ANT-NUM     DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

      * IMPRIME NA ORDEM DO CADASTRO DE FORNECEDORES; SE O CADASTRO
      * NAO ABRIR, NA ORDEM EM QUE APARECERAM NOS PEDIDOS.
           OPEN INPUT ARQUIVO-FORNECEDORES.
           IF FS-FOR-OK
               PERFORM 0007A-LER-FORNECEDOR
               PERFORM 0007-IMPRIMIR-CADASTRADO
                   UNTIL NOT FS-FOR-OK
           END-IF.
           CLOSE ARQUIVO-FORNECEDORES.
           PERFORM 0008-IMPRIMIR-SEM-CADASTRO
               VARYING WRK-IDX-FRN FROM 1 BY 1
               UNTIL WRK-IDX-FRN > WRK-FRN-QTD-TAB.

           PERFORM 0973-FECHAR-RELATORIO.

           DISPLAY 'FORNECEDORES NO SCORECARD: '
                   WRK-FORNECEDORES-IMPRESSOS
                   ' (PEDIDOS: ' WRK-PED-QTD-TAB ').'.
           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-PEDIDOS-PATH
               FROM ENVIRONMENT 'PEDIDOS_COMPRA_PATH'.
           IF WRK-PEDIDOS-PATH = SPACES
               MOVE 'PEDIDOS-COMPRA.DAT' TO WRK-PEDIDOS-PATH
           END-IF.

           ACCEPT WRK-FORNECEDORES-PATH
               FROM ENVIRONMENT 'FORNECEDORES_DAT_PATH'.
           IF WRK-FORNECEDORES-PATH = SPACES
               MOVE 'FORNECEDORES.DAT' TO WRK-FORNECEDORES-PATH
           END-IF.

           ACCEPT WRK-MOVIMENTO-PATH
               FROM ENVIRONMENT 'MOVIMENTO_ESTOQUE_PATH'.
           IF WRK-MOVIMENTO-PATH = SPACES
               MOVE 'MOVIMENTO-ESTOQUE.DAT' TO WRK-MOVIMENTO-PATH
           END-IF.

           ACCEPT WRK-LOTES-PATH FROM ENVIRONMENT 'LOTES_DAT_PATH'.
           IF WRK-LOTES-PATH = SPACES
               MOVE 'LOTES.DAT' TO WRK-LOTES-PATH
           END-IF.
       0000-END.

      * PEDIDOS DO TRIMESTRE ALVO ENTRAM NAS TRES TABELAS; OS DO
      * TRIMESTRE ANTERIOR SO DAO O CUSTO DE COMPARACAO.
       0002-CARREGAR-PEDIDOS.
           PERFORM 0002A-LER-PEDIDO.
           PERFORM 0003-CLASSIFICAR-PEDIDO UNTIL NOT FS-PCO-OK.
       0002-END.

       0002A-LER-PEDIDO.
           READ ARQUIVO-PEDIDOS NEXT RECORD.
       0002A-END.

       0003-CLASSIFICAR-PEDIDO.
           IF PCO-DATA-PEDIDO IS NUMERIC
               MOVE PCO-DATA-PEDIDO(1:4) TO WRK-ANO-NUM
               MOVE PCO-DATA-PEDIDO(5:2) TO WRK-MES-NUM
               PERFORM 0009-TRIMESTRE-DA-DATA
               IF WRK-TRI-DATA = WRK-TRI-ALVO
                   PERFORM 0003A-REGISTRAR-PEDIDO
               ELSE
                   IF WRK-TRI-DATA = WRK-TRI-ANTERIOR
                      AND NOT PCO-CANCELADO
                       PERFORM 0003C-LOCALIZAR-SABOR
                       IF ACHADO
                           ADD PCO-QTD-PEDIDA
                               TO WRK-SBR-QTD-ANT(WRK-IDX-SBR)
                           COMPUTE WRK-SBR-VALOR-ANT(WRK-IDX-SBR) =
                               WRK-SBR-VALOR-ANT(WRK-IDX-SBR)
                               + PCO-QTD-PEDIDA * PCO-CUSTO-UNIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 0002A-LER-PEDIDO.
       0003-END.

       0003A-REGISTRAR-PEDIDO.
           IF WRK-PED-QTD-TAB NOT < 2000
               MOVE 'S' TO WRK-TABELA-CHEIA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0003B-LOCALIZAR-FORNECEDOR.
           IF NOT ACHADO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-PED-QTD-TAB.
           MOVE PCO-NUMERO      TO WRK-PED-NUMERO(WRK-PED-QTD-TAB).
           MOVE PCO-FORNECEDOR  TO WRK-PED-FORNECEDOR(WRK-PED-QTD-TAB).
           MOVE PCO-DATA-PEDIDO TO WRK-PED-DATA(WRK-PED-QTD-TAB).
           MOVE ZERO            TO WRK-PED-CHEGADA(WRK-PED-QTD-TAB).

           ADD 1 TO WRK-FRN-PEDIDOS(WRK-IDX-FRN).
           IF PCO-CANCELADO
               ADD 1 TO WRK-FRN-CANCELADOS(WRK-IDX-FRN)
               EXIT PARAGRAPH
           END-IF.
           ADD PCO-QTD-PEDIDA   TO WRK-FRN-QTD-PEDIDA(WRK-IDX-FRN).
           ADD PCO-QTD-RECEBIDA TO WRK-FRN-QTD-RECEB(WRK-IDX-FRN).

           PERFORM 0003C-LOCALIZAR-SABOR.
           IF ACHADO
               ADD PCO-QTD-PEDIDA TO WRK-SBR-QTD(WRK-IDX-SBR)
               COMPUTE WRK-SBR-VALOR(WRK-IDX-SBR) =
                   WRK-SBR-VALOR(WRK-IDX-SBR)
                   + PCO-QTD-PEDIDA * PCO-CUSTO-UNIT
               IF PCO-CUSTO-UNIT < WRK-SBR-MENOR(WRK-IDX-SBR)
                   MOVE PCO-CUSTO-UNIT TO WRK-SBR-MENOR(WRK-IDX-SBR)
               END-IF
               IF PCO-CUSTO-UNIT > WRK-SBR-MAIOR(WRK-IDX-SBR)
                   MOVE PCO-CUSTO-UNIT TO WRK-SBR-MAIOR(WRK-IDX-SBR)
               END-IF
           END-IF.
       0003A-END.

      * PROCURA (OU ABRE) A LINHA DO FORNECEDOR DO PEDIDO CORRENTE.
       0003B-LOCALIZAR-FORNECEDOR.
           MOVE 'N' TO WRK-ACHADO.
           PERFORM 0003D-COMPARAR-FORNECEDOR
               VARYING WRK-IDX-FRN FROM 1 BY 1
               UNTIL WRK-IDX-FRN > WRK-FRN-QTD-TAB OR ACHADO.
           IF ACHADO
               SUBTRACT 1 FROM WRK-IDX-FRN
               EXIT PARAGRAPH
           END-IF.
           IF WRK-FRN-QTD-TAB NOT < 300
               MOVE 'S' TO WRK-TABELA-CHEIA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-FRN-QTD-TAB.
           MOVE WRK-FRN-QTD-TAB TO WRK-IDX-FRN.
           MOVE PCO-FORNECEDOR TO WRK-FRN-CODIGO(WRK-IDX-FRN).
           MOVE ZERO TO WRK-FRN-PEDIDOS(WRK-IDX-FRN)
                        WRK-FRN-CANCELADOS(WRK-IDX-FRN)
                        WRK-FRN-QTD-PEDIDA(WRK-IDX-FRN)
                        WRK-FRN-QTD-RECEB(WRK-IDX-FRN)
                        WRK-FRN-DIAS-PRAZO(WRK-IDX-FRN)
                        WRK-FRN-ENTREGUES(WRK-IDX-FRN)
                        WRK-FRN-LOTES(WRK-IDX-FRN)
                        WRK-FRN-LOTES-VENC(WRK-IDX-FRN).
           MOVE 'S' TO WRK-ACHADO.
       0003B-END.

      * PROCURA (OU ABRE) A LINHA DE FORNECEDOR + SABOR DO PEDIDO.
       0003C-LOCALIZAR-SABOR.
           MOVE 'N' TO WRK-ACHADO.
           PERFORM 0003E-COMPARAR-SABOR
               VARYING WRK-IDX-SBR FROM 1 BY 1
               UNTIL WRK-IDX-SBR > WRK-SBR-QTD-TAB OR ACHADO.
           IF ACHADO
               SUBTRACT 1 FROM WRK-IDX-SBR
               EXIT PARAGRAPH
           END-IF.
           IF WRK-SBR-QTD-TAB NOT < 1000
               MOVE 'S' TO WRK-TABELA-CHEIA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-SBR-QTD-TAB.
           MOVE WRK-SBR-QTD-TAB TO WRK-IDX-SBR.
           MOVE PCO-FORNECEDOR TO WRK-SBR-FORNECEDOR(WRK-IDX-SBR).
           MOVE PCO-ID-MARCA   TO WRK-SBR-ID-MARCA(WRK-IDX-SBR).
           MOVE PCO-SABOR      TO WRK-SBR-SABOR(WRK-IDX-SBR).
           MOVE ZERO TO WRK-SBR-QTD(WRK-IDX-SBR)
                        WRK-SBR-VALOR(WRK-IDX-SBR)
                        WRK-SBR-MAIOR(WRK-IDX-SBR)
                        WRK-SBR-QTD-ANT(WRK-IDX-SBR)
                        WRK-SBR-VALOR-ANT(WRK-IDX-SBR).
           MOVE 9999.99 TO WRK-SBR-MENOR(WRK-IDX-SBR).
           MOVE 'S' TO WRK-ACHADO.
       0003C-END.

       0003D-COMPARAR-FORNECEDOR.
           IF WRK-FRN-CODIGO(WRK-IDX-FRN) = PCO-FORNECEDOR
               MOVE 'S' TO WRK-ACHADO
           END-IF.
       0003D-END.

       0003E-COMPARAR-SABOR.
           IF WRK-SBR-FORNECEDOR(WRK-IDX-SBR) = PCO-FORNECEDOR
              AND WRK-SBR-ID-MARCA(WRK-IDX-SBR) = PCO-ID-MARCA
              AND WRK-SBR-SABOR(WRK-IDX-SBR) = PCO-SABOR
               MOVE 'S' TO WRK-ACHADO
           END-IF.
       0003E-END.

      * PRIMEIRA ENTRADA DE CADA PEDIDO NO LIVRO DE MOVIMENTOS. O
      * RECEBIMENTO (CMP0001A) GRAVA O MOTIVO 'COMPRA PEDIDO NNNNNN'.
       0004-APURAR-ENTREGAS.
           OPEN INPUT ARQUIVO-MOVIMENTO.
           IF FS-MOV-ARQUIVO-NOVO
               DISPLAY 'AVISO: MOVIMENTO-ESTOQUE.DAT AINDA NAO EXISTE;'
                       ' SEM PRAZO DE ENTREGA.'
           ELSE
               PERFORM 0004A-LER-MOVIMENTO
               PERFORM 0004B-AVALIAR-MOVIMENTO
                   UNTIL NOT FS-MOV-OK
           END-IF.
           CLOSE ARQUIVO-MOVIMENTO.
       0004-END.

       0004A-LER-MOVIMENTO.
           READ ARQUIVO-MOVIMENTO.
       0004A-END.

       0004B-AVALIAR-MOVIMENTO.
           IF MOV-ENTRADA AND MOV-MOTIVO(1:14) = 'COMPRA PEDIDO '
              AND MOV-MOTIVO(15:6) IS NUMERIC
              AND MOV-DATA IS NUMERIC
               MOVE MOV-MOTIVO(15:6) TO WRK-NUM-PEDIDO-MOV
               MOVE 'N' TO WRK-ACHADO
               PERFORM 0004C-COMPARAR-PEDIDO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-PED-QTD-TAB OR ACHADO
           END-IF.
           PERFORM 0004A-LER-MOVIMENTO.
       0004B-END.

       0004C-COMPARAR-PEDIDO.
           IF WRK-PED-NUMERO(WRK-IDX) = WRK-NUM-PEDIDO-MOV
               MOVE 'S' TO WRK-ACHADO
               MOVE MOV-DATA TO WRK-DATA-NUM
               IF WRK-PED-CHEGADA(WRK-IDX) = ZERO
                  OR WRK-DATA-NUM < WRK-PED-CHEGADA(WRK-IDX)
                   MOVE WRK-DATA-NUM TO WRK-PED-CHEGADA(WRK-IDX)
               END-IF
           END-IF.
       0004C-END.

       0005-SOMAR-PRAZOS.
           IF WRK-PED-CHEGADA(WRK-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-PED-FORNECEDOR(WRK-IDX) TO PCO-FORNECEDOR.
           PERFORM 0003B-LOCALIZAR-FORNECEDOR.
           COMPUTE WRK-PEDIDO-INT =
               FUNCTION INTEGER-OF-DATE(WRK-PED-DATA(WRK-IDX)).
           COMPUTE WRK-CHEGADA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-PED-CHEGADA(WRK-IDX)).
           ADD 1 TO WRK-FRN-ENTREGUES(WRK-IDX-FRN).
           IF WRK-CHEGADA-INT > WRK-PEDIDO-INT
               COMPUTE WRK-FRN-DIAS-PRAZO(WRK-IDX-FRN) =
                   WRK-FRN-DIAS-PRAZO(WRK-IDX-FRN)
                   + WRK-CHEGADA-INT - WRK-PEDIDO-INT
           END-IF.
       0005-END.

      * LOTES DO FORNECEDOR QUE ENTRARAM NO TRIMESTRE; BLOQUEADO E
      * VENCIDO CONTA COMO PERDA POR VALIDADE. LOTE GRAVADO ANTES DO
      * CAMPO DE FORNECEDOR (ESPACOS) NAO ENTRA.
       0006-APURAR-LOTES.
           OPEN INPUT ARQUIVO-LOTES.
           IF FS-LOT-ARQUIVO-NOVO
               DISPLAY 'AVISO: LOTES.DAT AINDA NAO EXISTE; SEM '
                       'INDICADOR DE VALIDADE.'
           ELSE
               PERFORM 0006A-LER-LOTE
               PERFORM 0006B-AVALIAR-LOTE UNTIL NOT FS-LOT-OK
           END-IF.
           CLOSE ARQUIVO-LOTES.
       0006-END.

       0006A-LER-LOTE.
           READ ARQUIVO-LOTES NEXT RECORD.
       0006A-END.

       0006B-AVALIAR-LOTE.
           IF LOT-FORNECEDOR NOT = SPACES
              AND LOT-DATA-ENTRADA IS NUMERIC
               MOVE LOT-DATA-ENTRADA(1:4) TO WRK-ANO-NUM
               MOVE LOT-DATA-ENTRADA(5:2) TO WRK-MES-NUM
               PERFORM 0009-TRIMESTRE-DA-DATA
               IF WRK-TRI-DATA = WRK-TRI-ALVO
                   PERFORM 0006C-CONTAR-LOTE
               END-IF
           END-IF.
           PERFORM 0006A-LER-LOTE.
       0006B-END.

       0006C-CONTAR-LOTE.
           MOVE 'N' TO WRK-ACHADO.
           MOVE LOT-FORNECEDOR TO PCO-FORNECEDOR.
           PERFORM 0003D-COMPARAR-FORNECEDOR
               VARYING WRK-IDX-FRN FROM 1 BY 1
               UNTIL WRK-IDX-FRN > WRK-FRN-QTD-TAB OR ACHADO.
           IF NOT ACHADO
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WRK-IDX-FRN.
           ADD 1 TO WRK-FRN-LOTES(WRK-IDX-FRN).
           IF LOT-BLOQUEADO AND LOT-VALIDADE < WRK-DATA-HOJE
               ADD 1 TO WRK-FRN-LOTES-VENC(WRK-IDX-FRN)
           END-IF.
       0006C-END.

       0007-IMPRIMIR-CADASTRADO.
           MOVE 'N' TO WRK-ACHADO.
           MOVE FOR-CODIGO TO PCO-FORNECEDOR.
           PERFORM 0003D-COMPARAR-FORNECEDOR
               VARYING WRK-IDX-FRN FROM 1 BY 1
               UNTIL WRK-IDX-FRN > WRK-FRN-QTD-TAB OR ACHADO.
           IF ACHADO
               SUBTRACT 1 FROM WRK-IDX-FRN
               PERFORM 0010-IMPRIMIR-FORNECEDOR
      * JA IMPRESSO: NAO SAI DE NOVO NA LISTA DOS SEM CADASTRO.
               MOVE SPACES TO WRK-FRN-CODIGO(WRK-IDX-FRN)
           END-IF.
           PERFORM 0007A-LER-FORNECEDOR.
       0007-END.

       0007A-LER-FORNECEDOR.
           READ ARQUIVO-FORNECEDORES NEXT RECORD.
       0007A-END.

       0008-IMPRIMIR-SEM-CADASTRO.
           IF WRK-FRN-CODIGO(WRK-IDX-FRN) NOT = SPACES
               MOVE WRK-FRN-CODIGO(WRK-IDX-FRN) TO FOR-CODIGO
               MOVE '(NAO CADASTRADO)' TO FOR-NOME
               PERFORM 0010-IMPRIMIR-FORNECEDOR
           END-IF.
       0008-END.

      * TRIMESTRE (AAAAT) DE WRK-ANO-NUM / WRK-MES-NUM EM WRK-TRI-DATA.
       0009-TRIMESTRE-DA-DATA.
           COMPUTE WRK-TRI-DATA = WRK-ANO-NUM * 10
               + (WRK-MES-NUM + 2) / 3.
       0009-END.

       0010-IMPRIMIR-FORNECEDOR.
           ADD 1 TO WRK-FORNECEDORES-IMPRESSOS.
           MOVE ZERO TO WRK-PRAZO-MEDIO WRK-ATENDIMENTO
                        WRK-PCT-CANCEL WRK-PCT-LOTES.
           IF WRK-FRN-ENTREGUES(WRK-IDX-FRN) > ZERO
               COMPUTE WRK-PRAZO-MEDIO ROUNDED =
                   WRK-FRN-DIAS-PRAZO(WRK-IDX-FRN)
                   / WRK-FRN-ENTREGUES(WRK-IDX-FRN)
           END-IF.
           IF WRK-FRN-QTD-PEDIDA(WRK-IDX-FRN) > ZERO
               COMPUTE WRK-ATENDIMENTO ROUNDED =
                   WRK-FRN-QTD-RECEB(WRK-IDX-FRN) * 100
                   / WRK-FRN-QTD-PEDIDA(WRK-IDX-FRN)
           END-IF.
           IF WRK-FRN-PEDIDOS(WRK-IDX-FRN) > ZERO
               COMPUTE WRK-PCT-CANCEL ROUNDED =
                   WRK-FRN-CANCELADOS(WRK-IDX-FRN) * 100
                   / WRK-FRN-PEDIDOS(WRK-IDX-FRN)
           END-IF.
           IF WRK-FRN-LOTES(WRK-IDX-FRN) > ZERO
               COMPUTE WRK-PCT-LOTES ROUNDED =
                   WRK-FRN-LOTES-VENC(WRK-IDX-FRN) * 100
                   / WRK-FRN-LOTES(WRK-IDX-FRN)
           END-IF.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING FOR-CODIGO DELIMITED BY SIZE
                  ' '        DELIMITED BY SIZE
                  FOR-NOME   DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           MOVE WRK-FRN-PEDIDOS(WRK-IDX-FRN) TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO WRK-REL-LINHA(40:5).
           MOVE WRK-FRN-CANCELADOS(WRK-IDX-FRN) TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO WRK-REL-LINHA(47:5).
           MOVE WRK-PCT-CANCEL TO WRK-PCT-ED.
           MOVE WRK-PCT-ED TO WRK-REL-LINHA(55:5).
           IF WRK-FRN-ENTREGUES(WRK-IDX-FRN) > ZERO
               MOVE WRK-PRAZO-MEDIO TO WRK-PRAZO-ED
               MOVE WRK-PRAZO-ED TO WRK-REL-LINHA(62:7)
           ELSE
               MOVE '     --' TO WRK-REL-LINHA(62:7)
           END-IF.
           IF WRK-FRN-QTD-PEDIDA(WRK-IDX-FRN) > ZERO
               MOVE WRK-ATENDIMENTO TO WRK-PCT-ED
               MOVE WRK-PCT-ED TO WRK-REL-LINHA(71:5)
           ELSE
               MOVE '   --' TO WRK-REL-LINHA(71:5)
           END-IF.
           MOVE WRK-FRN-LOTES(WRK-IDX-FRN) TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO WRK-REL-LINHA(78:5).
           IF WRK-FRN-LOTES(WRK-IDX-FRN) > ZERO
               MOVE WRK-PCT-LOTES TO WRK-PCT-ED
               MOVE WRK-PCT-ED TO WRK-REL-LINHA(85:5)
           ELSE
               MOVE '   --' TO WRK-REL-LINHA(85:5)
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           MOVE '      MAR SABOR' TO WRK-REL-LINHA.
           MOVE 'CUSTO MED' TO WRK-REL-LINHA(34:9).
           MOVE 'MENOR'     TO WRK-REL-LINHA(47:5).
           MOVE 'MAIOR'     TO WRK-REL-LINHA(56:5).
           MOVE 'TRIM.ANT'  TO WRK-REL-LINHA(63:8).
           MOVE 'VAR.%'     TO WRK-REL-LINHA(74:5).
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0011-IMPRIMIR-SABOR
               VARYING WRK-IDX-SBR FROM 1 BY 1
               UNTIL WRK-IDX-SBR > WRK-SBR-QTD-TAB.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0010-END.

      * CUSTO MEDIO PONDERADO DO TRIMESTRE POR SABOR DO FORNECEDOR E
      * VARIACAO PERCENTUAL SOBRE O TRIMESTRE ANTERIOR.
       0011-IMPRIMIR-SABOR.
           IF WRK-SBR-FORNECEDOR(WRK-IDX-SBR) NOT = FOR-CODIGO
              OR WRK-SBR-QTD(WRK-IDX-SBR) = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-CUSTO-MEDIO ROUNDED =
               WRK-SBR-VALOR(WRK-IDX-SBR) / WRK-SBR-QTD(WRK-IDX-SBR).
           MOVE WRK-CUSTO-MEDIO TO WRK-CUSTO-ED.
           MOVE WRK-SBR-MENOR(WRK-IDX-SBR) TO WRK-CUSTO-ED2.
           MOVE WRK-SBR-MAIOR(WRK-IDX-SBR) TO WRK-CUSTO-ED3.
           IF WRK-SBR-QTD-ANT(WRK-IDX-SBR) > ZERO
               COMPUTE WRK-CUSTO-ANT ROUNDED =
                   WRK-SBR-VALOR-ANT(WRK-IDX-SBR)
                   / WRK-SBR-QTD-ANT(WRK-IDX-SBR)
               MOVE WRK-CUSTO-ANT TO WRK-CUSTO-ED4
               MOVE WRK-CUSTO-ED4 TO WRK-CUSTO-ANT-TX
               IF WRK-CUSTO-ANT > ZERO
                   COMPUTE WRK-VARIACAO ROUNDED =
                       (WRK-CUSTO-MEDIO - WRK-CUSTO-ANT) * 100
                       / WRK-CUSTO-ANT
                   MOVE WRK-VARIACAO TO WRK-VARIACAO-ED
                   MOVE WRK-VARIACAO-ED TO WRK-VARIACAO-TX
               ELSE
                   MOVE '    --' TO WRK-VARIACAO-TX
               END-IF
           ELSE
               MOVE '      --' TO WRK-CUSTO-ANT-TX
               MOVE '    --' TO WRK-VARIACAO-TX
           END-IF.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING '      '                       DELIMITED BY SIZE
                  WRK-SBR-ID-MARCA(WRK-IDX-SBR) DELIMITED BY SIZE
                  '   '                          DELIMITED BY SIZE
                  WRK-SBR-SABOR(WRK-IDX-SBR)    DELIMITED BY SIZE
                  '  '                           DELIMITED BY SIZE
                  WRK-CUSTO-ED                   DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WRK-CUSTO-ED2                  DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WRK-CUSTO-ED3                  DELIMITED BY SIZE
                  '  '                           DELIMITED BY SIZE
                  WRK-CUSTO-ANT-TX               DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WRK-VARIACAO-TX                DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0011-END.

           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
