      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: RELATORIO SEMANAL DO SAC (CHAMADOS.DAT, MANTIDO
      *              PELO SAC0001A): QUADRO DOS CHAMADOS AINDA ABERTOS
      *              POR IDADE (ATE 7, 8 A 15, 16 A 30 E MAIS DE 30
      *              DIAS) E CATEGORIA, A LISTA DELES DO MAIS ANTIGO
      *              PARA O MAIS NOVO, O MOVIMENTO DA SEMANA (ABERTOS E
      *              ENCERRADOS NOS ULTIMOS 7 DIAS) E A CONTAGEM DE
      *              RECLAMACOES POR SABOR E LOTE AO LADO DOS DADOS DO
      *              LOTE EM LOTES.DAT (VALIDADE, SALDO, SITUACAO,
      *              FORNECEDOR E ENTRADA), PARA PROBLEMA DE QUALIDADE
      *              APARECER. SAI PELO GERADOR PADRAO (SPOOL).
      *              RETURN-CODE 4 QUANDO HA CHAMADO ABERTO HA MAIS DE
      *              30 DIAS OU LOTE AINDA ATIVO COM RECLAMACOES NO
      *              LIMITE (VARIAVEL SAC_LIMITE_LOTE, PADRAO 3).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAC0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CHAMADOS ASSIGN TO DYNAMIC WRK-CHAMADOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-NUMERO
               FILE STATUS IS WRK-CHM-STATUS.

           SELECT ARQUIVO-LOTES ASSIGN TO DYNAMIC WRK-LOTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOT-STATUS.

           SELECT SORT-WORK ASSIGN TO 'SAC0002A.TMP'.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-CHAMADOS.
           COPY CHAMADOS-FD.CPY.

       FD ARQUIVO-LOTES.
           COPY LOTES-FD.CPY.

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-DATA-ABERTURA PIC X(08).
           05 SORT-NUMERO        PIC 9(06).
           05 SORT-IDADE         PIC 9(05).
           05 SORT-CATEGORIA     PIC X(01).
           05 SORT-SITUACAO      PIC X(01).
               88 SORT-EM-ANDAMENTO VALUE 'E'.
           05 SORT-RESPONSAVEL   PIC X(08).
           05 SORT-LOJA          PIC X(03).
           05 SORT-DESCRICAO     PIC X(60).

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-CHM-STATUS PIC X(02).
           88 FS-CHM-OK             VALUE '00'.
           88 FS-CHM-FIM-ARQUIVO    VALUE '10'.
           88 FS-CHM-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-LOT-STATUS PIC X(02).
           88 FS-LOT-OK             VALUE '00'.
           88 FS-LOT-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-CHAMADOS-PATH PIC X(100).
       01 WRK-LOTES-PATH    PIC X(100).

       01 WRK-LOTES-EXISTE PIC X(01) VALUE 'N'.
           88 LOTES-EXISTE VALUE 'S'.

       01 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-ESGOTADO VALUE 'S'.

       01 WRK-DATA-HOJE     PIC X(08).
       01 WRK-DATA-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
       01 WRK-HOJE-INT      PIC 9(08) COMP.
       01 WRK-DATA-TESTE     PIC X(08).
       01 WRK-DATA-TESTE-NUM REDEFINES WRK-DATA-TESTE PIC 9(08).
       01 WRK-IDADE         PIC S9(05) COMP VALUE 0.

      * RECLAMACOES POR LOTE A PARTIR DAS QUAIS O LOTE AINDA ATIVO
      * SAI MARCADO (E DA RC 4).
       01 WRK-LIMITE-ENTRADA PIC X(03).
       01 WRK-LIMITE-LOTE    PIC 9(03) VALUE 3.

      * QUADRO IDADE X CATEGORIA DOS PENDENTES. A ULTIMA LINHA DE
      * CATEGORIA E O TOTAL DA FAIXA.
       01 WRK-CAT-LETRA PIC X(05) VALUE 'DCQAO'.
       01 WRK-CAT-NOMES.
           05 FILLER PIC X(12) VALUE 'DERRETIDO'.
           05 FILLER PIC X(12) VALUE 'COBRANCA'.
           05 FILLER PIC X(12) VALUE 'QUALIDADE'.
           05 FILLER PIC X(12) VALUE 'ATENDIMENTO'.
           05 FILLER PIC X(12) VALUE 'OUTROS'.
           05 FILLER PIC X(12) VALUE 'TOTAL'.
       01 WRK-CAT-NOMES-R REDEFINES WRK-CAT-NOMES.
           05 WRK-CAT-NOME OCCURS 6 TIMES PIC X(12).
       01 WRK-QUADRO.
           05 WRK-QDR-CATEGORIA OCCURS 6 TIMES.
               10 WRK-QDR-FAIXA OCCURS 5 TIMES PIC 9(05) COMP.
       01 WRK-CAT-IDX   PIC 9(01) COMP VALUE 0.
       01 WRK-FAIXA-IDX PIC 9(01) COMP VALUE 0.

      * RECLAMACOES POR SABOR E LOTE (TODOS OS CHAMADOS COM PRODUTO,
      * ABERTOS OU NAO); LOTE EM BRANCO CONTA NA LINHA DO SABOR.
       01 WRK-TAB-LOTES.
           05 WRK-TLT-QTD-TAB PIC 9(03) COMP VALUE 0.
           05 WRK-TLT-ITEM OCCURS 300 TIMES.
               10 WRK-TLT-ID-MARCA  PIC 9(03).
               10 WRK-TLT-SABOR     PIC X(20).
               10 WRK-TLT-LOTE      PIC X(10).
               10 WRK-TLT-QTD       PIC 9(05) COMP.
               10 WRK-TLT-PENDENTES PIC 9(05) COMP.
       01 WRK-IDX PIC 9(03) COMP VALUE 0.
       01 WRK-TLT-ACHADO PIC X(01) VALUE 'N'.
           88 LOTE-NA-TABELA VALUE 'S'.
       01 WRK-TAB-CHEIA PIC 9(05) COMP VALUE 0.

       01 WRK-TOTAL-CHAMADOS   PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-PENDENTES  PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-ANTIGOS    PIC 9(07) COMP VALUE 0.
       01 WRK-ABERTOS-SEMANA   PIC 9(07) COMP VALUE 0.
       01 WRK-ENCERRADOS-SEMANA PIC 9(07) COMP VALUE 0.
       01 WRK-LOTES-ALERTA     PIC 9(05) COMP VALUE 0.

       01 WRK-QTD-ED    PIC ZZZZ9.
       01 WRK-QTD-ED2   PIC ZZZZ9.
       01 WRK-NUMERO-ED PIC ZZZZZ9.
       01 WRK-QDR-ED.
           05 WRK-QDR-ED-FAIXA OCCURS 5 TIMES.
               10 FILLER       PIC X(03).
               10 WRK-QDR-ED-N PIC ZZZZ9.
       01 WRK-DATA-ED   PIC X(10).
       01 WRK-SIT-ED    PIC X(12).
       01 WRK-LOTE-ED   PIC X(50).
       01 WRK-ALERTA-ED PIC X(12).

           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '      SAC0002A - RELATORIO SEMANAL DO SAC       '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-NUM).
           INITIALIZE WRK-QUADRO.

           OPEN INPUT ARQUIVO-CHAMADOS.
           IF FS-CHM-ARQUIVO-NOVO
               DISPLAY 'CHAMADOS.DAT AINDA NAO EXISTE. ABRA OS '
                       'CHAMADOS PELO SAC0001A PRIMEIRO.'
               CLOSE ARQUIVO-CHAMADOS
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           OPEN INPUT ARQUIVO-LOTES.
           IF FS-LOT-OK
               MOVE 'S' TO WRK-LOTES-EXISTE
           END-IF.

           MOVE SPACES TO WRK-REL-NOME.
           STRING 'SAC-SEMANAL-' WRK-DATA-HOJE DELIMITED BY SIZE
               INTO WRK-REL-NOME
           END-STRING.
           MOVE 'SAC0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-DATA-ABERTURA SORT-NUMERO
               INPUT PROCEDURE IS 0002-SELECIONAR-CHAMADOS
               OUTPUT PROCEDURE IS 0006-LISTAR-PENDENTES.

           PERFORM 0008-IMPRIMIR-QUADRO.
           PERFORM 0010-IMPRIMIR-LOTES.
           PERFORM 0973-FECHAR-RELATORIO.

           CLOSE ARQUIVO-CHAMADOS.
           IF LOTES-EXISTE
               CLOSE ARQUIVO-LOTES
           END-IF.

           DISPLAY '------------------------------------------'.
           DISPLAY ' CHAMADOS NO ARQUIVO.....: ' WRK-TOTAL-CHAMADOS.
           DISPLAY ' PENDENTES...............: ' WRK-TOTAL-PENDENTES.
           DISPLAY ' PENDENTES HA MAIS DE 30D: ' WRK-TOTAL-ANTIGOS.
           DISPLAY ' ABERTOS NA SEMANA.......: ' WRK-ABERTOS-SEMANA.
           DISPLAY ' ENCERRADOS NA SEMANA....: '
                   WRK-ENCERRADOS-SEMANA.
           DISPLAY ' LOTES NO LIMITE.........: ' WRK-LOTES-ALERTA.
           IF WRK-TAB-CHEIA > ZERO
               DISPLAY ' AVISO: TABELA DE LOTES CHEIA; '
                       WRK-TAB-CHEIA ' CHAMADO(S) FORA DA CONTAGEM.'
           END-IF.
           DISPLAY '------------------------------------------'.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WRK-TOTAL-ANTIGOS > ZERO OR WRK-LOTES-ALERTA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-CHAMADOS-PATH
               FROM ENVIRONMENT 'CHAMADOS_DAT_PATH'.
           IF WRK-CHAMADOS-PATH = SPACES
               MOVE 'CHAMADOS.DAT' TO WRK-CHAMADOS-PATH
           END-IF.

           ACCEPT WRK-LOTES-PATH FROM ENVIRONMENT 'LOTES_DAT_PATH'.
           IF WRK-LOTES-PATH = SPACES
               MOVE 'LOTES.DAT' TO WRK-LOTES-PATH
           END-IF.

           ACCEPT WRK-LIMITE-ENTRADA
               FROM ENVIRONMENT 'SAC_LIMITE_LOTE'.
           IF WRK-LIMITE-ENTRADA NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-LIMITE-ENTRADA)
                   TO WRK-LIMITE-LOTE
           END-IF.
           IF WRK-LIMITE-LOTE = ZERO
               MOVE 3 TO WRK-LIMITE-LOTE
           END-IF.
       0000-END.

      ******************************************************************
      * UMA PASSADA NO ARQUIVO: OS PENDENTES VAO PARA O SORT E PARA O
      * QUADRO; TODOS CONTAM NO MOVIMENTO DA SEMANA E, COM PRODUTO, NA
      * TABELA POR SABOR E LOTE.
      ******************************************************************
       0002-SELECIONAR-CHAMADOS.
           MOVE ZEROS TO CHM-NUMERO.
           START ARQUIVO-CHAMADOS KEY NOT < CHM-NUMERO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM 0002A-LER-CHAMADO.
           PERFORM 0003-TRATAR-CHAMADO UNTIL NOT FS-CHM-OK.
       0002-END.

       0002A-LER-CHAMADO.
           READ ARQUIVO-CHAMADOS NEXT RECORD.
       0002A-END.

       0003-TRATAR-CHAMADO.
           ADD 1 TO WRK-TOTAL-CHAMADOS.

           MOVE CHM-DATA-ABERTURA TO WRK-DATA-TESTE.
           PERFORM 0004-CALCULAR-IDADE.
           IF WRK-DATA-TESTE IS NUMERIC AND WRK-IDADE < 7
               ADD 1 TO WRK-ABERTOS-SEMANA
           END-IF.

           IF CHM-ENCERRADO
               MOVE CHM-DATA-ENCERRAMENTO TO WRK-DATA-TESTE
               PERFORM 0004-CALCULAR-IDADE
               IF WRK-DATA-TESTE IS NUMERIC AND WRK-IDADE < 7
                   ADD 1 TO WRK-ENCERRADOS-SEMANA
               END-IF
           END-IF.

           IF CHM-SABOR NOT = SPACES
               PERFORM 0005-SOMAR-LOTE
           END-IF.

           IF CHM-PENDENTE
               MOVE CHM-DATA-ABERTURA TO WRK-DATA-TESTE
               PERFORM 0004-CALCULAR-IDADE
               PERFORM 0003A-SOMAR-QUADRO
               MOVE CHM-DATA-ABERTURA TO SORT-DATA-ABERTURA
               MOVE CHM-NUMERO        TO SORT-NUMERO
               MOVE WRK-IDADE         TO SORT-IDADE
               MOVE CHM-CATEGORIA     TO SORT-CATEGORIA
               MOVE CHM-SITUACAO      TO SORT-SITUACAO
               MOVE CHM-RESPONSAVEL   TO SORT-RESPONSAVEL
               MOVE CHM-LOJA          TO SORT-LOJA
               MOVE CHM-DESCRICAO     TO SORT-DESCRICAO
               RELEASE SORT-REC
           END-IF.

           PERFORM 0002A-LER-CHAMADO.
       0003-END.

      * FAIXA DE IDADE (1 A 4) E CATEGORIA (1 A 5; LETRA FORA DA
      * TABELA CAI EM OUTROS). A LINHA 6 E A COLUNA 5 SAO OS TOTAIS.
       0003A-SOMAR-QUADRO.
           ADD 1 TO WRK-TOTAL-PENDENTES.
           EVALUATE TRUE
               WHEN WRK-IDADE <= 7
                   MOVE 1 TO WRK-FAIXA-IDX
               WHEN WRK-IDADE <= 15
                   MOVE 2 TO WRK-FAIXA-IDX
               WHEN WRK-IDADE <= 30
                   MOVE 3 TO WRK-FAIXA-IDX
               WHEN OTHER
                   MOVE 4 TO WRK-FAIXA-IDX
                   ADD 1 TO WRK-TOTAL-ANTIGOS
           END-EVALUATE.

           MOVE 5 TO WRK-CAT-IDX.
           PERFORM 0003B-PROCURAR-CATEGORIA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5.

           ADD 1 TO WRK-QDR-FAIXA(WRK-CAT-IDX WRK-FAIXA-IDX)
                    WRK-QDR-FAIXA(WRK-CAT-IDX 5)
                    WRK-QDR-FAIXA(6 WRK-FAIXA-IDX)
                    WRK-QDR-FAIXA(6 5).
       0003A-END.

       0003B-PROCURAR-CATEGORIA.
           IF WRK-CAT-LETRA(WRK-IDX:1) = CHM-CATEGORIA
               MOVE WRK-IDX TO WRK-CAT-IDX
           END-IF.
       0003B-END.

      * DIAS ENTRE A DATA EM WRK-DATA-TESTE E HOJE; DATA ANTIGA OU
      * INVALIDA CONTA COMO DE HOJE.
       0004-CALCULAR-IDADE.
           MOVE ZERO TO WRK-IDADE.
           IF WRK-DATA-TESTE IS NUMERIC
              AND WRK-DATA-TESTE-NUM > 16010101
              AND WRK-DATA-TESTE <= WRK-DATA-HOJE
               COMPUTE WRK-IDADE = WRK-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-TESTE-NUM)
           END-IF.
       0004-END.

      * ACUMULA O CHAMADO NA LINHA DO SABOR/LOTE, ABRINDO A LINHA NA
      * PRIMEIRA OCORRENCIA.
       0005-SOMAR-LOTE.
           MOVE 'N' TO WRK-TLT-ACHADO.
           PERFORM 0005A-PROCURAR-LOTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TLT-QTD-TAB
                  OR LOTE-NA-TABELA.
           IF NOT LOTE-NA-TABELA
               IF WRK-TLT-QTD-TAB < 300
                   ADD 1 TO WRK-TLT-QTD-TAB
                   MOVE WRK-TLT-QTD-TAB TO WRK-IDX
                   MOVE CHM-ID-MARCA TO WRK-TLT-ID-MARCA(WRK-IDX)
                   MOVE CHM-SABOR    TO WRK-TLT-SABOR(WRK-IDX)
                   MOVE CHM-LOTE     TO WRK-TLT-LOTE(WRK-IDX)
                   MOVE ZERO TO WRK-TLT-QTD(WRK-IDX)
                                WRK-TLT-PENDENTES(WRK-IDX)
               ELSE
                   ADD 1 TO WRK-TAB-CHEIA
                   EXIT PARAGRAPH
               END-IF
           ELSE
               SUBTRACT 1 FROM WRK-IDX
           END-IF.
           ADD 1 TO WRK-TLT-QTD(WRK-IDX).
           IF CHM-PENDENTE
               ADD 1 TO WRK-TLT-PENDENTES(WRK-IDX)
           END-IF.
       0005-END.

       0005A-PROCURAR-LOTE.
           IF WRK-TLT-ID-MARCA(WRK-IDX) = CHM-ID-MARCA
              AND WRK-TLT-SABOR(WRK-IDX) = CHM-SABOR
              AND WRK-TLT-LOTE(WRK-IDX) = CHM-LOTE
               MOVE 'S' TO WRK-TLT-ACHADO
           END-IF.
       0005A-END.

      ******************************************************************
      * LISTA DOS PENDENTES, DO MAIS ANTIGO PARA O MAIS NOVO.
      ******************************************************************
       0006-LISTAR-PENDENTES.
           STRING 'CHAMADOS PENDENTES EM ' WRK-DATA-HOJE(7:2) '/'
                  WRK-DATA-HOJE(5:2) '/' WRK-DATA-HOJE(1:4)
                  ' (MAIS ANTIGOS PRIMEIRO)'
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'NUMERO ABERTURA   IDADE CATEGORIA    SITUACAO     '
               TO WRK-REL-LINHA.
           MOVE 'LOJA RESPONS. DESCRICAO' TO WRK-REL-LINHA(51:23).
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0006A-RETORNAR-CHAMADO.
           PERFORM 0007-IMPRIMIR-PENDENTE UNTIL SORT-ESGOTADO.
           IF WRK-TOTAL-PENDENTES = ZERO
               MOVE 'NENHUM CHAMADO PENDENTE.' TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
       0006-END.

       0006A-RETORNAR-CHAMADO.
           RETURN SORT-WORK
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       0006A-END.

       0007-IMPRIMIR-PENDENTE.
           MOVE 5 TO WRK-CAT-IDX.
           PERFORM 0007A-PROCURAR-CATEGORIA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5.
           IF SORT-EM-ANDAMENTO
               MOVE 'EM ANDAMENTO' TO WRK-SIT-ED
           ELSE
               MOVE 'ABERTO'       TO WRK-SIT-ED
           END-IF.
           MOVE SORT-NUMERO TO WRK-NUMERO-ED.
           MOVE SORT-IDADE  TO WRK-QTD-ED.
           MOVE SPACES TO WRK-DATA-ED.
           STRING SORT-DATA-ABERTURA(7:2) '/' SORT-DATA-ABERTURA(5:2)
                  '/' SORT-DATA-ABERTURA(1:4) DELIMITED BY SIZE
               INTO WRK-DATA-ED
           END-STRING.
           STRING WRK-NUMERO-ED ' ' WRK-DATA-ED ' ' WRK-QTD-ED ' '
                  WRK-CAT-NOME(WRK-CAT-IDX) ' ' WRK-SIT-ED ' '
                  SORT-LOJA '  ' SORT-RESPONSAVEL ' '
                  SORT-DESCRICAO(1:55)
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           IF SORT-IDADE > 30
               MOVE '<<< +30 DIAS' TO WRK-REL-LINHA(121:12)
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0006A-RETORNAR-CHAMADO.
       0007-END.

       0007A-PROCURAR-CATEGORIA.
           IF WRK-CAT-LETRA(WRK-IDX:1) = SORT-CATEGORIA
               MOVE WRK-IDX TO WRK-CAT-IDX
           END-IF.
       0007A-END.

      ******************************************************************
      * QUADRO IDADE X CATEGORIA E MOVIMENTO DA SEMANA.
      ******************************************************************
       0008-IMPRIMIR-QUADRO.
           MOVE 'PENDENTES POR IDADE E CATEGORIA' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'CATEGORIA     ATE 7D   8-15D  16-30D    +30D   TOTAL'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0009-IMPRIMIR-CATEGORIA
               VARYING WRK-CAT-IDX FROM 1 BY 1 UNTIL WRK-CAT-IDX > 6.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-ABERTOS-SEMANA    TO WRK-QTD-ED.
           MOVE WRK-ENCERRADOS-SEMANA TO WRK-QTD-ED2.
           STRING 'NOS ULTIMOS 7 DIAS: ' WRK-QTD-ED ' ABERTO(S), '
                  WRK-QTD-ED2 ' ENCERRADO(S).'
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0008-END.

       0009-IMPRIMIR-CATEGORIA.
           MOVE SPACES TO WRK-QDR-ED.
           PERFORM 0009A-EDITAR-FAIXA
               VARYING WRK-FAIXA-IDX FROM 1 BY 1
               UNTIL WRK-FAIXA-IDX > 5.
           STRING WRK-CAT-NOME(WRK-CAT-IDX) WRK-QDR-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0009-END.

       0009A-EDITAR-FAIXA.
           MOVE WRK-QDR-FAIXA(WRK-CAT-IDX WRK-FAIXA-IDX)
               TO WRK-QDR-ED-N(WRK-FAIXA-IDX).
       0009A-END.

      ******************************************************************
      * RECLAMACOES POR SABOR E LOTE, COM OS DADOS DO LOTE. LOTE AINDA
      * ATIVO COM RECLAMACOES NO LIMITE SAI MARCADO PARA A QUALIDADE
      * DECIDIR O BLOQUEIO (EST0006A) OU O RECALL (RCL0001A).
      ******************************************************************
       0010-IMPRIMIR-LOTES.
           MOVE 'RECLAMACOES POR SABOR E LOTE' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'MARCA SABOR                LOTE        QTD PEND.'
               TO WRK-REL-LINHA.
           MOVE 'VALIDADE SALDO SIT  FORN. ENTRADA'
               TO WRK-REL-LINHA(50:33).
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0011-IMPRIMIR-LOTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TLT-QTD-TAB.
           IF WRK-TLT-QTD-TAB = ZERO
               MOVE 'NENHUMA RECLAMACAO COM SABOR INFORMADO.'
                   TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
       0010-END.

       0011-IMPRIMIR-LOTE.
           MOVE SPACES TO WRK-LOTE-ED WRK-ALERTA-ED.
           MOVE 'N' TO WRK-LOT-STATUS.
           IF WRK-TLT-LOTE(WRK-IDX) = SPACES
               MOVE '(LOTE NAO INFORMADO)' TO WRK-LOTE-ED
           ELSE
               IF LOTES-EXISTE
                   MOVE WRK-TLT-ID-MARCA(WRK-IDX) TO LOT-ID-MARCA
                   MOVE WRK-TLT-SABOR(WRK-IDX)    TO LOT-SABOR
                   MOVE WRK-TLT-LOTE(WRK-IDX)     TO LOT-NUMERO
                   READ ARQUIVO-LOTES
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF FS-LOT-OK
                   MOVE LOT-QTD TO WRK-QTD-ED2
                   STRING LOT-VALIDADE ' ' WRK-QTD-ED2 ' '
                          LOT-SITUACAO '    ' LOT-FORNECEDOR ' '
                          LOT-DATA-ENTRADA
                          DELIMITED BY SIZE
                       INTO WRK-LOTE-ED
                   END-STRING
                   IF LOT-ATIVO
                      AND WRK-TLT-QTD(WRK-IDX) >= WRK-LIMITE-LOTE
                       MOVE '<<< ATENCAO' TO WRK-ALERTA-ED
                       ADD 1 TO WRK-LOTES-ALERTA
                   END-IF
               ELSE
                   MOVE '(LOTE FORA DE LOTES.DAT)' TO WRK-LOTE-ED
               END-IF
           END-IF.

           MOVE WRK-TLT-QTD(WRK-IDX)       TO WRK-QTD-ED.
           MOVE WRK-TLT-PENDENTES(WRK-IDX) TO WRK-NUMERO-ED.
           STRING WRK-TLT-ID-MARCA(WRK-IDX) '   '
                  WRK-TLT-SABOR(WRK-IDX) ' '
                  WRK-TLT-LOTE(WRK-IDX) ' ' WRK-QTD-ED
                  WRK-NUMERO-ED(2:5) ' ' WRK-LOTE-ED ' '
                  WRK-ALERTA-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0011-END.

           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
