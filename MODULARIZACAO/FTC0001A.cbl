      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: MANUTENCAO DA FICHA TECNICA (RECEITA) DOS SABORES
      *              DE PRODUCAO PROPRIA (FICHAS-TECNICAS.DAT, CHAVE
      *              ID-MARCA + SABOR + SEQUENCIA): O CABECALHO DA
      *              FICHA TRAZ O RENDIMENTO DE UMA BATELADA EM CUBAS
      *              E A VALIDADE DO PRODUTO PRONTO EM DIAS; AS LINHAS
      *              TRAZEM CADA INGREDIENTE (INGREDIENTES.DAT) COM A
      *              QUANTIDADE USADA POR BATELADA. A LISTAGEM MOSTRA
      *              O CUSTO DA BATELADA E O CUSTO POR CUBA AO CUSTO
      *              MEDIO ATUAL DOS INGREDIENTES. A PRODUCAO
      *              (PRD0001A) SO RODA PARA SABOR COM FICHA.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FTC0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FICHAS ASSIGN TO DYNAMIC WRK-FICHAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTC-CHAVE
               FILE STATUS IS WRK-FTC-STATUS.

           SELECT ARQUIVO-INGREDIENTES
               ASSIGN TO DYNAMIC WRK-INGREDIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ING-CODIGO
               FILE STATUS IS WRK-ING-STATUS.

      * O CATALOGO SO E CONSULTADO (O SABOR DA FICHA PRECISA EXISTIR);
      * ABERTURA COMPARTILHADA PARA NAO BRIGAR COM O BALCAO.
           SELECT ARQUIVO-SABORES ASSIGN TO DYNAMIC WRK-SABORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAB-CHAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WRK-SAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-FICHAS.
           COPY FICHAS-FD.CPY.

       FD ARQUIVO-INGREDIENTES.
           COPY INGREDIENTES-FD.CPY.

       FD ARQUIVO-SABORES.
           COPY SABORES-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-FTC-STATUS PIC X(02).
           88 FS-FTC-OK             VALUE '00'.
           88 FS-FTC-FIM-ARQUIVO    VALUE '10'.
           88 FS-FTC-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ING-STATUS PIC X(02).
           88 FS-ING-OK             VALUE '00'.
           88 FS-ING-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-SAB-STATUS PIC X(02).
           88 FS-SAB-OK             VALUE '00'.
           88 FS-SAB-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-FICHAS-PATH       PIC X(100).
       01 WRK-INGREDIENTES-PATH PIC X(100).
       01 WRK-SABORES-PATH      PIC X(100).

       01 WRK-CONTINUAR PIC X(01) VALUE 'S'.
       01 WRK-OPCAO     PIC X(01).
       01 WRK-ID-MARCA  PIC 9(03).
       01 WRK-SABOR     PIC X(20).
       01 WRK-SEQ       PIC 9(02).
       01 WRK-CODIGO    PIC X(06).
       01 WRK-ENTRADA-CURTA PIC X(05).

       01 WRK-SABOR-SITUACAO PIC X(01).
           88 SABOR-VALIDO VALUE 'S'.

      * CUSTEIO DA FICHA NA LISTAGEM.
       01 WRK-CUSTO-LINHA    PIC 9(07)V9999 VALUE ZERO.
       01 WRK-CUSTO-BATELADA PIC 9(07)V9999 VALUE ZERO.
       01 WRK-CUSTO-CUBA     PIC 9(05)V99   VALUE ZERO.
       01 WRK-RENDIMENTO     PIC 9(05)      VALUE ZERO.
       01 WRK-TOTAL-LINHAS   PIC 9(03) COMP VALUE 0.
       01 WRK-FIM-FICHA PIC X(01) VALUE 'N'.
           88 FICHA-LIDA VALUE 'S'.

           COPY NUMVALIDA-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '     FTC0001A - FICHA TECNICA DE PRODUCAO       '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0001-ABRIR-ARQUIVOS.

           IF FS-SAB-ARQUIVO-NOVO
               DISPLAY 'SABORES.DAT AINDA NAO EXISTE. CADASTRE O '
                       'CATALOGO PELO SAB0001A PRIMEIRO.'
           ELSE
               PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'
           END-IF.

           CLOSE ARQUIVO-FICHAS.
           CLOSE ARQUIVO-INGREDIENTES.
           CLOSE ARQUIVO-SABORES.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-FICHAS-PATH
               FROM ENVIRONMENT 'FICHAS_TECNICAS_PATH'.
           IF WRK-FICHAS-PATH = SPACES
               MOVE 'FICHAS-TECNICAS.DAT' TO WRK-FICHAS-PATH
           END-IF.

           ACCEPT WRK-INGREDIENTES-PATH
               FROM ENVIRONMENT 'INGREDIENTES_DAT_PATH'.
           IF WRK-INGREDIENTES-PATH = SPACES
               MOVE 'INGREDIENTES.DAT' TO WRK-INGREDIENTES-PATH
           END-IF.

           ACCEPT WRK-SABORES-PATH
               FROM ENVIRONMENT 'SABORES_DAT_PATH'.
           IF WRK-SABORES-PATH = SPACES
               MOVE 'SABORES.DAT' TO WRK-SABORES-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVOS.
      * OS ARQUIVOS INDEXADOS PRECISAM EXISTIR ANTES DO I-O.
           OPEN I-O ARQUIVO-FICHAS.
           IF FS-FTC-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-FICHAS
               CLOSE ARQUIVO-FICHAS
               OPEN I-O ARQUIVO-FICHAS
           END-IF.

           OPEN I-O ARQUIVO-INGREDIENTES.
           IF FS-ING-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-INGREDIENTES
               CLOSE ARQUIVO-INGREDIENTES
               OPEN I-O ARQUIVO-INGREDIENTES
           END-IF.

           OPEN INPUT ARQUIVO-SABORES.
       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(C)ABECALHO, (I)NGREDIENTE, (E)XCLUIR LINHA, '
                   '(L)ISTAR FICHA OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'C'
                   PERFORM 0004-MANTER-CABECALHO
               WHEN 'I'
                   PERFORM 0005-MANTER-LINHA
               WHEN 'E'
                   PERFORM 0006-EXCLUIR-LINHA
               WHEN 'L'
                   PERFORM 0007-LISTAR-FICHA
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

      * PEDE MARCA E SABOR E CONFERE NO CATALOGO.
       0003-OBTER-SABOR.
           MOVE 'N' TO WRK-SABOR-SITUACAO.
           DISPLAY 'ID DA MARCA DO SABOR: '.
           ACCEPT WRK-ID-MARCA.
           DISPLAY 'NOME DO SABOR: '.
           ACCEPT WRK-SABOR.
           MOVE FUNCTION UPPER-CASE(WRK-SABOR) TO WRK-SABOR.

           MOVE WRK-ID-MARCA TO SAB-ID-MARCA.
           MOVE WRK-SABOR    TO SAB-SABOR.
           READ ARQUIVO-SABORES
               INVALID KEY
                   DISPLAY 'SABOR NAO ENCONTRADO NO CATALOGO.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SABOR-SITUACAO
           END-READ.
       0003-END.

      * CABECALHO (SEQUENCIA 00): RENDIMENTO E VALIDADE. INCLUI NA
      * PRIMEIRA VEZ, ALTERA DEPOIS (ENTER MANTEM O VALOR ATUAL).
       0004-MANTER-CABECALHO.
           PERFORM 0003-OBTER-SABOR.
           IF NOT SABOR-VALIDO
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-ID-MARCA TO FTC-ID-MARCA.
           MOVE WRK-SABOR    TO FTC-SABOR.
           MOVE ZERO         TO FTC-SEQ.
           READ ARQUIVO-FICHAS
               INVALID KEY
                   MOVE SPACES TO FTC-DADOS
                   MOVE ZERO TO FTC-RENDIMENTO
                   MOVE ZERO TO FTC-VALIDADE-DIAS
               NOT INVALID KEY
                   CONTINUE
           END-READ.

           DISPLAY 'RENDIMENTO DA BATELADA EM CUBAS (ATUAL '
                   FTC-RENDIMENTO '): '.
           ACCEPT WRK-ENTRADA-CURTA.
           IF WRK-ENTRADA-CURTA NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-ENTRADA-CURTA)
                   TO FTC-RENDIMENTO
           END-IF.
           DISPLAY 'VALIDADE DO PRODUTO PRONTO EM DIAS (ATUAL '
                   FTC-VALIDADE-DIAS '): '.
           ACCEPT WRK-ENTRADA-CURTA.
           IF WRK-ENTRADA-CURTA NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-ENTRADA-CURTA)
                   TO FTC-VALIDADE-DIAS
           END-IF.

           IF FTC-RENDIMENTO = ZERO OR FTC-VALIDADE-DIAS = ZERO
               DISPLAY 'RENDIMENTO E VALIDADE SAO OBRIGATORIOS. '
                       'FICHA NAO GRAVADA.'
               EXIT PARAGRAPH
           END-IF.

           IF FS-FTC-OK
               REWRITE REGISTRO-FICHA
           ELSE
               WRITE REGISTRO-FICHA
           END-IF.
           IF FS-FTC-OK
               DISPLAY 'CABECALHO DA FICHA GRAVADO.'
           ELSE
               DISPLAY 'ERRO AO GRAVAR A FICHA. STATUS '
                       WRK-FTC-STATUS
           END-IF.
       0004-END.

      * LINHA DE INGREDIENTE (SEQUENCIA 01 A 20): INCLUI OU SUBSTITUI
      * A QUANTIDADE POR BATELADA. A FICHA PRECISA TER CABECALHO.
       0005-MANTER-LINHA.
           PERFORM 0003-OBTER-SABOR.
           IF NOT SABOR-VALIDO
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-ID-MARCA TO FTC-ID-MARCA.
           MOVE WRK-SABOR    TO FTC-SABOR.
           MOVE ZERO         TO FTC-SEQ.
           READ ARQUIVO-FICHAS
               INVALID KEY
                   DISPLAY 'SABOR SEM FICHA. GRAVE O CABECALHO '
                           'PRIMEIRO (OPCAO C).'
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY 'SEQUENCIA DA LINHA (01 A 20): '.
           ACCEPT WRK-SEQ.
           IF WRK-SEQ = ZERO OR WRK-SEQ > 20
               DISPLAY 'SEQUENCIA INVALIDA.'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CODIGO DO INGREDIENTE: '.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.
           MOVE WRK-CODIGO TO ING-CODIGO.
           READ ARQUIVO-INGREDIENTES
               INVALID KEY
                   DISPLAY 'INGREDIENTE NAO CADASTRADO (ING0001A).'
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY 'QUANTIDADE POR BATELADA (' ING-UNIDADE '): '.
           ACCEPT WRK-NUM-ENTRADA.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NOT NUM-OK OR WRK-NUM-ENTRADA = SPACES
               DISPLAY 'QUANTIDADE INVALIDA. LINHA NAO GRAVADA.'
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-ID-MARCA TO FTC-ID-MARCA.
           MOVE WRK-SABOR    TO FTC-SABOR.
           MOVE WRK-SEQ      TO FTC-SEQ.
           READ ARQUIVO-FICHAS
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO FTC-DADOS.
           MOVE WRK-CODIGO TO FTC-ING-CODIGO.
           MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO FTC-ING-QTD.
           IF FTC-ING-QTD = ZERO
               DISPLAY 'QUANTIDADE ZERADA. USE (E) PARA EXCLUIR A '
                       'LINHA.'
               EXIT PARAGRAPH
           END-IF.

           IF FS-FTC-OK
               REWRITE REGISTRO-FICHA
           ELSE
               WRITE REGISTRO-FICHA
           END-IF.
           IF FS-FTC-OK
               DISPLAY 'LINHA ' WRK-SEQ ' GRAVADA.'
           ELSE
               DISPLAY 'ERRO AO GRAVAR A LINHA. STATUS '
                       WRK-FTC-STATUS
           END-IF.
       0005-END.

       0006-EXCLUIR-LINHA.
           PERFORM 0003-OBTER-SABOR.
           IF NOT SABOR-VALIDO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'SEQUENCIA DA LINHA A EXCLUIR (01 A 20): '.
           ACCEPT WRK-SEQ.
           IF WRK-SEQ = ZERO
               DISPLAY 'O CABECALHO NAO E EXCLUIDO POR AQUI.'
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-ID-MARCA TO FTC-ID-MARCA.
           MOVE WRK-SABOR    TO FTC-SABOR.
           MOVE WRK-SEQ      TO FTC-SEQ.
           DELETE ARQUIVO-FICHAS
               INVALID KEY
                   DISPLAY 'LINHA NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY 'LINHA ' WRK-SEQ ' EXCLUIDA.'
           END-DELETE.
       0006-END.

      * LISTA A FICHA E CUSTEIA A BATELADA AO CUSTO MEDIO ATUAL DE
      * CADA INGREDIENTE; CUSTO POR CUBA = BATELADA / RENDIMENTO.
       0007-LISTAR-FICHA.
           PERFORM 0003-OBTER-SABOR.
           IF NOT SABOR-VALIDO
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-ID-MARCA TO FTC-ID-MARCA.
           MOVE WRK-SABOR    TO FTC-SABOR.
           MOVE ZERO         TO FTC-SEQ.
           READ ARQUIVO-FICHAS
               INVALID KEY
                   DISPLAY 'SABOR SEM FICHA TECNICA.'
                   EXIT PARAGRAPH
           END-READ.

           MOVE FTC-RENDIMENTO TO WRK-RENDIMENTO.
           MOVE ZERO TO WRK-CUSTO-BATELADA.
           MOVE ZERO TO WRK-TOTAL-LINHAS.
           DISPLAY '------------------------------------------'.
           DISPLAY ' FICHA ' WRK-ID-MARCA ' ' WRK-SABOR.
           DISPLAY ' RENDIMENTO: ' FTC-RENDIMENTO ' CUBAS  VALIDADE: '
                   FTC-VALIDADE-DIAS ' DIAS'.
           DISPLAY '------------------------------------------'.

           MOVE 'N' TO WRK-FIM-FICHA.
           PERFORM 0007A-LER-LINHA.
           PERFORM 0007B-EXIBIR-LINHA UNTIL FICHA-LIDA.

           IF WRK-RENDIMENTO > ZERO
               COMPUTE WRK-CUSTO-CUBA ROUNDED =
                   WRK-CUSTO-BATELADA / WRK-RENDIMENTO
           ELSE
               MOVE ZERO TO WRK-CUSTO-CUBA
           END-IF.
           DISPLAY '------------------------------------------'.
           DISPLAY ' LINHAS..............: ' WRK-TOTAL-LINHAS.
           DISPLAY ' CUSTO DA BATELADA...: ' WRK-CUSTO-BATELADA.
           DISPLAY ' CUSTO POR CUBA......: ' WRK-CUSTO-CUBA.
           DISPLAY '------------------------------------------'.
       0007-END.

       0007A-LER-LINHA.
           READ ARQUIVO-FICHAS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-FICHA
           END-READ.
           IF NOT FICHA-LIDA
               IF FTC-ID-MARCA NOT = WRK-ID-MARCA
                  OR FTC-SABOR NOT = WRK-SABOR
                   MOVE 'S' TO WRK-FIM-FICHA
               END-IF
           END-IF.
       0007A-END.

       0007B-EXIBIR-LINHA.
           MOVE FTC-ING-CODIGO TO ING-CODIGO.
           READ ARQUIVO-INGREDIENTES
               INVALID KEY
                   MOVE '** INGREDIENTE NAO CADASTRADO **'
                       TO ING-DESCRICAO
                   MOVE SPACES TO ING-UNIDADE
                   MOVE ZERO TO ING-CUSTO-MEDIO
           END-READ.
           COMPUTE WRK-CUSTO-LINHA ROUNDED =
               FTC-ING-QTD * ING-CUSTO-MEDIO.
           ADD WRK-CUSTO-LINHA TO WRK-CUSTO-BATELADA.
           ADD 1 TO WRK-TOTAL-LINHAS.
           DISPLAY ' ' FTC-SEQ ' ' FTC-ING-CODIGO ' ' ING-DESCRICAO
                   ' ' FTC-ING-QTD ' ' ING-UNIDADE
                   ' CUSTO ' WRK-CUSTO-LINHA.
           PERFORM 0007A-LER-LINHA.
       0007B-END.

           COPY NUMVALIDA-PD.CPY.
           COPY BANNER-PD.CPY.
