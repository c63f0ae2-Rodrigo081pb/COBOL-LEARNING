      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: MANUTENCAO DO CADASTRO DE INGREDIENTES DA
      *              PRODUCAO PROPRIA (INGREDIENTES.DAT, CHAVE
      *              CODIGO): INCLUI, ALTERA, LISTA E LANCA A ENTRADA
      *              DE COMPRA DE CADA INGREDIENTE (QUANTIDADE NA
      *              UNIDADE DO CADASTRO E CUSTO UNITARIO), QUE SOMA
      *              NO SALDO E RECALCULA O CUSTO MEDIO PONDERADO. A
      *              FICHA TECNICA (FTC0001A) REFERENCIA O CODIGO E A
      *              PRODUCAO (PRD0001A) CONSOME O SALDO A ESSE CUSTO,
      *              QUE VIRA O CUSTO DO SABOR FEITO NA COZINHA.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ING0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-INGREDIENTES
               ASSIGN TO DYNAMIC WRK-INGREDIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ING-CODIGO
               FILE STATUS IS WRK-ING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-INGREDIENTES.
           COPY INGREDIENTES-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-ING-STATUS PIC X(02).
           88 FS-ING-OK             VALUE '00'.
           88 FS-ING-FIM-ARQUIVO    VALUE '10'.
           88 FS-ING-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHO DO ARQUIVO, OBTIDO DE VARIAVEL DE AMBIENTE (COM VALOR
      * PADRAO CASO ELA NAO ESTEJA DEFINIDA).
       01 WRK-INGREDIENTES-PATH PIC X(100).

       01 WRK-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WRK-OPCAO      PIC X(01).
       01 WRK-CODIGO     PIC X(06).
       01 WRK-DESCRICAO  PIC X(30).
       01 WRK-UNIDADE    PIC X(02).

      * ENTRADA DE COMPRA: QUANTIDADE NA UNIDADE DO CADASTRO (ACEITA
      * FRACAO, EX: 2,5 KG) E CUSTO POR UNIDADE.
       01 WRK-QTD-ENTRADA   PIC 9(07)V999 VALUE ZERO.
       01 WRK-CUSTO-ENTRADA PIC 9(05)V9999 VALUE ZERO.

       01 WRK-TOTAL-LISTADOS PIC 9(05) COMP VALUE 0.

           COPY NUMVALIDA-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '     ING0001A - CADASTRO DE INGREDIENTES        '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0001-ABRIR-ARQUIVO.

           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-INGREDIENTES.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-INGREDIENTES-PATH
               FROM ENVIRONMENT 'INGREDIENTES_DAT_PATH'.
           IF WRK-INGREDIENTES-PATH = SPACES
               MOVE 'INGREDIENTES.DAT' TO WRK-INGREDIENTES-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVO.
      * O ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO EM I-O.
           OPEN I-O ARQUIVO-INGREDIENTES.
           IF FS-ING-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-INGREDIENTES
               CLOSE ARQUIVO-INGREDIENTES
               OPEN I-O ARQUIVO-INGREDIENTES
           END-IF.
       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(I)NCLUIR, (A)LTERAR, (E)NTRADA DE COMPRA, '
                   '(L)ISTAR OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'I'
                   PERFORM 0003-INCLUIR-INGREDIENTE
               WHEN 'A'
                   PERFORM 0004-ALTERAR-INGREDIENTE
               WHEN 'E'
                   PERFORM 0006-ENTRADA-COMPRA
               WHEN 'L'
                   PERFORM 0005-LISTAR-INGREDIENTES
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

       0003-INCLUIR-INGREDIENTE.
           DISPLAY 'CODIGO DO INGREDIENTE (ATE 6 POSICOES): '.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.
           DISPLAY 'DESCRICAO: '.
           ACCEPT WRK-DESCRICAO.
           MOVE FUNCTION UPPER-CASE(WRK-DESCRICAO) TO WRK-DESCRICAO.
           DISPLAY 'UNIDADE DE MEDIDA (KG, LT, UN): '.
           ACCEPT WRK-UNIDADE.
           MOVE FUNCTION UPPER-CASE(WRK-UNIDADE) TO WRK-UNIDADE.

           IF WRK-CODIGO = SPACES OR WRK-DESCRICAO = SPACES
              OR WRK-UNIDADE = SPACES
               DISPLAY 'CODIGO, DESCRICAO E UNIDADE SAO '
                       'OBRIGATORIOS.'
           ELSE
      * O SALDO E O CUSTO NASCEM ZERADOS; ENTRAM PELA OPCAO (E).
               MOVE WRK-CODIGO    TO ING-CODIGO
               MOVE WRK-DESCRICAO TO ING-DESCRICAO
               MOVE WRK-UNIDADE   TO ING-UNIDADE
               MOVE ZEROS TO ING-ESTOQUE
               MOVE ZEROS TO ING-CUSTO-MEDIO
               WRITE REGISTRO-INGREDIENTE
                   INVALID KEY
                       DISPLAY 'CODIGO JA CADASTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'INGREDIENTE CADASTRADO COM SUCESSO.'
               END-WRITE
           END-IF.
       0003-END.

       0004-ALTERAR-INGREDIENTE.
           DISPLAY 'CODIGO DO INGREDIENTE A ALTERAR: '.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.

           MOVE WRK-CODIGO TO ING-CODIGO.
           READ ARQUIVO-INGREDIENTES
               INVALID KEY
                   DISPLAY 'CODIGO NAO ENCONTRADO.'
               NOT INVALID KEY
                   DISPLAY 'DESCRICAO ATUAL: ' ING-DESCRICAO
                   DISPLAY 'NOVA DESCRICAO (ENTER MANTEM): '
                   ACCEPT WRK-DESCRICAO
                   IF WRK-DESCRICAO NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(WRK-DESCRICAO)
                           TO ING-DESCRICAO
                   END-IF
      * TROCAR A UNIDADE COM SALDO MUDARIA O SIGNIFICADO DO SALDO E
      * DAS FICHAS QUE USAM O INGREDIENTE.
                   IF ING-ESTOQUE = ZERO
                       DISPLAY 'UNIDADE ATUAL: ' ING-UNIDADE
                       DISPLAY 'NOVA UNIDADE (ENTER MANTEM): '
                       ACCEPT WRK-UNIDADE
                       IF WRK-UNIDADE NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(WRK-UNIDADE)
                               TO ING-UNIDADE
                       END-IF
                   END-IF
                   REWRITE REGISTRO-INGREDIENTE
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR O INGREDIENTE.'
                       NOT INVALID KEY
                           DISPLAY 'INGREDIENTE ALTERADO COM '
                                   'SUCESSO.'
                   END-REWRITE
           END-READ.
       0004-END.

       0005-LISTAR-INGREDIENTES.
           MOVE ZERO TO WRK-TOTAL-LISTADOS.
           MOVE LOW-VALUES TO ING-CODIGO.
           START ARQUIVO-INGREDIENTES KEY NOT < ING-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0005A-LER-INGREDIENTE
                   PERFORM 0005B-EXIBIR-INGREDIENTE
                       UNTIL FS-ING-FIM-ARQUIVO
           END-START.
           DISPLAY 'TOTAL DE INGREDIENTES: ' WRK-TOTAL-LISTADOS.
       0005-END.

       0005A-LER-INGREDIENTE.
           READ ARQUIVO-INGREDIENTES NEXT RECORD.
       0005A-END.

       0005B-EXIBIR-INGREDIENTE.
           DISPLAY ' ' ING-CODIGO ' ' ING-DESCRICAO ' ' ING-UNIDADE
                   ' SALDO ' ING-ESTOQUE ' CUSTO ' ING-CUSTO-MEDIO.
           ADD 1 TO WRK-TOTAL-LISTADOS.
           PERFORM 0005A-LER-INGREDIENTE.
       0005B-END.

      * ENTRADA DE COMPRA: SOMA NO SALDO E RECALCULA O CUSTO MEDIO
      * PONDERADO (SALDO ATUAL AO MEDIO MAIS A ENTRADA AO CUSTO
      * INFORMADO, DIVIDIDO PELO SALDO NOVO), MESMA REGRA DO SABOR.
       0006-ENTRADA-COMPRA.
           DISPLAY 'CODIGO DO INGREDIENTE: '.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.

           MOVE WRK-CODIGO TO ING-CODIGO.
           READ ARQUIVO-INGREDIENTES
               INVALID KEY
                   DISPLAY 'CODIGO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM 0007-OBTER-ENTRADA
           END-READ.
       0006-END.

       0007-OBTER-ENTRADA.
           DISPLAY ING-DESCRICAO ' SALDO ' ING-ESTOQUE ' '
                   ING-UNIDADE ' CUSTO MEDIO ' ING-CUSTO-MEDIO.
           DISPLAY 'QUANTIDADE COMPRADA (' ING-UNIDADE '): '.
           ACCEPT WRK-NUM-ENTRADA.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NOT NUM-OK OR WRK-NUM-ENTRADA = SPACES
               DISPLAY 'QUANTIDADE INVALIDA. ENTRADA NAO LANCADA.'
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO WRK-QTD-ENTRADA.
           IF WRK-QTD-ENTRADA = ZERO
               DISPLAY 'QUANTIDADE ZERADA. ENTRADA NAO LANCADA.'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CUSTO POR ' ING-UNIDADE
                   ' (ENTER MANTEM O MEDIO ATUAL): '.
           ACCEPT WRK-NUM-ENTRADA.
           IF WRK-NUM-ENTRADA = SPACES
               MOVE ING-CUSTO-MEDIO TO WRK-CUSTO-ENTRADA
           ELSE
               PERFORM 0910-VALIDAR-NUMERICO
               IF NUM-OK
                   MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA)
                       TO WRK-CUSTO-ENTRADA
               ELSE
                   DISPLAY 'CUSTO INVALIDO. MANTENDO O MEDIO.'
                   MOVE ING-CUSTO-MEDIO TO WRK-CUSTO-ENTRADA
               END-IF
           END-IF.

           COMPUTE ING-CUSTO-MEDIO ROUNDED =
               (ING-ESTOQUE * ING-CUSTO-MEDIO
                + WRK-QTD-ENTRADA * WRK-CUSTO-ENTRADA)
               / (ING-ESTOQUE + WRK-QTD-ENTRADA).
           ADD WRK-QTD-ENTRADA TO ING-ESTOQUE.

           REWRITE REGISTRO-INGREDIENTE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A ENTRADA.'
               NOT INVALID KEY
                   DISPLAY 'ENTRADA LANCADA. NOVO SALDO: '
                           ING-ESTOQUE ' CUSTO MEDIO: '
                           ING-CUSTO-MEDIO
           END-REWRITE.
       0007-END.

           COPY NUMVALIDA-PD.CPY.
           COPY BANNER-PD.CPY.
