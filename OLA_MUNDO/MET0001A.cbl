      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: MANUTENCAO DAS METAS MENSAIS DE VENDA (METAS.DAT,
      *              CHAVE LOJA + MES + ID-MARCA): A GERENCIA INCLUI,
      *              ALTERA, EXCLUI E LISTA A META DE FATURAMENTO E A
      *              META DE CUBAS DE CADA LOJA NO MES (AAAAMM), DA
      *              LOJA INTEIRA (ID-MARCA 000) OU DE UMA MARCA
      *              ESPECIFICA. A LOJA E CONFERIDA EM LOJAS.DAT E A
      *              MARCA EM MARCAS.DAT (SO MARCA ATIVA). O
      *              ACOMPANHAMENTO DIARIO (MET0002A) CONFRONTA AS
      *              METAS COM AS VENDAS DO MES, NO LUGAR DO QUADRO
      *              BRANCO DAS LOJAS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MET0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-METAS ASSIGN TO DYNAMIC WRK-METAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-CHAVE
               FILE STATUS IS WRK-MET-STATUS.

           SELECT ARQUIVO-LOJAS ASSIGN TO DYNAMIC WRK-LOJAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJ-CODIGO
               FILE STATUS IS WRK-LOJ-STATUS.

           SELECT ARQUIVO-MARCAS ASSIGN TO DYNAMIC WRK-MARCAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-METAS.
           COPY METAS-FD.CPY.

       FD ARQUIVO-LOJAS.
           COPY LOJAS-FD.CPY.

       FD ARQUIVO-MARCAS.
           COPY MODELO-DADOS.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-MET-STATUS PIC X(02).
           88 FS-MET-OK             VALUE '00'.
           88 FS-MET-FIM-ARQUIVO    VALUE '10'.
           88 FS-MET-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-LOJ-STATUS PIC X(02).
           88 FS-LOJ-OK             VALUE '00'.
           88 FS-LOJ-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-MAR-STATUS PIC X(02).
           88 FS-MAR-OK             VALUE '00'.
           88 FS-MAR-FIM-ARQUIVO    VALUE '10'.
           88 FS-MAR-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-METAS-PATH  PIC X(100).
       01 WRK-LOJAS-PATH  PIC X(100).
       01 WRK-MARCAS-PATH PIC X(100).

       01 WRK-CONTINUAR PIC X(01) VALUE 'S'.
       01 WRK-OPCAO     PIC X(01).
       01 WRK-CONFIRMA  PIC X(01).

      * CHAVE DIGITADA. MARCA EM BRANCO OU 000 = META DA LOJA INTEIRA.
       01 WRK-LOJA         PIC X(03).
       01 WRK-MES          PIC X(06).
       01 WRK-MES-NUM REDEFINES WRK-MES.
           05 WRK-MES-ANO  PIC 9(04).
           05 WRK-MES-MM   PIC 9(02).
       01 WRK-MARCA-ENTRADA PIC X(03).
       01 WRK-ID-MARCA      PIC 9(03).

       01 WRK-CHAVE-OK PIC X(01).
           88 CHAVE-OK VALUE 'S'.

       01 WRK-MARCA-EXISTE PIC X(01).
           88 MARCA-EXISTE VALUE 'S'.
       01 WRK-NOME-MARCA-ACHADA PIC X(30).

       01 WRK-VALOR-ENTRADA PIC 9(09)V99 VALUE ZERO.
       01 WRK-QTD-ENTRADA   PIC 9(07) VALUE ZERO.
       01 WRK-VALOR-OK PIC X(01).
           88 VALOR-OK VALUE 'S'.

       01 WRK-DATA-HOJE PIC X(08).
       01 WRK-MES-LISTA PIC X(06).

       01 WRK-VALOR-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-QTD-ED   PIC Z,ZZZ,ZZ9.

       01 WRK-TOTAL-LISTADAS PIC 9(05) COMP VALUE 0.

           COPY NUMVALIDA-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '     MET0001A - METAS MENSAIS DE VENDA          '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0001-ABRIR-ARQUIVO.

           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-METAS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-METAS-PATH FROM ENVIRONMENT 'METAS_DAT_PATH'.
           IF WRK-METAS-PATH = SPACES
               MOVE 'METAS.DAT' TO WRK-METAS-PATH
           END-IF.

           ACCEPT WRK-LOJAS-PATH FROM ENVIRONMENT 'LOJAS_DAT_PATH'.
           IF WRK-LOJAS-PATH = SPACES
               MOVE 'LOJAS.DAT' TO WRK-LOJAS-PATH
           END-IF.

           ACCEPT WRK-MARCAS-PATH FROM ENVIRONMENT 'MARCAS_DAT_PATH'.
           IF WRK-MARCAS-PATH = SPACES
               MOVE 'MARCAS.DAT' TO WRK-MARCAS-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVO.
      * O ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO EM I-O.
           OPEN I-O ARQUIVO-METAS.
           IF FS-MET-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-METAS
               CLOSE ARQUIVO-METAS
               OPEN I-O ARQUIVO-METAS
           END-IF.
       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(I)NCLUIR, (A)LTERAR, (E)XCLUIR, (L)ISTAR OU '
                   '(S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'I'
                   PERFORM 0003-INCLUIR-META
               WHEN 'A'
                   PERFORM 0004-ALTERAR-META
               WHEN 'E'
                   PERFORM 0005-EXCLUIR-META
               WHEN 'L'
                   PERFORM 0006-LISTAR-METAS
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

       0003-INCLUIR-META.
           PERFORM 0007-OBTER-CHAVE.
           IF NOT CHAVE-OK
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0010-OBTER-VALORES.
           IF NOT VALOR-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-LOJA          TO MET-LOJA.
           MOVE WRK-MES           TO MET-MES.
           MOVE WRK-ID-MARCA      TO MET-ID-MARCA.
           MOVE WRK-VALOR-ENTRADA TO MET-VALOR-META.
           MOVE WRK-QTD-ENTRADA   TO MET-QTD-META.
           WRITE REGISTRO-META
               INVALID KEY
                   DISPLAY 'JA EXISTE META PARA ESTA LOJA/MES/MARCA.'
                           ' USE (A)LTERAR.'
               NOT INVALID KEY
                   DISPLAY 'META CADASTRADA COM SUCESSO.'
           END-WRITE.
       0003-END.

       0004-ALTERAR-META.
           PERFORM 0007-OBTER-CHAVE.
           IF NOT CHAVE-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-LOJA     TO MET-LOJA.
           MOVE WRK-MES      TO MET-MES.
           MOVE WRK-ID-MARCA TO MET-ID-MARCA.
           READ ARQUIVO-METAS
               INVALID KEY
                   DISPLAY 'META NAO ENCONTRADA.'
                   EXIT PARAGRAPH
           END-READ.

           MOVE MET-VALOR-META TO WRK-VALOR-ED.
           MOVE MET-QTD-META   TO WRK-QTD-ED.
           DISPLAY 'META ATUAL: R$ ' WRK-VALOR-ED
                   '  CUBAS: ' WRK-QTD-ED.
           PERFORM 0010-OBTER-VALORES.
           IF NOT VALOR-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-VALOR-ENTRADA TO MET-VALOR-META.
           MOVE WRK-QTD-ENTRADA   TO MET-QTD-META.
           REWRITE REGISTRO-META
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR A META.'
               NOT INVALID KEY
                   DISPLAY 'META ALTERADA COM SUCESSO.'
           END-REWRITE.
       0004-END.

       0005-EXCLUIR-META.
           PERFORM 0007-OBTER-CHAVE.
           IF NOT CHAVE-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-LOJA     TO MET-LOJA.
           MOVE WRK-MES      TO MET-MES.
           MOVE WRK-ID-MARCA TO MET-ID-MARCA.
           READ ARQUIVO-METAS
               INVALID KEY
                   DISPLAY 'META NAO ENCONTRADA.'
                   EXIT PARAGRAPH
           END-READ.

           MOVE MET-VALOR-META TO WRK-VALOR-ED.
           MOVE MET-QTD-META   TO WRK-QTD-ED.
           DISPLAY 'META: R$ ' WRK-VALOR-ED '  CUBAS: ' WRK-QTD-ED.
           DISPLAY 'CONFIRMA A EXCLUSAO (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'EXCLUSAO CANCELADA.'
               EXIT PARAGRAPH
           END-IF.

           DELETE ARQUIVO-METAS
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR A META.'
               NOT INVALID KEY
                   DISPLAY 'META EXCLUIDA.'
           END-DELETE.
       0005-END.

      * LISTA AS METAS DE UM MES (ENTER = MES CORRENTE), NA ORDEM DA
      * CHAVE: LOJA, E DENTRO DA LOJA A META GERAL (000) PRIMEIRO.
       0006-LISTAR-METAS.
           DISPLAY 'MES A LISTAR (AAAAMM, ENTER = MES CORRENTE): '.
           ACCEPT WRK-MES-LISTA.
           IF WRK-MES-LISTA = SPACES
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-LISTA
           END-IF.

           MOVE ZERO TO WRK-TOTAL-LISTADAS.
           DISPLAY 'LOJA MES    MARCA     META R$         CUBAS'.
           MOVE LOW-VALUES TO MET-CHAVE.
           START ARQUIVO-METAS KEY NOT < MET-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0006A-LER-META
                   PERFORM 0006B-EXIBIR-META
                       UNTIL FS-MET-FIM-ARQUIVO
           END-START.
           DISPLAY 'TOTAL DE METAS NO MES: ' WRK-TOTAL-LISTADAS.
       0006-END.

       0006A-LER-META.
           READ ARQUIVO-METAS NEXT RECORD.
       0006A-END.

       0006B-EXIBIR-META.
           IF MET-MES = WRK-MES-LISTA
               MOVE MET-VALOR-META TO WRK-VALOR-ED
               MOVE MET-QTD-META   TO WRK-QTD-ED
               IF MET-LOJA-INTEIRA
                   DISPLAY ' ' MET-LOJA ' ' MET-MES ' LOJA '
                           WRK-VALOR-ED ' ' WRK-QTD-ED
               ELSE
                   DISPLAY ' ' MET-LOJA ' ' MET-MES ' ' MET-ID-MARCA
                           '  ' WRK-VALOR-ED ' ' WRK-QTD-ED
               END-IF
               ADD 1 TO WRK-TOTAL-LISTADAS
           END-IF.
           PERFORM 0006A-LER-META.
       0006B-END.

      * PEDE E CONFERE A CHAVE DA META: LOJA CADASTRADA, MES AAAAMM
      * VALIDO E MARCA ATIVA (OU 000 PARA A LOJA INTEIRA).
       0007-OBTER-CHAVE.
           MOVE 'N' TO WRK-CHAVE-OK.

           DISPLAY 'CODIGO DA LOJA (ENTER PARA 001 - MATRIZ): '.
           ACCEPT WRK-LOJA.
           IF WRK-LOJA = SPACES
               MOVE '001' TO WRK-LOJA
           END-IF.
           PERFORM 0008-VALIDAR-LOJA.
           IF NOT CHAVE-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WRK-CHAVE-OK.
           DISPLAY 'MES DA META (AAAAMM): '.
           ACCEPT WRK-MES.
           IF WRK-MES NOT NUMERIC
               DISPLAY 'MES INVALIDO. INFORME AAAAMM.'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-MES-MM < 1 OR WRK-MES-MM > 12
              OR WRK-MES-ANO < 2000
               DISPLAY 'MES INVALIDO. INFORME AAAAMM.'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'ID DA MARCA (ENTER OU 000 = LOJA INTEIRA): '.
           ACCEPT WRK-MARCA-ENTRADA.
           IF WRK-MARCA-ENTRADA = SPACES
               MOVE ZERO TO WRK-ID-MARCA
           ELSE
               MOVE WRK-MARCA-ENTRADA TO WRK-NUM-ENTRADA
               PERFORM 0910-VALIDAR-NUMERICO
               IF NOT NUM-OK
                   DISPLAY 'ID DE MARCA INVALIDO.'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO WRK-ID-MARCA
           END-IF.

           IF WRK-ID-MARCA = ZERO
               MOVE 'S' TO WRK-CHAVE-OK
           ELSE
               PERFORM 0009-VALIDAR-MARCA
               IF MARCA-EXISTE
                   DISPLAY 'MARCA: ' WRK-NOME-MARCA-ACHADA
                   MOVE 'S' TO WRK-CHAVE-OK
               ELSE
                   DISPLAY 'ID DE MARCA NAO ENCONTRADO (OU INATIVO) '
                           'EM MARCAS.DAT.'
               END-IF
           END-IF.
       0007-END.

      * SEM LOJAS.DAT (REDE DE UMA LOJA SO), SO A MATRIZ E ACEITA.
       0008-VALIDAR-LOJA.
           OPEN INPUT ARQUIVO-LOJAS.
           IF FS-LOJ-ARQUIVO-NOVO
               IF WRK-LOJA = '001'
                   MOVE 'S' TO WRK-CHAVE-OK
               ELSE
                   DISPLAY 'LOJAS.DAT AINDA NAO EXISTE; SO A MATRIZ '
                           '(001) ACEITA META.'
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-LOJA TO LOJ-CODIGO.
           READ ARQUIVO-LOJAS
               INVALID KEY
                   DISPLAY 'LOJA NAO CADASTRADA EM LOJAS.DAT.'
               NOT INVALID KEY
                   DISPLAY 'LOJA: ' LOJ-NOME
                   MOVE 'S' TO WRK-CHAVE-OK
           END-READ.
           CLOSE ARQUIVO-LOJAS.
       0008-END.

      * CONFERE EM MARCAS.DAT QUE O ID DIGITADO EXISTE E ESTA ATIVO,
      * VARRENDO O ARQUIVO DE MARCAS (LINE SEQUENTIAL) COMO O
      * SAB0001A FAZ.
       0009-VALIDAR-MARCA.
           MOVE 'N' TO WRK-MARCA-EXISTE.

           OPEN INPUT ARQUIVO-MARCAS.
           IF FS-MAR-ARQUIVO-NOVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0009A-LER-MARCA.
           PERFORM 0009B-COMPARAR-MARCA
               UNTIL FS-MAR-FIM-ARQUIVO OR MARCA-EXISTE.
           CLOSE ARQUIVO-MARCAS.
       0009-END.

       0009A-LER-MARCA.
           READ ARQUIVO-MARCAS NEXT RECORD.
       0009A-END.

       0009B-COMPARAR-MARCA.
           IF ID-MARCA = WRK-ID-MARCA AND MARCA-ATIVA
               MOVE 'S' TO WRK-MARCA-EXISTE
               MOVE NOME-MARCA TO WRK-NOME-MARCA-ACHADA
           ELSE
               PERFORM 0009A-LER-MARCA
           END-IF.
       0009B-END.

      * META DE FATURAMENTO (R$) E META DE CUBAS; UMA DAS DUAS PODE
      * FICAR ZERADA, MAS NAO AS DUAS.
       0010-OBTER-VALORES.
           MOVE 'N' TO WRK-VALOR-OK.

           DISPLAY 'META DE FATURAMENTO DO MES (R$): '.
           ACCEPT WRK-NUM-ENTRADA.
           IF WRK-NUM-ENTRADA = SPACES
               MOVE ZERO TO WRK-VALOR-ENTRADA
           ELSE
               PERFORM 0910-VALIDAR-NUMERICO
               IF NOT NUM-OK
                   DISPLAY 'VALOR INVALIDO.'
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WRK-NUM-ENTRADA) < ZERO
                   DISPLAY 'VALOR INVALIDO.'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA)
                   TO WRK-VALOR-ENTRADA
           END-IF.

           DISPLAY 'META DE CUBAS DO MES: '.
           ACCEPT WRK-NUM-ENTRADA.
           IF WRK-NUM-ENTRADA = SPACES
               MOVE ZERO TO WRK-QTD-ENTRADA
           ELSE
               PERFORM 0910-VALIDAR-NUMERICO
               IF NOT NUM-OK
                   DISPLAY 'QUANTIDADE INVALIDA.'
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WRK-NUM-ENTRADA) < ZERO
                   DISPLAY 'QUANTIDADE INVALIDA.'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA)
                   TO WRK-QTD-ENTRADA
           END-IF.

           IF WRK-VALOR-ENTRADA = ZERO AND WRK-QTD-ENTRADA = ZERO
               DISPLAY 'INFORME AO MENOS UMA DAS METAS.'
           ELSE
               MOVE 'S' TO WRK-VALOR-OK
           END-IF.
       0010-END.

           COPY NUMVALIDA-PD.CPY.
           COPY BANNER-PD.CPY.
