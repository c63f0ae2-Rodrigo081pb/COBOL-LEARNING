      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: MANUTENCAO DA CLASSIFICACAO FISCAL DOS SABORES
      *              (CLASSIFICACAO-FISCAL.DAT, CHAVE ID-MARCA + SABOR
      *              DO CATALOGO SABORES.DAT): O CONTADOR INFORMA A
      *              CLASSE DO PRODUTO (NCM, 8 DIGITOS), A SITUACAO
      *              TRIBUTARIA (CST/CSOSN, 3 DIGITOS) E A ALIQUOTA DE
      *              CADA SABOR. SO SABOR EXISTENTE NO CATALOGO PODE
      *              SER CLASSIFICADO. A LISTAGEM PERCORRE O CATALOGO
      *              INTEIRO E APONTA OS SABORES AINDA SEM
      *              CLASSIFICACAO, QUE A EXPORTACAO FISCAL (FIS0002A)
      *              MANDA SEM IMPOSTO E AVISA NO BOLETIM.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIS0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FISCAL ASSIGN TO DYNAMIC WRK-FISCAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIS-CHAVE
               FILE STATUS IS WRK-FIS-STATUS.

           SELECT ARQUIVO-SABORES ASSIGN TO DYNAMIC WRK-SABORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAB-CHAVE
               FILE STATUS IS WRK-SAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-FISCAL.
           COPY FISCAL-FD.CPY.

       FD ARQUIVO-SABORES.
           COPY SABORES-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-FIS-STATUS PIC X(02).
           88 FS-FIS-OK             VALUE '00'.
           88 FS-FIS-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-SAB-STATUS PIC X(02).
           88 FS-SAB-OK             VALUE '00'.
           88 FS-SAB-FIM-ARQUIVO    VALUE '10'.
           88 FS-SAB-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-FISCAL-PATH  PIC X(100).
       01 WRK-SABORES-PATH PIC X(100).

       01 WRK-CONTINUAR PIC X(01) VALUE 'S'.
       01 WRK-OPCAO     PIC X(01).
       01 WRK-CONFIRMA  PIC X(01).

       01 WRK-ID-MARCA  PIC 9(03).
       01 WRK-SABOR     PIC X(20).

       01 WRK-CHAVE-OK PIC X(01).
           88 CHAVE-OK VALUE 'S'.
       01 WRK-JA-CLASSIFICADO PIC X(01).
           88 JA-CLASSIFICADO VALUE 'S'.
       01 WRK-DADOS-OK PIC X(01).
           88 DADOS-OK VALUE 'S'.

      * DADOS DIGITADOS; ENTER NA ALTERACAO MANTEM O VALOR ATUAL.
       01 WRK-NCM-ENTRADA  PIC X(08).
       01 WRK-CST-ENTRADA  PIC X(03).
       01 WRK-NCM          PIC X(08).
       01 WRK-CST          PIC X(03).
       01 WRK-ALIQUOTA     PIC 9(02)V99.

       01 WRK-DATA-HOJE PIC X(08).

       01 WRK-ALIQUOTA-ED PIC Z9.99.

       01 WRK-TOTAL-SABORES    PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-PENDENTES  PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-ED         PIC ZZZZ9.

           COPY NUMVALIDA-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '    FIS0001A - CLASSIFICACAO FISCAL DOS SABORES '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           OPEN INPUT ARQUIVO-SABORES.
           IF FS-SAB-ARQUIVO-NOVO
               DISPLAY 'SABORES.DAT AINDA NAO EXISTE. CADASTRE O '
                       'CATALOGO (SAB0001A) PRIMEIRO.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           PERFORM 0001-ABRIR-ARQUIVO.

           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-FISCAL.
           CLOSE ARQUIVO-SABORES.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-FISCAL-PATH
               FROM ENVIRONMENT 'CLASSIFICACAO_FISCAL_PATH'.
           IF WRK-FISCAL-PATH = SPACES
               MOVE 'CLASSIFICACAO-FISCAL.DAT' TO WRK-FISCAL-PATH
           END-IF.

           ACCEPT WRK-SABORES-PATH
               FROM ENVIRONMENT 'SABORES_DAT_PATH'.
           IF WRK-SABORES-PATH = SPACES
               MOVE 'SABORES.DAT' TO WRK-SABORES-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVO.
      * O ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO EM I-O.
           OPEN I-O ARQUIVO-FISCAL.
           IF FS-FIS-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-FISCAL
               CLOSE ARQUIVO-FISCAL
               OPEN I-O ARQUIVO-FISCAL
           END-IF.
       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(C)LASSIFICAR SABOR, (E)XCLUIR CLASSIFICACAO, '
                   '(L)ISTAR OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'C'
                   PERFORM 0003-CLASSIFICAR-SABOR
               WHEN 'E'
                   PERFORM 0004-EXCLUIR-CLASSIFICACAO
               WHEN 'L'
                   PERFORM 0005-LISTAR-CLASSIFICACAO
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

      * INCLUI OU ALTERA A CLASSIFICACAO DE UM SABOR DO CATALOGO.
       0003-CLASSIFICAR-SABOR.
           PERFORM 0006-OBTER-SABOR.
           IF NOT CHAVE-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-ID-MARCA TO FIS-ID-MARCA.
           MOVE WRK-SABOR    TO FIS-SABOR.
           MOVE 'N' TO WRK-JA-CLASSIFICADO.
           READ ARQUIVO-FISCAL
               INVALID KEY
                   MOVE SPACES TO WRK-NCM WRK-CST
                   MOVE ZERO   TO WRK-ALIQUOTA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JA-CLASSIFICADO
                   MOVE FIS-NCM      TO WRK-NCM
                   MOVE FIS-CST      TO WRK-CST
                   MOVE FIS-ALIQUOTA TO WRK-ALIQUOTA
                   MOVE FIS-ALIQUOTA TO WRK-ALIQUOTA-ED
                   DISPLAY 'ATUAL: NCM ' FIS-NCM '  CST ' FIS-CST
                           '  ALIQUOTA ' WRK-ALIQUOTA-ED '%'
                           '  DESDE ' FIS-DATA-ALTERACAO
           END-READ.

           PERFORM 0007-OBTER-DADOS.
           IF NOT DADOS-OK
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-ID-MARCA  TO FIS-ID-MARCA.
           MOVE WRK-SABOR     TO FIS-SABOR.
           MOVE WRK-NCM       TO FIS-NCM.
           MOVE WRK-CST       TO FIS-CST.
           MOVE WRK-ALIQUOTA  TO FIS-ALIQUOTA.
           MOVE WRK-DATA-HOJE TO FIS-DATA-ALTERACAO.
           IF JA-CLASSIFICADO
               REWRITE REGISTRO-FISCAL
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR A CLASSIFICACAO.'
                   NOT INVALID KEY
                       DISPLAY 'CLASSIFICACAO ALTERADA COM SUCESSO.'
               END-REWRITE
           ELSE
               WRITE REGISTRO-FISCAL
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A CLASSIFICACAO.'
                   NOT INVALID KEY
                       DISPLAY 'SABOR CLASSIFICADO COM SUCESSO.'
               END-WRITE
           END-IF.
       0003-END.

       0004-EXCLUIR-CLASSIFICACAO.
           DISPLAY 'ID DA MARCA DO SABOR: '.
           ACCEPT WRK-ID-MARCA.
           DISPLAY 'NOME DO SABOR: '.
           ACCEPT WRK-SABOR.
           MOVE FUNCTION UPPER-CASE(WRK-SABOR) TO WRK-SABOR.

           MOVE WRK-ID-MARCA TO FIS-ID-MARCA.
           MOVE WRK-SABOR    TO FIS-SABOR.
           READ ARQUIVO-FISCAL
               INVALID KEY
                   DISPLAY 'SABOR SEM CLASSIFICACAO FISCAL.'
                   EXIT PARAGRAPH
           END-READ.

           MOVE FIS-ALIQUOTA TO WRK-ALIQUOTA-ED.
           DISPLAY 'NCM ' FIS-NCM '  CST ' FIS-CST
                   '  ALIQUOTA ' WRK-ALIQUOTA-ED '%'.
           DISPLAY 'CONFIRMA A EXCLUSAO (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'EXCLUSAO CANCELADA.'
               EXIT PARAGRAPH
           END-IF.

           DELETE ARQUIVO-FISCAL
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR A CLASSIFICACAO.'
               NOT INVALID KEY
                   DISPLAY 'CLASSIFICACAO EXCLUIDA.'
           END-DELETE.
       0004-END.

      * PERCORRE O CATALOGO NA ORDEM DA CHAVE E MOSTRA A
      * CLASSIFICACAO DE CADA SABOR, APONTANDO OS PENDENTES.
       0005-LISTAR-CLASSIFICACAO.
           MOVE ZERO TO WRK-TOTAL-SABORES WRK-TOTAL-PENDENTES.
           DISPLAY '================================================'.
           DISPLAY ' CLASSIFICACAO FISCAL DO CATALOGO'.
           DISPLAY '================================================'.
           DISPLAY 'MAR SABOR                NCM      CST  ALIQ.'.

           MOVE LOW-VALUES TO SAB-CHAVE.
           START ARQUIVO-SABORES KEY NOT < SAB-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0005A-LER-SABOR
                   PERFORM 0005B-LISTAR-SABOR
                       UNTIL FS-SAB-FIM-ARQUIVO
           END-START.

           DISPLAY '------------------------------------------------'.
           MOVE WRK-TOTAL-SABORES TO WRK-TOTAL-ED.
           DISPLAY ' SABORES NO CATALOGO..: ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-PENDENTES TO WRK-TOTAL-ED.
           DISPLAY ' SEM CLASSIFICACAO....: ' WRK-TOTAL-ED.
           DISPLAY '================================================'.
       0005-END.

       0005A-LER-SABOR.
           READ ARQUIVO-SABORES NEXT RECORD.
       0005A-END.

       0005B-LISTAR-SABOR.
           ADD 1 TO WRK-TOTAL-SABORES.
           MOVE SAB-ID-MARCA TO FIS-ID-MARCA.
           MOVE SAB-SABOR    TO FIS-SABOR.
           READ ARQUIVO-FISCAL
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-PENDENTES
                   DISPLAY SAB-ID-MARCA ' ' SAB-SABOR
                           ' *** SEM CLASSIFICACAO ***'
               NOT INVALID KEY
                   MOVE FIS-ALIQUOTA TO WRK-ALIQUOTA-ED
                   DISPLAY SAB-ID-MARCA ' ' SAB-SABOR ' '
                           FIS-NCM ' ' FIS-CST '  '
                           WRK-ALIQUOTA-ED '%'
           END-READ.
           PERFORM 0005A-LER-SABOR.
       0005B-END.

      * PEDE O SABOR E CONFERE QUE ELE EXISTE NO CATALOGO.
       0006-OBTER-SABOR.
           MOVE 'N' TO WRK-CHAVE-OK.
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
                   MOVE 'S' TO WRK-CHAVE-OK
           END-READ.
       0006-END.

      * NCM COM 8 DIGITOS, CST/CSOSN COM 3 DIGITOS E ALIQUOTA DE 0 A
      * 99,99%. SITUACAO SEM DESTAQUE DE IMPOSTO NAO LEVA ALIQUOTA.
      * NA ALTERACAO, ENTER MANTEM O VALOR ATUAL DE CADA CAMPO.
       0007-OBTER-DADOS.
           MOVE 'N' TO WRK-DADOS-OK.

           DISPLAY 'CLASSE DO PRODUTO - NCM (8 DIGITOS): '.
           ACCEPT WRK-NCM-ENTRADA.
           IF WRK-NCM-ENTRADA NOT = SPACES
               MOVE WRK-NCM-ENTRADA TO WRK-NCM
           END-IF.
           IF WRK-NCM NOT NUMERIC
               DISPLAY 'NCM INVALIDO. INFORME OS 8 DIGITOS.'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'SITUACAO TRIBUTARIA - CST/CSOSN (3 DIGITOS): '.
           ACCEPT WRK-CST-ENTRADA.
           IF WRK-CST-ENTRADA NOT = SPACES
               MOVE WRK-CST-ENTRADA TO WRK-CST
           END-IF.
           IF WRK-CST NOT NUMERIC
               DISPLAY 'SITUACAO TRIBUTARIA INVALIDA. INFORME OS 3 '
                       'DIGITOS.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CST TO FIS-CST.

           IF FIS-CST-SEM-DESTAQUE
               MOVE ZERO TO WRK-ALIQUOTA
               DISPLAY 'SITUACAO SEM DESTAQUE DE IMPOSTO: ALIQUOTA '
                       'ZERADA.'
               MOVE 'S' TO WRK-DADOS-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'ALIQUOTA EM % (EX: 18.00): '.
           ACCEPT WRK-NUM-ENTRADA.
           IF WRK-NUM-ENTRADA = SPACES AND JA-CLASSIFICADO
               MOVE 'S' TO WRK-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NOT NUM-OK
               DISPLAY 'ALIQUOTA INVALIDA.'
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WRK-NUM-ENTRADA) < ZERO
              OR FUNCTION NUMVAL(WRK-NUM-ENTRADA) > 99.99
               DISPLAY 'ALIQUOTA INVALIDA. INFORME DE 0 A 99.99.'
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO WRK-ALIQUOTA.
           MOVE 'S' TO WRK-DADOS-OK.
       0007-END.

           COPY NUMVALIDA-PD.CPY.
           COPY BANNER-PD.CPY.
