      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: EXTRATO DE RECONQUISTA DOS CLIENTES AFASTADOS:
      *              LE A SEGMENTACAO RFM DO MES (SEGMENTOS-RFM.DAT,
      *              VEN0009A) E LISTA OS CLIENTES EM RISCO,
      *              HIBERNANDO E PERDIDOS -- NESSA ORDEM E, DENTRO DO
      *              SEGMENTO, DO QUE MAIS GASTOU PARA O QUE MENOS --
      *              COM O NOME (CLIENTES.DAT), A ULTIMA COMPRA E O
      *              CONTATO (CONTATOS.DAT), PARA A CAMPANHA DE
      *              RECONQUISTA. SO SAI NO EXTRATO QUEM TEM
      *              CONSENTIMENTO DE MARKETING (CONSENT-PD.CPY); OS
      *              DEMAIS SAO SUPRIMIDOS E CONTADOS NO RESUMO.
      *              PENSADO PARA RODAR NO JOB FIM-DE-MES LOGO APOS O
      *              VEN0009A.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEN0010A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-SEGMENTOS ASSIGN TO DYNAMIC WRK-SEGMENTOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

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

           SELECT ARQUIVO-EXTRATO ASSIGN TO DYNAMIC WRK-EXTRATO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXT-STATUS.

           SELECT SORT-WORK ASSIGN TO 'VEN0010A.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-SEGMENTOS.
           COPY SEGMENTOS-FD.CPY.

       FD ARQUIVO-CLIENTES.
           COPY CLIENTES-FD.CPY.

       FD ARQUIVO-CONTATOS.
           COPY CONTATOS-FD.CPY.

       FD ARQUIVO-CONSENTIMENTOS.
           COPY CONSENTIMENTOS-FD.CPY.

       FD ARQUIVO-EXTRATO
           RECORD CONTAINS 150 CHARACTERS.
       01 LINHA-EXTRATO PIC X(150).

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-ORDEM         PIC 9(01).
           05 SORT-VALOR         PIC 9(09)V99.
           05 SORT-CPF           PIC X(14).
           05 SORT-NOME-SEGMENTO PIC X(12).
           05 SORT-ULTIMA-COMPRA PIC X(08).
           05 SORT-RECENCIA-DIAS PIC 9(05).
           05 SORT-FREQUENCIA    PIC 9(05).

       WORKING-STORAGE SECTION.

       01 WRK-SEG-STATUS PIC X(02).
           88 FS-SEG-OK             VALUE '00'.
           88 FS-SEG-FIM-ARQUIVO    VALUE '10'.
           88 FS-SEG-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CLI-STATUS PIC X(02).
           88 FS-CLI-OK             VALUE '00'.
           88 FS-CLI-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CTT-STATUS PIC X(02).
           88 FS-CTT-OK             VALUE '00'.
           88 FS-CTT-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-EXT-STATUS PIC X(02).
           88 FS-EXT-OK             VALUE '00'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-SEGMENTOS-PATH PIC X(100).
       01 WRK-CLIENTES-PATH  PIC X(100).
       01 WRK-CONTATOS-PATH  PIC X(100).
       01 WRK-EXTRATO-PATH   PIC X(100).

       01 WRK-CLIENTES-EXISTE PIC X(01) VALUE 'N'.
           88 CLIENTES-EXISTE VALUE 'S'.
       01 WRK-CONTATOS-EXISTE PIC X(01) VALUE 'N'.
           88 CONTATOS-EXISTE VALUE 'S'.

       01 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-ESGOTADO VALUE 'S'.

       01 WRK-DATA-REF       PIC X(08) VALUE SPACES.
       01 WRK-NOME-CLIENTE   PIC X(30).
       01 WRK-CONTATO        PIC X(40).
       01 WRK-CTT-FIM PIC X(01) VALUE 'N'.
           88 CONTATOS-VARRIDOS VALUE 'S'.

       01 WRK-SEGMENTOS-LIDOS    PIC 9(07) COMP VALUE 0.
       01 WRK-AFASTADOS          PIC 9(07) COMP VALUE 0.
       01 WRK-CLIENTES-LISTADOS  PIC 9(07) COMP VALUE 0.
       01 WRK-SEM-CONTATO        PIC 9(07) COMP VALUE 0.

       01 WRK-VALOR-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-DIAS-ED       PIC ZZZZ9.
       01 WRK-FREQ-ED       PIC ZZZZ9.
       01 WRK-ULTIMA-ED     PIC X(10).
       01 WRK-TOTAL-ED      PIC ZZZZZZ9.

           COPY CPFMASK-WS.CPY.
           COPY CONSENT-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '    VEN0010A - EXTRATO DE RECONQUISTA           '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           OPEN INPUT ARQUIVO-SEGMENTOS.
           IF FS-SEG-ARQUIVO-NOVO
               DISPLAY 'SEGMENTOS-RFM.DAT AINDA NAO EXISTE. RODE A '
                       'SEGMENTACAO (VEN0009A) ANTES.'
               CLOSE ARQUIVO-SEGMENTOS
               MOVE 4 TO RETURN-CODE
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           PERFORM 0975-ABRIR-CONSENTIMENTOS.

           OPEN INPUT ARQUIVO-CLIENTES.
           IF FS-CLI-ARQUIVO-NOVO
               CLOSE ARQUIVO-CLIENTES
           ELSE
               MOVE 'S' TO WRK-CLIENTES-EXISTE
           END-IF.

           OPEN INPUT ARQUIVO-CONTATOS.
           IF FS-CTT-ARQUIVO-NOVO
               CLOSE ARQUIVO-CONTATOS
           ELSE
               MOVE 'S' TO WRK-CONTATOS-EXISTE
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-ORDEM
               ON DESCENDING KEY SORT-VALOR
               INPUT PROCEDURE IS 0002-SELECIONAR-AFASTADOS
               OUTPUT PROCEDURE IS 0004-GRAVAR-EXTRATO.

           CLOSE ARQUIVO-SEGMENTOS.
           IF CLIENTES-EXISTE
               CLOSE ARQUIVO-CLIENTES
           END-IF.
           IF CONTATOS-EXISTE
               CLOSE ARQUIVO-CONTATOS
           END-IF.
           PERFORM 0977-FECHAR-CONSENTIMENTOS.

           DISPLAY '------------------------------------------'.
           DISPLAY ' CLIENTES SEGMENTADOS.....: ' WRK-SEGMENTOS-LIDOS.
           DISPLAY ' AFASTADOS................: ' WRK-AFASTADOS.
           DISPLAY ' NO EXTRATO...............: '
                   WRK-CLIENTES-LISTADOS.
           DISPLAY ' SEM CONTATO CADASTRADO...: ' WRK-SEM-CONTATO.
           DISPLAY ' SUPRIMIDOS (CONSENTIMENTO): ' WRK-CSN-SUPRIMIDOS.
           DISPLAY '------------------------------------------'.
           DISPLAY 'EXTRATO GRAVADO EM '
                   FUNCTION TRIM(WRK-EXTRATO-PATH) '.'.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-SEGMENTOS-PATH
               FROM ENVIRONMENT 'SEGMENTOS_RFM_PATH'.
           IF WRK-SEGMENTOS-PATH = SPACES
               MOVE 'SEGMENTOS-RFM.DAT' TO WRK-SEGMENTOS-PATH
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

           ACCEPT WRK-EXTRATO-PATH
               FROM ENVIRONMENT 'EXTRATO_RECONQUISTA_PATH'.
           IF WRK-EXTRATO-PATH = SPACES
               MOVE 'EXTRATO-RECONQUISTA.TXT' TO WRK-EXTRATO-PATH
           END-IF.
       0000-END.

      * SO O CLIENTE AFASTADO QUE CONSENTIU O CONTATO DE MARKETING.
       0002-SELECIONAR-AFASTADOS.
           PERFORM 0002A-LER-SEGMENTO.
           PERFORM 0003-AVALIAR-SEGMENTO UNTIL FS-SEG-FIM-ARQUIVO.
       0002-END.

       0002A-LER-SEGMENTO.
           READ ARQUIVO-SEGMENTOS.
       0002A-END.

       0003-AVALIAR-SEGMENTO.
           ADD 1 TO WRK-SEGMENTOS-LIDOS.
           MOVE SEG-DATA-REF TO WRK-DATA-REF.
           IF SEG-AFASTADO
               ADD 1 TO WRK-AFASTADOS
               MOVE SEG-CPF TO WRK-CSN-CPF-BUSCA
               PERFORM 0976-VERIFICAR-CONSENTIMENTO
               IF CONTATO-PERMITIDO
                   EVALUATE TRUE
                       WHEN SEG-EM-RISCO
                           MOVE 1 TO SORT-ORDEM
                       WHEN SEG-HIBERNANDO
                           MOVE 2 TO SORT-ORDEM
                       WHEN OTHER
                           MOVE 3 TO SORT-ORDEM
                   END-EVALUATE
                   MOVE SEG-VALOR          TO SORT-VALOR
                   MOVE SEG-CPF            TO SORT-CPF
                   MOVE SEG-NOME-SEGMENTO  TO SORT-NOME-SEGMENTO
                   MOVE SEG-ULTIMA-COMPRA  TO SORT-ULTIMA-COMPRA
                   MOVE SEG-RECENCIA-DIAS  TO SORT-RECENCIA-DIAS
                   MOVE SEG-FREQUENCIA     TO SORT-FREQUENCIA
                   RELEASE SORT-REC
               ELSE
                   ADD 1 TO WRK-CSN-SUPRIMIDOS
               END-IF
           END-IF.
           PERFORM 0002A-LER-SEGMENTO.
       0003-END.

       0004-GRAVAR-EXTRATO.
           OPEN OUTPUT ARQUIVO-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING 'EXTRATO DE RECONQUISTA - SEGMENTACAO DE '
                                    DELIMITED BY SIZE
                  WRK-DATA-REF      DELIMITED BY SIZE
               INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE 'NOME'           TO LINHA-EXTRATO(1:4).
           MOVE 'CPF'            TO LINHA-EXTRATO(32:3).
           MOVE 'SEGMENTO'       TO LINHA-EXTRATO(47:8).
           MOVE 'ULT.COMPRA'     TO LINHA-EXTRATO(60:10).
           MOVE 'DIAS'           TO LINHA-EXTRATO(72:4).
           MOVE 'COMPRAS'        TO LINHA-EXTRATO(77:7).
           MOVE 'VALOR'          TO LINHA-EXTRATO(94:5).
           MOVE 'CONTATO'        TO LINHA-EXTRATO(100:7).
           WRITE LINHA-EXTRATO.

           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0004A-RECEBER-ORDENADO.
           PERFORM 0005-GRAVAR-LINHA-CLIENTE UNTIL SORT-ESGOTADO.

           MOVE SPACES TO LINHA-EXTRATO.
           MOVE WRK-CLIENTES-LISTADOS TO WRK-TOTAL-ED.
           STRING 'CLIENTES NO EXTRATO: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED            DELIMITED BY SIZE
               INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE WRK-CSN-SUPRIMIDOS TO WRK-TOTAL-ED.
           STRING 'SUPRIMIDOS SEM CONSENTIMENTO: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED                     DELIMITED BY SIZE
               INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           CLOSE ARQUIVO-EXTRATO.
       0004-END.

       0004A-RECEBER-ORDENADO.
           RETURN SORT-WORK
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       0004A-END.

       0005-GRAVAR-LINHA-CLIENTE.
           MOVE SPACES TO WRK-NOME-CLIENTE WRK-CONTATO.
           IF CLIENTES-EXISTE
               MOVE SORT-CPF TO CLI-CPF
               READ ARQUIVO-CLIENTES
                   INVALID KEY
                       MOVE '(SEM CADASTRO DE CLIENTE)'
                           TO WRK-NOME-CLIENTE
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WRK-NOME-CLIENTE
               END-READ
           END-IF.
           IF CONTATOS-EXISTE
               PERFORM 0006-BUSCAR-CONTATO
           END-IF.
           IF WRK-CONTATO = SPACES
               ADD 1 TO WRK-SEM-CONTATO
           END-IF.

           MOVE SORT-CPF           TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           MOVE SPACES TO WRK-ULTIMA-ED.
           STRING SORT-ULTIMA-COMPRA(7:2) '/'
                  SORT-ULTIMA-COMPRA(5:2) '/'
                  SORT-ULTIMA-COMPRA(1:4) DELIMITED BY SIZE
               INTO WRK-ULTIMA-ED
           END-STRING.
           MOVE SORT-RECENCIA-DIAS TO WRK-DIAS-ED.
           MOVE SORT-FREQUENCIA    TO WRK-FREQ-ED.
           MOVE SORT-VALOR         TO WRK-VALOR-EDITADO.

           MOVE SPACES TO LINHA-EXTRATO.
           STRING WRK-NOME-CLIENTE   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-MSK-SAIDA      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  SORT-NOME-SEGMENTO DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-ULTIMA-ED      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-DIAS-ED        DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  WRK-FREQ-ED        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-VALOR-EDITADO  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-CONTATO        DELIMITED BY SIZE
               INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           ADD 1 TO WRK-CLIENTES-LISTADOS.

           PERFORM 0004A-RECEBER-ORDENADO.
       0005-END.

      * PRIMEIRO E-MAIL DO CPF EM CONTATOS.DAT; SEM E-MAIL, O
      * PRIMEIRO TELEFONE.
       0006-BUSCAR-CONTATO.
           MOVE 'N' TO WRK-CTT-FIM.
           MOVE SORT-CPF TO CTT-CPF.
           MOVE ZEROS    TO CTT-SEQ.
           START ARQUIVO-CONTATOS KEY NOT < CTT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-CTT-FIM
               NOT INVALID KEY
                   PERFORM 0006A-LER-CONTATO
                   PERFORM 0006B-AVALIAR-CONTATO
                       UNTIL CONTATOS-VARRIDOS
           END-START.
       0006-END.

       0006A-LER-CONTATO.
           READ ARQUIVO-CONTATOS NEXT RECORD.
           IF NOT FS-CTT-OK
               MOVE 'S' TO WRK-CTT-FIM
           END-IF.
       0006A-END.

       0006B-AVALIAR-CONTATO.
           IF CTT-CPF NOT = SORT-CPF
               MOVE 'S' TO WRK-CTT-FIM
           ELSE
               IF CTT-EMAIL
                   MOVE CTT-VALOR TO WRK-CONTATO
                   MOVE 'S' TO WRK-CTT-FIM
               ELSE
                   IF WRK-CONTATO = SPACES
                       MOVE CTT-VALOR TO WRK-CONTATO
                   END-IF
                   PERFORM 0006A-LER-CONTATO
               END-IF
           END-IF.
       0006B-END.

           COPY CPFMASK-PD.CPY.
           COPY CONSENT-PD.CPY.
           COPY BANNER-PD.CPY.
