      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: FOLHA MENSAL DE CONFORMIDADE DE TEMPERATURA POR
      *              FREEZER, PARA A FISCALIZACAO DA VIGILANCIA
      *              SANITARIA: PARA O MES INFORMADO (ENTER USA O MES
      *              CORRENTE) LISTA, UMA PAGINA POR FREEZER, A FAIXA
      *              PERMITIDA E CADA LEITURA DE TEMPERATURAS.DAT
      *              (DATA, HORA, TEMPERATURA, QUEM LEU, SE FOI
      *              DIGITADA OU DA SONDA, SE ESTAVA FORA DA FAIXA E SE
      *              BLOQUEOU LOTES), COM O RESUMO DO MES (LEITURAS,
      *              MINIMA, MAXIMA, EXCURSOES, DIAS SEM LEITURA) E OS
      *              CAMPOS DE ASSINATURA. SAI PELO GERADOR PADRAO
      *              (SPOOL). AS LEITURAS SAO GRAVADAS PELO FRZ0001A.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZ0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TEMPERATURAS
               ASSIGN TO DYNAMIC WRK-TEMPERATURAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TMP-STATUS.

           SELECT ARQUIVO-FREEZERS ASSIGN TO DYNAMIC WRK-FREEZERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRZ-CHAVE
               FILE STATUS IS WRK-FRZ-STATUS.

           SELECT SORT-WORK ASSIGN TO 'FRZ0002A.TMP'.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-TEMPERATURAS.
           COPY TEMPERATURAS-FD.CPY.

       FD ARQUIVO-FREEZERS.
           COPY FREEZERS-FD.CPY.

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-LOJA      PIC X(03).
           05 SORT-FREEZER   PIC X(04).
           05 SORT-DATA      PIC X(08).
           05 SORT-HORA      PIC X(04).
           05 SORT-LEITURA   PIC S9(03)V9.
           05 SORT-OPERADOR  PIC X(08).
           05 SORT-ORIGEM    PIC X(01).
           05 SORT-FAIXA     PIC X(01).
               88 SORT-FORA-FAIXA VALUE 'F'.
           05 SORT-BLOQUEIO  PIC X(01).
               88 SORT-BLOQUEOU-LOTES VALUE 'S'.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-TMP-STATUS PIC X(02).
           88 FS-TMP-OK             VALUE '00'.
           88 FS-TMP-FIM-ARQUIVO    VALUE '10'.
           88 FS-TMP-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-FRZ-STATUS PIC X(02).
           88 FS-FRZ-OK             VALUE '00'.
           88 FS-FRZ-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-TEMPERATURAS-PATH PIC X(100).
       01 WRK-FREEZERS-PATH     PIC X(100).

       01 WRK-FREEZERS-EXISTE PIC X(01) VALUE 'N'.
           88 FREEZERS-EXISTE VALUE 'S'.

       01 WRK-MES-ENTRADA PIC X(06).
       01 WRK-MES-ALVO    PIC X(06).
       01 WRK-DATA-HOJE   PIC X(08).

      * DIAS DO MES, PELA DISTANCIA ENTRE O DIA 1 DO MES E O DIA 1
      * DO MES SEGUINTE.
       01 WRK-PRIMEIRO-DIA.
           05 WRK-PRI-ANO PIC 9(04).
           05 WRK-PRI-MES PIC 9(02).
           05 WRK-PRI-DIA PIC 9(02) VALUE 1.
       01 WRK-PRIMEIRO-DIA-NUM REDEFINES WRK-PRIMEIRO-DIA PIC 9(08).
       01 WRK-SEGUINTE-DIA.
           05 WRK-SEG-ANO PIC 9(04).
           05 WRK-SEG-MES PIC 9(02).
           05 WRK-SEG-DIA PIC 9(02) VALUE 1.
       01 WRK-SEGUINTE-DIA-NUM REDEFINES WRK-SEGUINTE-DIA PIC 9(08).
       01 WRK-DIAS-MES PIC 9(02) COMP VALUE 0.

       01 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-ESGOTADO VALUE 'S'.

      * QUEBRA POR FREEZER E ACUMULADORES DA FOLHA.
       01 WRK-LOJA-ATUAL    PIC X(03).
       01 WRK-FREEZER-ATUAL PIC X(04).
       01 WRK-DATA-ATUAL    PIC X(08).
       01 WRK-FRZ-LEITURAS  PIC 9(05) COMP VALUE 0.
       01 WRK-FRZ-FORA      PIC 9(05) COMP VALUE 0.
       01 WRK-FRZ-EXCURSOES PIC 9(05) COMP VALUE 0.
       01 WRK-FRZ-BLOQUEIOS PIC 9(05) COMP VALUE 0.
       01 WRK-FRZ-DIAS      PIC 9(02) COMP VALUE 0.
       01 WRK-FRZ-SEM-LEITURA PIC 9(02) COMP VALUE 0.
       01 WRK-FRZ-MINIMA    PIC S9(03)V9 VALUE ZERO.
       01 WRK-FRZ-MAXIMA    PIC S9(03)V9 VALUE ZERO.
       01 WRK-ANTERIOR-FORA PIC X(01) VALUE 'N'.
           88 ANTERIOR-FORA VALUE 'S'.

       01 WRK-TOTAL-LEITURAS PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-FREEZERS PIC 9(05) COMP VALUE 0.

       01 WRK-TEMP-ED  PIC ---9.9.
       01 WRK-TEMP-ED2 PIC ---9.9.
       01 WRK-TOL-ED   PIC ZZZ9.
       01 WRK-QTD-ED   PIC ZZZZ9.
       01 WRK-DATA-ED  PIC X(10).
       01 WRK-ORIGEM-ED PIC X(08).
       01 WRK-FAIXA-ED  PIC X(05).
       01 WRK-BLOQ-ED   PIC X(16).

           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '  FRZ0002A - CONFORMIDADE DE TEMPERATURA        '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-ALVO.
           DISPLAY 'MES DA FOLHA (AAAAMM, ENTER PARA O MES ATUAL): '.
           ACCEPT WRK-MES-ENTRADA.
           IF WRK-MES-ENTRADA NOT = SPACES
               IF WRK-MES-ENTRADA NOT NUMERIC
                  OR WRK-MES-ENTRADA(5:2) < '01'
                  OR WRK-MES-ENTRADA(5:2) > '12'
                   DISPLAY 'MES INVALIDO: ' WRK-MES-ENTRADA
                   PERFORM 0941-EXIBIR-BANNER-SAIDA
                   STOP RUN
               END-IF
               MOVE WRK-MES-ENTRADA TO WRK-MES-ALVO
           END-IF.
           PERFORM 0002-CONTAR-DIAS-MES.

           OPEN INPUT ARQUIVO-TEMPERATURAS.
           IF FS-TMP-ARQUIVO-NOVO
               DISPLAY 'TEMPERATURAS.DAT AINDA NAO EXISTE. LANCE AS '
                       'LEITURAS PELO FRZ0001A PRIMEIRO.'
               CLOSE ARQUIVO-TEMPERATURAS
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           OPEN INPUT ARQUIVO-FREEZERS.
           IF FS-FRZ-OK
               MOVE 'S' TO WRK-FREEZERS-EXISTE
           END-IF.

           MOVE SPACES TO WRK-REL-NOME.
           STRING 'TEMPERATURA-' WRK-MES-ALVO DELIMITED BY SIZE
               INTO WRK-REL-NOME
           END-STRING.
           MOVE 'DATA'     TO WRK-REL-CABECALHO(1:4).
           MOVE 'HORA'     TO WRK-REL-CABECALHO(12:4).
           MOVE 'LEIT.'    TO WRK-REL-CABECALHO(19:5).
           MOVE 'OPERADOR' TO WRK-REL-CABECALHO(26:8).
           MOVE 'ORIGEM'   TO WRK-REL-CABECALHO(35:6).
           MOVE 'FAIXA'    TO WRK-REL-CABECALHO(44:5).
           MOVE 'BLOQUEIO' TO WRK-REL-CABECALHO(51:8).
           MOVE 'FRZ0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-LOJA SORT-FREEZER SORT-DATA
                                SORT-HORA
               INPUT PROCEDURE IS 0003-SELECIONAR-LEITURAS
               OUTPUT PROCEDURE IS 0005-EMITIR-FOLHAS.

           IF WRK-TOTAL-FREEZERS = ZERO
               MOVE 'NENHUMA LEITURA DE TEMPERATURA NO MES.'
                   TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0973-FECHAR-RELATORIO.

           CLOSE ARQUIVO-TEMPERATURAS.
           IF FREEZERS-EXISTE
               CLOSE ARQUIVO-FREEZERS
           END-IF.

           DISPLAY '------------------------------------------'.
           DISPLAY ' MES DA FOLHA.......: ' WRK-MES-ALVO.
           DISPLAY ' FREEZERS NA FOLHA..: ' WRK-TOTAL-FREEZERS.
           DISPLAY ' LEITURAS LISTADAS..: ' WRK-TOTAL-LEITURAS.
           DISPLAY '------------------------------------------'.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-TEMPERATURAS-PATH
               FROM ENVIRONMENT 'TEMPERATURAS_DAT_PATH'.
           IF WRK-TEMPERATURAS-PATH = SPACES
               MOVE 'TEMPERATURAS.DAT' TO WRK-TEMPERATURAS-PATH
           END-IF.

           ACCEPT WRK-FREEZERS-PATH
               FROM ENVIRONMENT 'FREEZERS_DAT_PATH'.
           IF WRK-FREEZERS-PATH = SPACES
               MOVE 'FREEZERS.DAT' TO WRK-FREEZERS-PATH
           END-IF.
       0000-END.

       0002-CONTAR-DIAS-MES.
           MOVE WRK-MES-ALVO(1:4) TO WRK-PRI-ANO.
           MOVE WRK-MES-ALVO(5:2) TO WRK-PRI-MES.
           MOVE WRK-PRI-ANO TO WRK-SEG-ANO.
           MOVE WRK-PRI-MES TO WRK-SEG-MES.
           IF WRK-SEG-MES = 12
               MOVE 1 TO WRK-SEG-MES
               ADD 1 TO WRK-SEG-ANO
           ELSE
               ADD 1 TO WRK-SEG-MES
           END-IF.
           COMPUTE WRK-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WRK-SEGUINTE-DIA-NUM)
               - FUNCTION INTEGER-OF-DATE(WRK-PRIMEIRO-DIA-NUM).
       0002-END.

       0003-SELECIONAR-LEITURAS.
           PERFORM 0003A-LER-TEMPERATURA.
           PERFORM 0004-LIBERAR-LEITURA UNTIL NOT FS-TMP-OK.
       0003-END.

       0003A-LER-TEMPERATURA.
           READ ARQUIVO-TEMPERATURAS.
       0003A-END.

       0004-LIBERAR-LEITURA.
           IF TMP-DATA(1:6) = WRK-MES-ALVO
               MOVE TMP-LOJA     TO SORT-LOJA
               MOVE TMP-FREEZER  TO SORT-FREEZER
               MOVE TMP-DATA     TO SORT-DATA
               MOVE TMP-HORA     TO SORT-HORA
               MOVE TMP-LEITURA  TO SORT-LEITURA
               MOVE TMP-OPERADOR TO SORT-OPERADOR
               MOVE TMP-ORIGEM   TO SORT-ORIGEM
               MOVE TMP-FAIXA    TO SORT-FAIXA
               MOVE TMP-BLOQUEIO TO SORT-BLOQUEIO
               RELEASE SORT-REC
           END-IF.
           PERFORM 0003A-LER-TEMPERATURA.
       0004-END.

       0005-EMITIR-FOLHAS.
           MOVE SPACES TO WRK-LOJA-ATUAL WRK-FREEZER-ATUAL.
           PERFORM 0005A-RETORNAR-LEITURA.
           PERFORM 0006-IMPRIMIR-LEITURA UNTIL SORT-ESGOTADO.
           IF WRK-TOTAL-FREEZERS > ZERO
               PERFORM 0008-FECHAR-FREEZER
           END-IF.
       0005-END.

       0005A-RETORNAR-LEITURA.
           RETURN SORT-WORK
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       0005A-END.

       0006-IMPRIMIR-LEITURA.
           IF SORT-LOJA NOT = WRK-LOJA-ATUAL
              OR SORT-FREEZER NOT = WRK-FREEZER-ATUAL
               IF WRK-TOTAL-FREEZERS > ZERO
                   PERFORM 0008-FECHAR-FREEZER
               END-IF
               PERFORM 0007-ABRIR-FREEZER
           END-IF.

           ADD 1 TO WRK-FRZ-LEITURAS WRK-TOTAL-LEITURAS.
           IF SORT-DATA NOT = WRK-DATA-ATUAL
               ADD 1 TO WRK-FRZ-DIAS
               MOVE SORT-DATA TO WRK-DATA-ATUAL
           END-IF.
           IF WRK-FRZ-LEITURAS = 1 OR SORT-LEITURA < WRK-FRZ-MINIMA
               MOVE SORT-LEITURA TO WRK-FRZ-MINIMA
           END-IF.
           IF WRK-FRZ-LEITURAS = 1 OR SORT-LEITURA > WRK-FRZ-MAXIMA
               MOVE SORT-LEITURA TO WRK-FRZ-MAXIMA
           END-IF.

      * EXCURSAO: CADA PASSAGEM DE DENTRO PARA FORA DA FAIXA.
           IF SORT-FORA-FAIXA
               ADD 1 TO WRK-FRZ-FORA
               IF NOT ANTERIOR-FORA
                   ADD 1 TO WRK-FRZ-EXCURSOES
               END-IF
               MOVE 'S'    TO WRK-ANTERIOR-FORA
               MOVE 'FORA' TO WRK-FAIXA-ED
           ELSE
               MOVE 'N'    TO WRK-ANTERIOR-FORA
               MOVE 'OK'   TO WRK-FAIXA-ED
           END-IF.
           IF SORT-BLOQUEOU-LOTES
               ADD 1 TO WRK-FRZ-BLOQUEIOS
               MOVE 'LOTES BLOQUEADOS' TO WRK-BLOQ-ED
           ELSE
               MOVE SPACES TO WRK-BLOQ-ED
           END-IF.
           IF SORT-ORIGEM = 'S'
               MOVE 'SONDA'   TO WRK-ORIGEM-ED
           ELSE
               MOVE 'DIGITADA' TO WRK-ORIGEM-ED
           END-IF.

           MOVE SPACES TO WRK-DATA-ED.
           STRING SORT-DATA(7:2) '/' SORT-DATA(5:2) '/'
                  SORT-DATA(1:4) DELIMITED BY SIZE
               INTO WRK-DATA-ED
           END-STRING.
           MOVE SORT-LEITURA TO WRK-TEMP-ED.
           STRING WRK-DATA-ED ' ' SORT-HORA(1:2) ':' SORT-HORA(3:2)
                  ' ' WRK-TEMP-ED '  ' SORT-OPERADOR ' '
                  WRK-ORIGEM-ED ' ' WRK-FAIXA-ED '  ' WRK-BLOQ-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0005A-RETORNAR-LEITURA.
       0006-END.

      * CADA FREEZER COMECA EM PAGINA NOVA, COM A FAIXA CADASTRADA.
       0007-ABRIR-FREEZER.
           ADD 1 TO WRK-TOTAL-FREEZERS.
           MOVE SORT-LOJA    TO WRK-LOJA-ATUAL.
           MOVE SORT-FREEZER TO WRK-FREEZER-ATUAL.
           MOVE SPACES TO WRK-DATA-ATUAL.
           MOVE ZERO TO WRK-FRZ-LEITURAS WRK-FRZ-FORA
                        WRK-FRZ-EXCURSOES WRK-FRZ-BLOQUEIOS
                        WRK-FRZ-DIAS WRK-FRZ-MINIMA WRK-FRZ-MAXIMA.
           MOVE 'N' TO WRK-ANTERIOR-FORA.

           MOVE 99 TO WRK-REL-LINHA-ATUAL.
           MOVE 'N' TO WRK-FRZ-STATUS.
           IF FREEZERS-EXISTE
               MOVE SORT-LOJA    TO FRZ-LOJA
               MOVE SORT-FREEZER TO FRZ-CODIGO
               READ ARQUIVO-FREEZERS
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF NOT FS-FRZ-OK
               MOVE 'FREEZER FORA DO CADASTRO' TO FRZ-DESCRICAO
           END-IF.

           STRING 'FOLHA DE CONTROLE DE TEMPERATURA - MES '
                  WRK-MES-ALVO(5:2) '/' WRK-MES-ALVO(1:4)
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'LOJA ' SORT-LOJA '  FREEZER ' SORT-FREEZER
                  ' - ' FRZ-DESCRICAO
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           IF FS-FRZ-OK
               MOVE FRZ-TEMP-MINIMA    TO WRK-TEMP-ED
               MOVE FRZ-TEMP-MAXIMA    TO WRK-TEMP-ED2
               MOVE FRZ-TOLERANCIA-MIN TO WRK-TOL-ED
               STRING 'FAIXA PERMITIDA: ' WRK-TEMP-ED ' A '
                      WRK-TEMP-ED2 ' GRAUS C   TOLERANCIA FORA DA '
                      'FAIXA: ' WRK-TOL-ED ' MIN'
                      DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           ELSE
               MOVE 'FAIXA PERMITIDA: NAO CADASTRADA' TO WRK-REL-LINHA
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0007-END.

       0008-FECHAR-FREEZER.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-FRZ-LEITURAS TO WRK-QTD-ED.
           STRING 'LEITURAS NO MES.........: ' WRK-QTD-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-FRZ-MINIMA TO WRK-TEMP-ED.
           MOVE WRK-FRZ-MAXIMA TO WRK-TEMP-ED2.
           STRING 'MINIMA / MAXIMA LIDAS...: ' WRK-TEMP-ED ' / '
                  WRK-TEMP-ED2
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-FRZ-FORA TO WRK-QTD-ED.
           STRING 'LEITURAS FORA DA FAIXA..: ' WRK-QTD-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-FRZ-EXCURSOES TO WRK-QTD-ED.
           STRING 'EXCURSOES...............: ' WRK-QTD-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-FRZ-BLOQUEIOS TO WRK-QTD-ED.
           STRING 'BLOQUEIOS DE LOTES......: ' WRK-QTD-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           COMPUTE WRK-FRZ-SEM-LEITURA = WRK-DIAS-MES - WRK-FRZ-DIAS.
           MOVE WRK-FRZ-SEM-LEITURA TO WRK-QTD-ED.
           STRING 'DIAS DO MES SEM LEITURA.: ' WRK-QTD-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'RESPONSAVEL PELA LOJA: ______________________________'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'VISTO DA FISCALIZACAO: ______________________________'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0008-END.

           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
