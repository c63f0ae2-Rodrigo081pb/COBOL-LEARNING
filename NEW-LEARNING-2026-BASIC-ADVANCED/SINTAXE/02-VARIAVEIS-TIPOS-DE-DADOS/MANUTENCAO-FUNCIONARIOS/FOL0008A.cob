       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOL0008A.

      *> OBJETIVO: REMESSA MENSAL DO FGTS -- O FIM DA DIGITACAO DOS
      *> DEPOSITOS NO PORTAL. LE O HISTORICO ESTRUTURADO DE HOLERITES
      *> (HOLERITES-HIST.DAT) E, POR EMPREGADO, SOMA A REMUNERACAO E
      *> O FGTS DA COMPETENCIA (FOLHA OU RESCISAO, COM A MULTA DE 40%
      *> DA DISPENSA SEM JUSTA CAUSA) MAIS O FGTS DO 13O QUANDO ELE E
      *> DEVIDO NO MES (PARCELA 2 EM DEZEMBRO, OU O 13O PROPORCIONAL
      *> DA RESCISAO). GRAVA O ARQUIVO POSICIONAL DE 120 POSICOES
      *> (HEADER TIPO 0 COM O CNPJ DO EMPREGADOR E A COMPETENCIA,
      *> DETALHE TIPO 1 POR EMPREGADO, TRAILER TIPO 9 COM A CONTAGEM
      *> E OS TOTAIS DE CONTROLE; VALORES EM CENTAVOS) E O RELATORIO
      *> DE CONTROLE NO SPOOL. SEM CNPJ NO AMBIENTE OU COM HOLERITE DA
      *> COMPETENCIA ANTERIOR AO CALCULO DO FGTS (SEM O CAMPO), O
      *> PASSO REGISTRA A EXCECAO E DEVOLVE RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-HOLHIST
               ASSIGN TO DYNAMIC WS-HOLHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WS-HST-STATUS.

           SELECT ARQUIVO-REMESSA ASSIGN TO DYNAMIC WS-REMESSA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT EXCECOES-ARQUIVO ASSIGN TO DYNAMIC WRK-EXCDIA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-HOLHIST.
           COPY HOLERITES-HIST-FD.CPY.

       FD ARQUIVO-REMESSA
           RECORD CONTAINS 120 CHARACTERS.
       01 LINHA-REMESSA PIC X(120).

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD EXCECOES-ARQUIVO.
           COPY EXCECAO-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-HST-STATUS PIC XX.
           88 WS-HST-OK       VALUE '00'.
           88 WS-HST-EOF      VALUE '10'.
           88 WS-HST-ARQ-NOVO VALUE '35'.
       01 WS-HOLHIST-PATH PIC X(100).

       01 WS-REM-STATUS PIC XX.
           88 WS-REM-OK VALUE '00'.
       01 WS-REMESSA-PATH PIC X(100).

       01 WS-COMPETENCIA PIC X(06).
       01 WS-COMP-13O    PIC X(06).
       01 WS-DATA-HOJE   PIC X(08).
       01 WS-CNPJ        PIC X(14).

      *> ACUMULADOS DO EMPREGADO CORRENTE: OS REGISTROS DE UM CPF SAO
      *> VIZINHOS NA CHAVE E O AAAA13 VEM LOGO DEPOIS DO MES.
       01 WS-CPF-ATUAL      PIC X(14) VALUE SPACES.
       01 WS-NOME-ATUAL     PIC X(50) VALUE SPACES.
       01 WS-TEM-MOVIMENTO  PIC X(01) VALUE 'N'.
           88 TEM-MOVIMENTO VALUE 'S'.
       01 WS-RESCISAO-MES   PIC X(01) VALUE 'N'.
           88 RESCISAO-NO-MES VALUE 'S'.
       01 WS-EMP-REMUNERACAO PIC 9(09)V99 VALUE ZERO.
       01 WS-EMP-BASE-13O    PIC 9(09)V99 VALUE ZERO.
       01 WS-EMP-DEPOSITO    PIC 9(09)V99 VALUE ZERO.
       01 WS-EMP-MULTA       PIC 9(09)V99 VALUE ZERO.

      *> TOTAIS DE CONTROLE DA REMESSA.
       01 WS-QTD-EMPREGADOS  PIC 9(06) VALUE ZERO.
       01 WS-QTD-PENDENTES   PIC 9(05) VALUE ZERO.
       01 WS-TOT-REMUNERACAO PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-BASE-13O    PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-DEPOSITO    PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-MULTA       PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-GERAL       PIC 9(11)V99 VALUE ZERO.

      *> LAYOUT POSICIONAL DA REMESSA: HEADER, DETALHE E TRAILER.
       01 WS-REM-HEADER.
           05 FILLER            PIC X(01) VALUE '0'.
           05 FILLER            PIC X(12) VALUE 'REMESSA-FGTS'.
           05 WS-RH-CNPJ        PIC X(14).
           05 WS-RH-COMPETENCIA PIC X(06).
           05 WS-RH-DATA-GERACAO PIC X(08).
           05 FILLER            PIC X(79) VALUE SPACES.
       01 WS-REM-DETALHE.
           05 FILLER            PIC X(01) VALUE '1'.
           05 WS-RD-CPF         PIC X(14).
           05 WS-RD-NOME        PIC X(40).
           05 WS-RD-MOVIMENTO   PIC X(01).
           05 WS-RD-REMUNERACAO PIC 9(13).
           05 WS-RD-BASE-13O    PIC 9(13).
           05 WS-RD-DEPOSITO    PIC 9(13).
           05 WS-RD-MULTA       PIC 9(13).
           05 FILLER            PIC X(12) VALUE SPACES.
       01 WS-REM-TRAILER.
           05 FILLER            PIC X(01) VALUE '9'.
           05 WS-RT-QTD         PIC 9(06).
           05 WS-RT-REMUNERACAO PIC 9(15).
           05 WS-RT-BASE-13O    PIC 9(15).
           05 WS-RT-DEPOSITO    PIC 9(15).
           05 WS-RT-MULTA       PIC 9(15).
           05 WS-RT-TOTAL       PIC 9(15).
           05 FILLER            PIC X(38) VALUE SPACES.

       01 WS-VALOR-EDITADO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           COPY EXCECAO-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '        FOL0008A - REMESSA MENSAL DO FGTS       '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

      *> MESMA REGRA DE COMPETENCIA DA FOLHA: VEM DO AMBIENTE OU E O
      *> MES CORRENTE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT
               'FOLHA_COMPETENCIA'.
           IF WS-COMPETENCIA = SPACES
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           MOVE WS-COMPETENCIA(1:4) TO WS-COMP-13O(1:4).
           MOVE '13' TO WS-COMP-13O(5:2).
           DISPLAY 'REMESSA DO FGTS DA COMPETENCIA '
                   WS-COMPETENCIA '.'.

           ACCEPT WS-CNPJ FROM ENVIRONMENT 'EMPREGADOR_CNPJ'.
           IF WS-CNPJ = SPACES
               DISPLAY 'AVISO: EMPREGADOR_CNPJ NAO INFORMADO. O '
                       'HEADER SAI SEM O CNPJ.'
           END-IF.

           PERFORM ABRIR-REMESSA.
           PERFORM APURAR-DEPOSITOS.
           PERFORM FECHAR-REMESSA.
           PERFORM IMPRIMIR-CONTROLE.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WS-QTD-PENDENTES > ZERO OR WS-CNPJ = SPACES
               MOVE 'FOL0008A' TO WRK-EXC-PROGRAMA
               MOVE 'JOB-0010' TO WRK-EXC-CODIGO
               MOVE WS-QTD-PENDENTES TO WRK-EXC-DETALHE
               PERFORM 0985-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ABRIR-REMESSA.
           ACCEPT WS-REMESSA-PATH
               FROM ENVIRONMENT 'FGTS_REMESSA_PATH'.
           IF WS-REMESSA-PATH = SPACES
               MOVE 'REMESSA-FGTS.DAT' TO WS-REMESSA-PATH
           END-IF.
           OPEN OUTPUT ARQUIVO-REMESSA.

           MOVE WS-CNPJ          TO WS-RH-CNPJ.
           MOVE WS-COMPETENCIA   TO WS-RH-COMPETENCIA.
           MOVE WS-DATA-HOJE     TO WS-RH-DATA-GERACAO.
           MOVE WS-REM-HEADER    TO LINHA-REMESSA.
           WRITE LINHA-REMESSA.

       APURAR-DEPOSITOS.
           ACCEPT WS-HOLHIST-PATH
               FROM ENVIRONMENT 'HOLERITES_HIST_PATH'.
           IF WS-HOLHIST-PATH = SPACES
               MOVE 'HOLERITES-HIST.DAT' TO WS-HOLHIST-PATH
           END-IF.
           OPEN INPUT ARQUIVO-HOLHIST.
           IF WS-HST-ARQ-NOVO
               DISPLAY 'SEM HISTORICO DE HOLERITES. A REMESSA SAI '
                       'SO COM HEADER E TRAILER.'
               CLOSE ARQUIVO-HOLHIST
           ELSE
               MOVE LOW-VALUES TO HST-CHAVE
               START ARQUIVO-HOLHIST KEY NOT < HST-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LER-HISTORICO
                       PERFORM ACUMULAR-HOLERITE UNTIL WS-HST-EOF
               END-START
               CLOSE ARQUIVO-HOLHIST
           END-IF.
           PERFORM GRAVAR-DETALHE.

       LER-HISTORICO.
           READ ARQUIVO-HOLHIST NEXT RECORD.

      *> QUEBRA POR CPF: O EMPREGADO ANTERIOR SAI NA REMESSA ANTES DE
      *> COMECAR A SOMAR O PROXIMO.
       ACUMULAR-HOLERITE.
           IF HST-CPF NOT = WS-CPF-ATUAL
               PERFORM GRAVAR-DETALHE
               MOVE HST-CPF TO WS-CPF-ATUAL
           END-IF.
           EVALUATE TRUE
               WHEN HST-COMPETENCIA = WS-COMPETENCIA
                   PERFORM SOMAR-COMPETENCIA
               WHEN HST-COMPETENCIA = WS-COMP-13O
                   PERFORM SOMAR-13O
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM LER-HISTORICO.

      *> HOLERITE GRAVADO ANTES DO CALCULO DO FGTS TRAZ O CAMPO EM
      *> BRANCO: FICA FORA DA REMESSA E VAI PARA AS PENDENCIAS.
       SOMAR-COMPETENCIA.
           IF HST-VALOR-FGTS IS NOT NUMERIC
               ADD 1 TO WS-QTD-PENDENTES
               DISPLAY 'PENDENTE: ' HST-CPF ' SEM FGTS APURADO NA '
                       'COMPETENCIA. REPROCESSE A FOLHA.'
           ELSE
               MOVE 'S' TO WS-TEM-MOVIMENTO
               MOVE HST-EMPREGADO TO WS-NOME-ATUAL
               ADD HST-BASE-FGTS  TO WS-EMP-REMUNERACAO
               ADD HST-VALOR-FGTS TO WS-EMP-DEPOSITO
               ADD HST-MULTA-FGTS TO WS-EMP-MULTA
               IF HST-HOLERITE-RESCISAO
                   MOVE 'S' TO WS-RESCISAO-MES
               END-IF
           END-IF.

      *> O FGTS DO 13O SO E DEVIDO NA PARCELA 2 (DEZEMBRO) OU NO 13O
      *> PROPORCIONAL DA RESCISAO DO MES; A PARCELA 1 NAO TEM FGTS.
       SOMAR-13O.
           IF HST-VALOR-FGTS IS NUMERIC
               IF HST-VALOR-FGTS > ZERO
                   IF (HST-HOLERITE-FOLHA
                       AND WS-COMPETENCIA(5:2) = '12')
                   OR (HST-HOLERITE-RESCISAO AND RESCISAO-NO-MES)
                       MOVE 'S' TO WS-TEM-MOVIMENTO
                       MOVE HST-EMPREGADO TO WS-NOME-ATUAL
                       ADD HST-BASE-FGTS  TO WS-EMP-BASE-13O
                       ADD HST-VALOR-FGTS TO WS-EMP-DEPOSITO
                   END-IF
               END-IF
           END-IF.

       GRAVAR-DETALHE.
           IF TEM-MOVIMENTO
               MOVE SPACES TO WS-RD-MOVIMENTO
               IF RESCISAO-NO-MES
                   MOVE 'R' TO WS-RD-MOVIMENTO
               END-IF
               MOVE WS-CPF-ATUAL  TO WS-RD-CPF
               MOVE WS-NOME-ATUAL TO WS-RD-NOME
               COMPUTE WS-RD-REMUNERACAO = WS-EMP-REMUNERACAO * 100
               COMPUTE WS-RD-BASE-13O    = WS-EMP-BASE-13O * 100
               COMPUTE WS-RD-DEPOSITO    = WS-EMP-DEPOSITO * 100
               COMPUTE WS-RD-MULTA       = WS-EMP-MULTA * 100
               MOVE WS-REM-DETALHE TO LINHA-REMESSA
               WRITE LINHA-REMESSA
               ADD 1 TO WS-QTD-EMPREGADOS
               ADD WS-EMP-REMUNERACAO TO WS-TOT-REMUNERACAO
               ADD WS-EMP-BASE-13O    TO WS-TOT-BASE-13O
               ADD WS-EMP-DEPOSITO    TO WS-TOT-DEPOSITO
               ADD WS-EMP-MULTA       TO WS-TOT-MULTA
           END-IF.
           MOVE 'N'  TO WS-TEM-MOVIMENTO.
           MOVE 'N'  TO WS-RESCISAO-MES.
           MOVE ZERO TO WS-EMP-REMUNERACAO WS-EMP-BASE-13O
                        WS-EMP-DEPOSITO WS-EMP-MULTA.

       FECHAR-REMESSA.
           COMPUTE WS-TOT-GERAL = WS-TOT-DEPOSITO + WS-TOT-MULTA.
           MOVE WS-QTD-EMPREGADOS TO WS-RT-QTD.
           COMPUTE WS-RT-REMUNERACAO = WS-TOT-REMUNERACAO * 100.
           COMPUTE WS-RT-BASE-13O    = WS-TOT-BASE-13O * 100.
           COMPUTE WS-RT-DEPOSITO    = WS-TOT-DEPOSITO * 100.
           COMPUTE WS-RT-MULTA       = WS-TOT-MULTA * 100.
           COMPUTE WS-RT-TOTAL       = WS-TOT-GERAL * 100.
           MOVE WS-REM-TRAILER TO LINHA-REMESSA.
           WRITE LINHA-REMESSA.
           CLOSE ARQUIVO-REMESSA.
           DISPLAY 'EMPREGADOS NA REMESSA: ' WS-QTD-EMPREGADOS ' EM '
                   FUNCTION TRIM(WS-REMESSA-PATH) '.'.

      *> RELATORIO DE CONTROLE: OS MESMOS TOTAIS DO TRAILER, PARA
      *> CONFERIR COM O RECIBO DO PORTAL DEPOIS DO ENVIO.
       IMPRIMIR-CONTROLE.
           MOVE 'REMESSA-FGTS' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           MOVE 'FOL0008A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'CONTROLE DA REMESSA DO FGTS - COMPETENCIA '
                  DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  ' - CNPJ ' DELIMITED BY SIZE
                  WS-CNPJ DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-QTD-EMPREGADOS TO WRK-REL-NUM-ED.
           STRING 'EMPREGADOS NA REMESSA..: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOT-REMUNERACAO TO WS-VALOR-EDITADO.
           STRING 'REMUNERACAO DO MES.....: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOT-BASE-13O TO WS-VALOR-EDITADO.
           STRING 'BASE DO 13O SALARIO....: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOT-DEPOSITO TO WS-VALOR-EDITADO.
           STRING 'DEPOSITO FGTS (8%).....: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOT-MULTA TO WS-VALOR-EDITADO.
           STRING 'MULTA RESCISORIA (40%).: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOT-GERAL TO WS-VALOR-EDITADO.
           STRING 'TOTAL A RECOLHER.......: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-QTD-PENDENTES TO WRK-REL-NUM-ED.
           STRING 'HOLERITES PENDENTES....: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0973-FECHAR-RELATORIO.

           COPY EXCECAO-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
