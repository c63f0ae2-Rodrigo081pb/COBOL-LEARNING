       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOL0009A.

      *> OBJETIVO: REMESSA DE CREDITO DE SALARIO -- O FIM DA
      *> DIGITACAO DE CADA LIQUIDO NO SITE DO BANCO. LE O HISTORICO
      *> ESTRUTURADO DE HOLERITES (HOLERITES-HIST.DAT) DA COMPETENCIA
      *> (FOLHA OU RESCISAO; COMPETENCIA AAAA13 PAGA O 13O) E, PARA
      *> CADA HOLERITE COM LIQUIDO A RECEBER, BUSCA OS DADOS
      *> BANCARIOS DO EMPREGADO (CONTAS-SALARIO.DAT, BCO0001A). GRAVA
      *> O ARQUIVO POSICIONAL DE 150 POSICOES NO MOLDE DA REMESSA DE
      *> COBRANCA (HEADER TIPO 0 COM O CNPJ DO EMPREGADOR E A
      *> COMPETENCIA, DETALHE TIPO 1 POR CREDITO COM A CONTA OU A
      *> CHAVE PIX, TRAILER TIPO 9 COM A CONTAGEM E O TOTAL; VALORES
      *> EM CENTAVOS) E O RELATORIO DE CONTROLE NO SPOOL. HOLERITE SEM
      *> DADOS BANCARIOS OU COM LIQUIDO NEGATIVO FICA FORA DA REMESSA,
      *> LISTADO PARA PAGAMENTO MANUAL; NESSE CASO O PASSO REGISTRA A
      *> EXCECAO E DEVOLVE RC 4. O RETORNO DO BANCO E O FOL0010A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-HOLHIST
               ASSIGN TO DYNAMIC WS-HOLHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WS-HST-STATUS.

           SELECT ARQUIVO-CONTAS ASSIGN TO DYNAMIC WS-CONTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSL-CPF
               FILE STATUS IS WS-CSL-STATUS.

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

       FD ARQUIVO-CONTAS.
           COPY CONTASAL-FD.CPY.

       FD ARQUIVO-REMESSA
           RECORD CONTAINS 150 CHARACTERS.
       01 LINHA-REMESSA PIC X(150).

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

       01 WS-CSL-STATUS PIC XX.
           88 WS-CSL-OK       VALUE '00'.
           88 WS-CSL-ARQ-NOVO VALUE '35'.
       01 WS-CONTAS-PATH PIC X(100).
       01 WS-TEM-CONTAS  PIC X(01) VALUE 'N'.
           88 TEM-CONTAS VALUE 'S'.

       01 WS-REM-STATUS PIC XX.
           88 WS-REM-OK VALUE '00'.
       01 WS-REMESSA-PATH PIC X(100).

       01 WS-COMPETENCIA PIC X(06).
       01 WS-DATA-HOJE   PIC X(08).
       01 WS-CNPJ        PIC X(14).

      *> TOTAIS DE CONTROLE DA REMESSA.
       01 WS-QTD-CREDITOS    PIC 9(06) VALUE ZERO.
       01 WS-QTD-CONTA       PIC 9(06) VALUE ZERO.
       01 WS-QTD-PIX         PIC 9(06) VALUE ZERO.
       01 WS-QTD-PENDENTES   PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-LIQUIDO PIC 9(05) VALUE ZERO.
       01 WS-TOT-CREDITO     PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-PENDENTE    PIC 9(11)V99 VALUE ZERO.

      *> PENDENCIAS GUARDADAS PARA A LISTAGEM DO RELATORIO; ALEM DE
      *> 200 SO A CONTAGEM E O TOTAL.
       01 WS-PEN-QTD PIC 9(03) COMP VALUE ZERO.
       01 WS-PEN-IDX PIC 9(03) COMP.
       01 WS-PEN-TABELA.
           05 WS-PEN-ITEM OCCURS 200 TIMES.
               10 WS-PEN-CPF    PIC X(14).
               10 WS-PEN-NOME   PIC X(30).
               10 WS-PEN-VALOR  PIC S9(07)V99.
               10 WS-PEN-MOTIVO PIC X(20).
       01 WS-MOTIVO PIC X(20).

      *> LAYOUT POSICIONAL DA REMESSA: HEADER, DETALHE E TRAILER.
       01 WS-REM-HEADER.
           05 FILLER            PIC X(01) VALUE '0'.
           05 FILLER            PIC X(15) VALUE 'CREDITO-SALARIO'.
           05 WS-RH-CNPJ        PIC X(14).
           05 WS-RH-COMPETENCIA PIC X(06).
           05 WS-RH-DATA-GERACAO PIC X(08).
           05 FILLER            PIC X(106) VALUE SPACES.
       01 WS-REM-DETALHE.
           05 FILLER            PIC X(01) VALUE '1'.
           05 WS-RD-CPF         PIC X(14).
           05 WS-RD-COMPETENCIA PIC X(06).
           05 WS-RD-NOME        PIC X(30).
           05 WS-RD-FORMA       PIC X(01).
           05 WS-RD-BANCO       PIC X(03).
           05 WS-RD-AGENCIA     PIC X(05).
           05 WS-RD-AGENCIA-DV  PIC X(01).
           05 WS-RD-CONTA       PIC X(12).
           05 WS-RD-CONTA-DV    PIC X(01).
           05 WS-RD-TIPO-CONTA  PIC X(01).
           05 WS-RD-PIX-TIPO    PIC X(01).
           05 WS-RD-PIX-CHAVE   PIC X(60).
           05 WS-RD-VALOR       PIC 9(13).
           05 FILLER            PIC X(01) VALUE SPACES.
       01 WS-REM-TRAILER.
           05 FILLER            PIC X(01) VALUE '9'.
           05 WS-RT-QTD         PIC 9(06).
           05 WS-RT-TOTAL       PIC 9(15).
           05 FILLER            PIC X(128) VALUE SPACES.

       01 WS-VALOR-EDITADO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LIQUIDO-ED     PIC -Z,ZZZ,ZZ9.99.

           COPY EXCECAO-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '     FOL0009A - REMESSA DE CREDITO DE SALARIO   '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

      *> A COMPETENCIA DO CREDITO PODE SER DIFERENTE DA FOLHA (O 13O
      *> E PAGO COMO AAAA13); SEM ELA, VALE A REGRA DA FOLHA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT
               'CREDITO_COMPETENCIA'.
           IF WS-COMPETENCIA = SPACES
               ACCEPT WS-COMPETENCIA FROM ENVIRONMENT
                   'FOLHA_COMPETENCIA'
           END-IF.
           IF WS-COMPETENCIA = SPACES
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           DISPLAY 'CREDITO DE SALARIO DA COMPETENCIA '
                   WS-COMPETENCIA '.'.

           ACCEPT WS-CNPJ FROM ENVIRONMENT 'EMPREGADOR_CNPJ'.
           IF WS-CNPJ = SPACES
               DISPLAY 'AVISO: EMPREGADOR_CNPJ NAO INFORMADO. O '
                       'HEADER SAI SEM O CNPJ.'
           END-IF.

           PERFORM ABRIR-CONTAS.
           PERFORM ABRIR-REMESSA.
           PERFORM APURAR-CREDITOS.
           PERFORM FECHAR-REMESSA.
           IF TEM-CONTAS
               CLOSE ARQUIVO-CONTAS
           END-IF.
           PERFORM IMPRIMIR-CONTROLE.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WS-QTD-PENDENTES > ZERO OR WS-CNPJ = SPACES
               MOVE 'FOL0009A' TO WRK-EXC-PROGRAMA
               MOVE 'JOB-0011' TO WRK-EXC-CODIGO
               MOVE WS-QTD-PENDENTES TO WRK-EXC-DETALHE
               PERFORM 0985-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> SEM O ARQUIVO DE DADOS BANCARIOS TODO CREDITO VIRA PENDENCIA.
       ABRIR-CONTAS.
           ACCEPT WS-CONTAS-PATH
               FROM ENVIRONMENT 'CONTAS_SALARIO_PATH'.
           IF WS-CONTAS-PATH = SPACES
               MOVE 'CONTAS-SALARIO.DAT' TO WS-CONTAS-PATH
           END-IF.
           OPEN INPUT ARQUIVO-CONTAS.
           IF WS-CSL-OK
               MOVE 'S' TO WS-TEM-CONTAS
           ELSE
               DISPLAY 'AVISO: ' FUNCTION TRIM(WS-CONTAS-PATH)
                       ' AUSENTE (BCO0001A). NENHUM CREDITO SAI NA '
                       'REMESSA.'
           END-IF.

       ABRIR-REMESSA.
           ACCEPT WS-REMESSA-PATH
               FROM ENVIRONMENT 'REMESSA_SALARIO_PATH'.
           IF WS-REMESSA-PATH = SPACES
               MOVE 'REMESSA-SALARIO.DAT' TO WS-REMESSA-PATH
           END-IF.
           OPEN OUTPUT ARQUIVO-REMESSA.

           MOVE WS-CNPJ          TO WS-RH-CNPJ.
           MOVE WS-COMPETENCIA   TO WS-RH-COMPETENCIA.
           MOVE WS-DATA-HOJE     TO WS-RH-DATA-GERACAO.
           MOVE WS-REM-HEADER    TO LINHA-REMESSA.
           WRITE LINHA-REMESSA.

       APURAR-CREDITOS.
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
                       PERFORM TRATAR-HOLERITE UNTIL WS-HST-EOF
               END-START
               CLOSE ARQUIVO-HOLHIST
           END-IF.

       LER-HISTORICO.
           READ ARQUIVO-HOLHIST NEXT RECORD.

      *> LIQUIDO ZERO NAO E CREDITO (TUDO FOI DESCONTADO); LIQUIDO
      *> NEGATIVO E DIVIDA DO EMPREGADO E VAI PARA AS PENDENCIAS.
       TRATAR-HOLERITE.
           IF HST-COMPETENCIA = WS-COMPETENCIA
               EVALUATE TRUE
                   WHEN HST-LIQUIDO = ZERO
                       ADD 1 TO WS-QTD-SEM-LIQUIDO
                   WHEN HST-LIQUIDO < ZERO
                       MOVE 'LIQUIDO NEGATIVO' TO WS-MOTIVO
                       PERFORM GUARDAR-PENDENCIA
                   WHEN OTHER
                       PERFORM PROCURAR-CONTA
               END-EVALUATE
           END-IF.
           PERFORM LER-HISTORICO.

       PROCURAR-CONTA.
           IF NOT TEM-CONTAS
               MOVE 'SEM DADOS BANCARIOS' TO WS-MOTIVO
               PERFORM GUARDAR-PENDENCIA
               EXIT PARAGRAPH
           END-IF.
           MOVE HST-CPF TO CSL-CPF.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   MOVE 'SEM DADOS BANCARIOS' TO WS-MOTIVO
                   PERFORM GUARDAR-PENDENCIA
               NOT INVALID KEY
                   PERFORM GRAVAR-DETALHE
           END-READ.

       GRAVAR-DETALHE.
           MOVE HST-CPF          TO WS-RD-CPF.
           MOVE HST-COMPETENCIA  TO WS-RD-COMPETENCIA.
           MOVE HST-EMPREGADO    TO WS-RD-NOME.
           MOVE CSL-FORMA        TO WS-RD-FORMA.
           MOVE CSL-BANCO        TO WS-RD-BANCO.
           MOVE CSL-AGENCIA      TO WS-RD-AGENCIA.
           MOVE CSL-AGENCIA-DV   TO WS-RD-AGENCIA-DV.
           MOVE CSL-CONTA        TO WS-RD-CONTA.
           MOVE CSL-CONTA-DV     TO WS-RD-CONTA-DV.
           MOVE CSL-TIPO-CONTA   TO WS-RD-TIPO-CONTA.
           MOVE CSL-PIX-TIPO     TO WS-RD-PIX-TIPO.
           MOVE CSL-PIX-CHAVE    TO WS-RD-PIX-CHAVE.
           COMPUTE WS-RD-VALOR = HST-LIQUIDO * 100.
           MOVE WS-REM-DETALHE TO LINHA-REMESSA.
           WRITE LINHA-REMESSA.
           ADD 1 TO WS-QTD-CREDITOS.
           IF CSL-CREDITO-PIX
               ADD 1 TO WS-QTD-PIX
           ELSE
               ADD 1 TO WS-QTD-CONTA
           END-IF.
           ADD HST-LIQUIDO TO WS-TOT-CREDITO.

       GUARDAR-PENDENCIA.
           ADD 1 TO WS-QTD-PENDENTES.
           IF HST-LIQUIDO > ZERO
               ADD HST-LIQUIDO TO WS-TOT-PENDENTE
           END-IF.
           DISPLAY 'PENDENTE: ' HST-CPF ' ' WS-MOTIVO '.'.
           IF WS-PEN-QTD < 200
               ADD 1 TO WS-PEN-QTD
               MOVE HST-CPF       TO WS-PEN-CPF(WS-PEN-QTD)
               MOVE HST-EMPREGADO TO WS-PEN-NOME(WS-PEN-QTD)
               MOVE HST-LIQUIDO   TO WS-PEN-VALOR(WS-PEN-QTD)
               MOVE WS-MOTIVO     TO WS-PEN-MOTIVO(WS-PEN-QTD)
           END-IF.

       FECHAR-REMESSA.
           MOVE WS-QTD-CREDITOS TO WS-RT-QTD.
           COMPUTE WS-RT-TOTAL = WS-TOT-CREDITO * 100.
           MOVE WS-REM-TRAILER TO LINHA-REMESSA.
           WRITE LINHA-REMESSA.
           CLOSE ARQUIVO-REMESSA.
           DISPLAY 'CREDITOS NA REMESSA: ' WS-QTD-CREDITOS ' EM '
                   FUNCTION TRIM(WS-REMESSA-PATH) '.'.

      *> RELATORIO DE CONTROLE: OS TOTAIS DO TRAILER, PARA CONFERIR
      *> COM O RECIBO DO BANCO, E OS HOLERITES A PAGAR POR FORA.
       IMPRIMIR-CONTROLE.
           MOVE 'CREDITO-SALARIO' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           MOVE 'FOL0009A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'CONTROLE DO CREDITO DE SALARIO - COMPETENCIA '
                  DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  ' - CNPJ ' DELIMITED BY SIZE
                  WS-CNPJ DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-QTD-CREDITOS TO WRK-REL-NUM-ED.
           STRING 'CREDITOS NA REMESSA....: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-QTD-CONTA TO WRK-REL-NUM-ED.
           STRING '  EM CONTA.............: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-QTD-PIX TO WRK-REL-NUM-ED.
           STRING '  POR PIX..............: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOT-CREDITO TO WS-VALOR-EDITADO.
           STRING 'TOTAL A CREDITAR.......: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-QTD-SEM-LIQUIDO TO WRK-REL-NUM-ED.
           STRING 'HOLERITES SEM LIQUIDO..: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-QTD-PENDENTES TO WRK-REL-NUM-ED.
           STRING 'PAGAMENTOS PENDENTES...: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOT-PENDENTE TO WS-VALOR-EDITADO.
           STRING 'VALOR A PAGAR POR FORA.: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF WS-PEN-QTD > ZERO
               MOVE 'PENDENCIAS - PAGAR POR OUTRO MEIO:'
                   TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
               PERFORM LISTAR-PENDENCIA
                   VARYING WS-PEN-IDX FROM 1 BY 1
                   UNTIL WS-PEN-IDX > WS-PEN-QTD
           END-IF.

           PERFORM 0973-FECHAR-RELATORIO.

       LISTAR-PENDENCIA.
           MOVE WS-PEN-VALOR(WS-PEN-IDX) TO WS-LIQUIDO-ED.
           STRING '  ' DELIMITED BY SIZE
                  WS-PEN-CPF(WS-PEN-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PEN-NOME(WS-PEN-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LIQUIDO-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PEN-MOTIVO(WS-PEN-IDX) DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           COPY EXCECAO-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
