       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOL0010A.

      *> OBJETIVO: RETORNO DO CREDITO DE SALARIO. LE O ARQUIVO DE
      *> RETORNO DO BANCO (RETORNO-SALARIO.DAT, LAYOUT POSICIONAL:
      *> DETALHE TIPO 1 COM CPF, COMPETENCIA, OCORRENCIA, VALOR EM
      *> CENTAVOS E DATA DO CREDITO; HEADER E TRAILER SAO PULADOS) E
      *> CONFERE CADA LINHA COM O HOLERITE DE HOLERITES-HIST.DAT QUE A
      *> REMESSA (FOL0009A) MANDOU PAGAR. OCORRENCIA '00' E CREDITO
      *> EFETUADO; QUALQUER OUTRA E REJEICAO (CONTA ENCERRADA, DIGITO
      *> INVALIDO, AGENCIA INEXISTENTE, CHAVE PIX INEXISTENTE, CPF
      *> DIVERGENTE) E VAI PARA O RELATORIO DE CREDITOS REJEITADOS NO
      *> SPOOL, COM O NOME E O LIQUIDO DO HOLERITE, PARA PAGAMENTO
      *> POR OUTRO MEIO E CORRECAO DOS DADOS NO BCO0001A. LINHA SEM
      *> HOLERITE CORRESPONDENTE TAMBEM E LISTADA. RETURN-CODE 4 E
      *> EXCECAO REGISTRADA QUANDO HOUVE REJEICAO OU LINHA SEM PAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-HOLHIST
               ASSIGN TO DYNAMIC WS-HOLHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WS-HST-STATUS.

           SELECT ARQUIVO-RETORNO ASSIGN TO DYNAMIC WS-RETORNO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

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

       FD ARQUIVO-RETORNO
           RECORD CONTAINS 60 CHARACTERS.
       01 LINHA-RETORNO.
           05 RET-TIPO       PIC X(01).
           05 RET-CPF        PIC X(14).
           05 RET-COMPET     PIC X(06).
           05 RET-OCORRENCIA PIC X(02).
               88 RET-CREDITADO        VALUE '00'.
               88 RET-CONTA-ENCERRADA  VALUE '01'.
               88 RET-DIGITO-INVALIDO  VALUE '02'.
               88 RET-AGENCIA-INVALIDA VALUE '03'.
               88 RET-PIX-INEXISTENTE  VALUE '04'.
               88 RET-CPF-DIVERGENTE   VALUE '05'.
           05 RET-VALOR      PIC 9(13).
           05 RET-DATA-CREDITO PIC X(08).
           05 FILLER         PIC X(16).

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD EXCECOES-ARQUIVO.
           COPY EXCECAO-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-HST-STATUS PIC XX.
           88 WS-HST-OK       VALUE '00'.
           88 WS-HST-ARQ-NOVO VALUE '35'.
       01 WS-HOLHIST-PATH PIC X(100).
       01 WS-TEM-HISTORICO PIC X(01) VALUE 'N'.
           88 TEM-HISTORICO VALUE 'S'.

       01 WS-RET-STATUS PIC XX.
           88 WS-RET-OK       VALUE '00'.
           88 WS-RET-EOF      VALUE '10'.
           88 WS-RET-ARQ-NOVO VALUE '35'.
       01 WS-RETORNO-PATH PIC X(100).

       01 WS-VALOR      PIC 9(11)V99.
       01 WS-MOTIVO     PIC X(22).
       01 WS-NOME       PIC X(30).

       01 WS-QTD-CREDITADOS PIC 9(05) VALUE ZERO.
       01 WS-QTD-REJEITADOS PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-PAR    PIC 9(05) VALUE ZERO.
       01 WS-QTD-PROBLEMAS  PIC 9(05) VALUE ZERO.
       01 WS-TOT-CREDITADO  PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-REJEITADO  PIC 9(11)V99 VALUE ZERO.

       01 WS-VALOR-EDITADO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           COPY EXCECAO-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '    FOL0010A - RETORNO DO CREDITO DE SALARIO    '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           ACCEPT WS-RETORNO-PATH
               FROM ENVIRONMENT 'RETORNO_SALARIO_PATH'.
           IF WS-RETORNO-PATH = SPACES
               MOVE 'RETORNO-SALARIO.DAT' TO WS-RETORNO-PATH
           END-IF.
           OPEN INPUT ARQUIVO-RETORNO.
           IF WS-RET-ARQ-NOVO
               DISPLAY FUNCTION TRIM(WS-RETORNO-PATH)
                       ' NAO ENCONTRADO. NADA A CONFERIR.'
               CLOSE ARQUIVO-RETORNO
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

      *> SEM O HISTORICO O RETORNO AINDA E LISTADO, SO QUE SEM O
      *> NOME DO EMPREGADO.
           ACCEPT WS-HOLHIST-PATH
               FROM ENVIRONMENT 'HOLERITES_HIST_PATH'.
           IF WS-HOLHIST-PATH = SPACES
               MOVE 'HOLERITES-HIST.DAT' TO WS-HOLHIST-PATH
           END-IF.
           OPEN INPUT ARQUIVO-HOLHIST.
           IF WS-HST-OK
               MOVE 'S' TO WS-TEM-HISTORICO
           ELSE
               DISPLAY 'AVISO: SEM HISTORICO DE HOLERITES. OS '
                       'CREDITOS SAEM SEM O NOME DO EMPREGADO.'
           END-IF.

           MOVE 'RETORNO-SALARIO' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           STRING 'CPF            COMPET NOME' DELIMITED BY SIZE
                  '                           VALOR' DELIMITED BY SIZE
                  '             MOTIVO' DELIMITED BY SIZE
               INTO WRK-REL-CABECALHO
           END-STRING.
           MOVE 'FOL0010A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           PERFORM LER-RETORNO.
           PERFORM PROCESSAR-LINHA UNTIL WS-RET-EOF.

           CLOSE ARQUIVO-RETORNO.
           IF TEM-HISTORICO
               CLOSE ARQUIVO-HOLHIST
           END-IF.

           PERFORM IMPRIMIR-TOTAIS.
           PERFORM 0973-FECHAR-RELATORIO.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           COMPUTE WS-QTD-PROBLEMAS = WS-QTD-REJEITADOS
                                    + WS-QTD-SEM-PAR.
           IF WS-QTD-PROBLEMAS > ZERO
               MOVE 'FOL0010A' TO WRK-EXC-PROGRAMA
               MOVE 'JOB-0012' TO WRK-EXC-CODIGO
               MOVE WS-QTD-PROBLEMAS TO WRK-EXC-DETALHE
               PERFORM 0985-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LER-RETORNO.
           READ ARQUIVO-RETORNO.

      *> HEADER (0) E TRAILER (9) SAO PULADOS; SO O DETALHE (1) E
      *> CONFERIDO.
       PROCESSAR-LINHA.
           IF RET-TIPO = '1'
               PERFORM CONFERIR-DETALHE
           END-IF.
           PERFORM LER-RETORNO.

       CONFERIR-DETALHE.
           COMPUTE WS-VALOR = RET-VALOR / 100.
           MOVE SPACES TO WS-NOME.
           IF TEM-HISTORICO
               MOVE RET-CPF    TO HST-CPF
               MOVE RET-COMPET TO HST-COMPETENCIA
               READ ARQUIVO-HOLHIST
                   INVALID KEY
                       ADD 1 TO WS-QTD-SEM-PAR
                       MOVE 'SEM HOLERITE NA FOLHA' TO WS-MOTIVO
                       PERFORM LISTAR-CREDITO
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       MOVE HST-EMPREGADO TO WS-NOME
               END-READ
           END-IF.

           IF RET-CREDITADO
               ADD 1 TO WS-QTD-CREDITADOS
               ADD WS-VALOR TO WS-TOT-CREDITADO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-REJEITADOS.
           ADD WS-VALOR TO WS-TOT-REJEITADO.
           EVALUATE TRUE
               WHEN RET-CONTA-ENCERRADA
                   MOVE 'CONTA ENCERRADA' TO WS-MOTIVO
               WHEN RET-DIGITO-INVALIDO
                   MOVE 'DIGITO INVALIDO' TO WS-MOTIVO
               WHEN RET-AGENCIA-INVALIDA
                   MOVE 'AGENCIA INEXISTENTE' TO WS-MOTIVO
               WHEN RET-PIX-INEXISTENTE
                   MOVE 'CHAVE PIX INEXISTENTE' TO WS-MOTIVO
               WHEN RET-CPF-DIVERGENTE
                   MOVE 'CPF DIVERGENTE' TO WS-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'OCORRENCIA ' DELIMITED BY SIZE
                          RET-OCORRENCIA DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
           END-EVALUATE.
           PERFORM LISTAR-CREDITO.

       LISTAR-CREDITO.
           MOVE WS-VALOR TO WS-VALOR-EDITADO.
           STRING RET-CPF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RET-COMPET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           DISPLAY 'A PAGAR POR FORA: ' RET-CPF ' ' RET-COMPET ' '
                   WS-MOTIVO '.'.

       IMPRIMIR-TOTAIS.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-QTD-CREDITADOS TO WRK-REL-NUM-ED.
           STRING 'CREDITOS EFETUADOS.....: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOT-CREDITADO TO WS-VALOR-EDITADO.
           STRING 'VALOR CREDITADO........: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-QTD-REJEITADOS TO WRK-REL-NUM-ED.
           STRING 'CREDITOS REJEITADOS....: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOT-REJEITADO TO WS-VALOR-EDITADO.
           STRING 'VALOR A PAGAR POR FORA.: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-QTD-SEM-PAR TO WRK-REL-NUM-ED.
           STRING 'LINHAS SEM HOLERITE....: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           COPY EXCECAO-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
