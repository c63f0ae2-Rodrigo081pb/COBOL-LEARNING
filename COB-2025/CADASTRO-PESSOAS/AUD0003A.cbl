      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: VERIFICACAO DA CADEIA DE SELOS DA TRILHA DE
      *              AUDITORIA (PASSO DO FIM-DE-DIA). PERCORRE OS
      *              ARQUIVOS DATADOS AUDITLOG-AAAAMM.DAT DENTRO DA
      *              RETENCAO (DO MAIS ANTIGO AO MAIS NOVO) E DEPOIS O
      *              AUDITLOG.DAT CORRENTE, LINHA A LINHA, CONFERINDO:
      *              O SELO DA PROPRIA LINHA (LINHA ALTERADA), O ELO
      *              COM A LINHA ANTERIOR (LINHA INSERIDA OU APAGADA NO
      *              MEIO), A SEQUENCIA (NUMEROS FALTANDO, REPETIDOS OU
      *              FORA DE ORDEM), A DATA/HORA (ANTERIOR A DA LINHA
      *              PRECEDENTE) E LINHA SEM SELO DEPOIS DO INICIO DA
      *              CADEIA. A ULTIMA LINHA CONFERIDA FICA ANOTADA EM
      *              AUDITLOG-ANCORA.DAT: SE NA VERIFICACAO SEGUINTE
      *              ELA NAO ESTIVER MAIS LA, O FIM DO LOG FOI APAGADO.
      *              AS OCORRENCIAS SAEM NO RELATORIO DO SPOOL, COM A
      *              PRIMEIRA QUEBRA EM DESTAQUE; HAVENDO QUEBRA, O
      *              PASSO REGISTRA A EXCECAO JOB-0015 E DEVOLVE
      *              RETURN-CODE 4 (A ANCORA SO AVANCA COM A CADEIA
      *              INTEIRA, PARA A QUEBRA CONTINUAR APARECENDO ATE
      *              SER TRATADA).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUD0003A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLOG-ARQUIVO ASSIGN TO DYNAMIC WRK-AUDITLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.

           SELECT ARQUIVO-ANCORA ASSIGN TO DYNAMIC WRK-ANCORA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANC-STATUS.

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
       FD AUDITLOG-ARQUIVO.
           COPY AUDITLOG-FD.CPY.

      * ULTIMA LINHA CONFERIDA COM A CADEIA INTEIRA.
       FD ARQUIVO-ANCORA.
       01 REGISTRO-ANCORA.
           05 ANC-SEQUENCIA        PIC 9(09).
           05 ANC-DATA-HORA        PIC X(17).
           05 ANC-DATA-VERIFICACAO PIC X(08).

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD EXCECOES-ARQUIVO.
           COPY EXCECAO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-ANC-STATUS PIC X(02).
           88 FS-ANC-OK           VALUE '00'.
           88 FS-ANC-ARQUIVO-NOVO VALUE '35'.

      * CAMINHOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM VALOR PADRAO
      * CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-CORRENTE-PATH PIC X(100).
       01 WRK-ANCORA-PATH   PIC X(100).

       01 WRK-RETENCAO-ENT  PIC X(03).
       01 WRK-RETENCAO      PIC 9(03) VALUE 12.

       01 WRK-DATA-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 FILLER       PIC 9(02).

      * ANO/MES DO ARQUIVO DATADO DA VEZ (MESMA CONTA DA RETENCAO DO
      * AUD0002A).
       01 WRK-CALC-ANO  PIC 9(04).
       01 WRK-CALC-MES  PIC S9(04) COMP.
       01 WRK-AAAAMM.
           05 WRK-AAAAMM-ANO PIC 9(04).
           05 WRK-AAAAMM-MES PIC 9(02).
       01 WRK-MES-ATRAS PIC S9(04) COMP.

      * ANCORA DA VERIFICACAO ANTERIOR.
       01 WRK-ANC-SEQUENCIA PIC 9(09) VALUE ZERO.
       01 WRK-ANC-DATA-HORA PIC X(17) VALUE SPACES.
       01 WRK-ANC-ACHADA PIC X(01) VALUE 'N'.
           88 ANCORA-ACHADA VALUE 'S'.

      * ULTIMO ELO CONFERIDO.
       01 WRK-CADEIA PIC X(01) VALUE 'N'.
           88 CADEIA-INICIADA VALUE 'S'.
       01 WRK-ULT-SEQUENCIA PIC 9(09) VALUE ZERO.
       01 WRK-ULT-HASH      PIC X(20) VALUE SPACES.
       01 WRK-ULT-DATA-HORA PIC X(17) VALUE SPACES.
       01 WRK-INICIO-SEQUENCIA PIC 9(09) VALUE ZERO.
       01 WRK-ESPERADA      PIC 9(09) VALUE ZERO.
       01 WRK-FALTANDO      PIC 9(09) VALUE ZERO.

      * OCORRENCIAS. A PRIMEIRA QUEBRA VAI PARA O RESUMO E PARA O
      * DETALHE DA EXCECAO.
       01 WRK-OCORRENCIA    PIC X(50).
       01 WRK-OCORRENCIAS   PIC 9(07) COMP VALUE 0.
       01 WRK-PRIMEIRA-SEQ  PIC 9(09) VALUE ZERO.
       01 WRK-PRIMEIRA-ARQ  PIC X(30) VALUE SPACES.
       01 WRK-PRIMEIRA-DESC PIC X(50) VALUE SPACES.

      * CONTADORES.
       01 WRK-ARQUIVOS-LIDOS  PIC 9(03) COMP VALUE 0.
       01 WRK-LINHAS-ARQUIVO  PIC 9(07) COMP VALUE 0.
       01 WRK-LINHAS-TOTAL    PIC 9(09) COMP VALUE 0.
       01 WRK-LINHAS-SEM-SELO PIC 9(07) COMP VALUE 0.

       01 WRK-ARQUIVO-NOME PIC X(30).
       01 WRK-SEQ-ED       PIC 9(09).

           COPY AUDITLOG-WS.CPY.
           COPY EXCECAO-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '  AUD0003A - VERIFICACAO DA CADEIA DE AUDITORIA '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0002-LER-ANCORA.

           MOVE 'AUDITLOG-CADEIA' TO WRK-REL-NOME.
           MOVE 'SEQUENCIA  ARQUIVO                        OCORRENCIA'
               TO WRK-REL-CABECALHO.
           MOVE 'AUD0003A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           PERFORM 0003-VERIFICAR-MES
               VARYING WRK-MES-ATRAS FROM WRK-RETENCAO BY -1
               UNTIL WRK-MES-ATRAS < 0.

           MOVE WRK-CORRENTE-PATH TO WRK-AUDITLOG-PATH.
           MOVE WRK-CORRENTE-PATH TO WRK-ARQUIVO-NOME.
           PERFORM 0010-VERIFICAR-ARQUIVO.

           PERFORM 0005-CONFERIR-ANCORA.
           PERFORM 0020-IMPRIMIR-RESUMO.
           PERFORM 0973-FECHAR-RELATORIO.

           IF WRK-OCORRENCIAS = 0
               PERFORM 0006-GRAVAR-ANCORA
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WRK-OCORRENCIAS > 0
               MOVE 'AUD0003A' TO WRK-EXC-PROGRAMA
               MOVE 'JOB-0015' TO WRK-EXC-CODIGO
               MOVE WRK-PRIMEIRA-SEQ TO WRK-EXC-DETALHE
               PERFORM 0985-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-CORRENTE-PATH
               FROM ENVIRONMENT 'AUDITLOG_DAT_PATH'.
           IF WRK-CORRENTE-PATH = SPACES
               MOVE 'AUDITLOG.DAT' TO WRK-CORRENTE-PATH
           END-IF.

           ACCEPT WRK-ANCORA-PATH
               FROM ENVIRONMENT 'AUDITLOG_ANCORA_PATH'.
           IF WRK-ANCORA-PATH = SPACES
               MOVE 'AUDITLOG-ANCORA.DAT' TO WRK-ANCORA-PATH
           END-IF.

           ACCEPT WRK-RETENCAO-ENT
               FROM ENVIRONMENT 'AUDITLOG_RETENCAO_MESES'.
           IF WRK-RETENCAO-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-RETENCAO-ENT)
                   TO WRK-RETENCAO
           END-IF.
       0000-END.

      * ANCORA AUSENTE (PRIMEIRA VERIFICACAO) NAO E OCORRENCIA.
       0002-LER-ANCORA.
           OPEN INPUT ARQUIVO-ANCORA.
           IF FS-ANC-OK
               READ ARQUIVO-ANCORA
               IF FS-ANC-OK
                   MOVE ANC-SEQUENCIA TO WRK-ANC-SEQUENCIA
                   MOVE ANC-DATA-HORA TO WRK-ANC-DATA-HORA
               END-IF
               CLOSE ARQUIVO-ANCORA
           END-IF.
       0002-END.

      * ARQUIVO DATADO DE WRK-MES-ATRAS MESES ATRAS. MES SEM ARQUIVO
      * (ROTACAO AINDA NAO FEITA, OU ANTERIOR A CADEIA) E PULADO; SE
      * FALTAR UM MES NO MEIO DA CADEIA, A SEQUENCIA APONTA.
       0003-VERIFICAR-MES.
           MOVE WRK-HOJE-ANO TO WRK-CALC-ANO.
           COMPUTE WRK-CALC-MES = WRK-HOJE-MES - WRK-MES-ATRAS.
           PERFORM 0003A-NORMALIZAR-MES
               UNTIL WRK-CALC-MES >= 1.

           MOVE WRK-CALC-ANO TO WRK-AAAAMM-ANO.
           MOVE WRK-CALC-MES TO WRK-AAAAMM-MES.
           MOVE SPACES TO WRK-AUDITLOG-PATH.
           STRING 'AUDITLOG-'   DELIMITED BY SIZE
                  WRK-AAAAMM    DELIMITED BY SIZE
                  '.DAT'        DELIMITED BY SIZE
               INTO WRK-AUDITLOG-PATH
           END-STRING.
           MOVE WRK-AUDITLOG-PATH TO WRK-ARQUIVO-NOME.
           PERFORM 0010-VERIFICAR-ARQUIVO.
       0003-END.

       0003A-NORMALIZAR-MES.
           ADD 12 TO WRK-CALC-MES.
           SUBTRACT 1 FROM WRK-CALC-ANO.
       0003A-END.

      * A LINHA ANOTADA NA VERIFICACAO ANTERIOR TEM QUE CONTINUAR NO
      * LOG, COM A MESMA DATA/HORA. SE SUMIU, O FIM DO LOG FOI
      * APAGADO (O QUE O ELO, SOZINHO, NAO DENUNCIA).
       0005-CONFERIR-ANCORA.
           IF WRK-ANC-SEQUENCIA > 0
              AND NOT ANCORA-ACHADA
               MOVE WRK-ANC-SEQUENCIA TO WRK-SEQ-ED
               MOVE '(ANCORA)' TO WRK-ARQUIVO-NOME
               MOVE 'LINHA DA ULTIMA VERIFICACAO SUMIU DO LOG'
                   TO WRK-OCORRENCIA
               PERFORM 0013-REGISTRAR-OCORRENCIA
           END-IF.
       0005-END.

       0006-GRAVAR-ANCORA.
           IF WRK-ULT-SEQUENCIA > 0
               OPEN OUTPUT ARQUIVO-ANCORA
               MOVE WRK-ULT-SEQUENCIA TO ANC-SEQUENCIA
               MOVE WRK-ULT-DATA-HORA TO ANC-DATA-HORA
               MOVE WRK-DATA-HOJE     TO ANC-DATA-VERIFICACAO
               WRITE REGISTRO-ANCORA
               CLOSE ARQUIVO-ANCORA
           END-IF.
       0006-END.

      * ----------------------------------------------------------------
      * CONFERENCIA DE UM ARQUIVO DA TRILHA (DATADO OU CORRENTE),
      * CONTINUANDO A CADEIA DO ARQUIVO ANTERIOR.
      * ----------------------------------------------------------------
       0010-VERIFICAR-ARQUIVO.
           OPEN INPUT AUDITLOG-ARQUIVO.
           IF NOT AUDITLOG-OK
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-ARQUIVOS-LIDOS.
           MOVE 0 TO WRK-LINHAS-ARQUIVO.
           PERFORM 0011-LER-LINHA.
           PERFORM 0012-CONFERIR-LINHA
               UNTIL WRK-AUDITLOG-STATUS NOT < '10'.
           CLOSE AUDITLOG-ARQUIVO.

           MOVE WRK-LINHAS-ARQUIVO TO WRK-REL-NUM-ED.
           STRING 'CONFERIDO: '    DELIMITED BY SIZE
                  WRK-ARQUIVO-NOME DELIMITED BY SIZE
                  ' LINHAS: '      DELIMITED BY SIZE
                  WRK-REL-NUM-ED   DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0010-END.

       0011-LER-LINHA.
           READ AUDITLOG-ARQUIVO.
       0011-END.

       0012-CONFERIR-LINHA.
           ADD 1 TO WRK-LINHAS-ARQUIVO.
           ADD 1 TO WRK-LINHAS-TOTAL.

           IF LOG-SEQUENCIA-X = SPACES
               PERFORM 0014-CONFERIR-LINHA-SEM-SELO
           ELSE
               IF LOG-SEQUENCIA-X NOT NUMERIC
                   MOVE WRK-ULT-SEQUENCIA TO WRK-SEQ-ED
                   MOVE 'SEQUENCIA ILEGIVEL (LINHA ADULTERADA)'
                       TO WRK-OCORRENCIA
                   PERFORM 0013-REGISTRAR-OCORRENCIA
               ELSE
                   PERFORM 0015-CONFERIR-ELO
               END-IF
           END-IF.

           PERFORM 0011-LER-LINHA.
       0012-END.

       0013-REGISTRAR-OCORRENCIA.
           ADD 1 TO WRK-OCORRENCIAS.
           IF WRK-OCORRENCIAS = 1
               MOVE WRK-SEQ-ED       TO WRK-PRIMEIRA-SEQ
               MOVE WRK-ARQUIVO-NOME TO WRK-PRIMEIRA-ARQ
               MOVE WRK-OCORRENCIA   TO WRK-PRIMEIRA-DESC
           END-IF.
           STRING WRK-SEQ-ED       DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WRK-ARQUIVO-NOME DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-OCORRENCIA   DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0013-END.

      * LINHA SEM SELO SO E ACEITA ANTES DA CADEIA COMECAR (LINHAS
      * GRAVADAS ANTES DA IMPLANTACAO DOS SELOS).
       0014-CONFERIR-LINHA-SEM-SELO.
           IF CADEIA-INICIADA
               MOVE WRK-ULT-SEQUENCIA TO WRK-SEQ-ED
               MOVE 'LINHA SEM SELO DEPOIS DA SEQUENCIA'
                   TO WRK-OCORRENCIA
               PERFORM 0013-REGISTRAR-OCORRENCIA
           ELSE
               ADD 1 TO WRK-LINHAS-SEM-SELO
           END-IF.
       0014-END.

      * CONFERE O SELO DA LINHA E O ELO COM A ANTERIOR. O ELO SEGUE
      * PELO SELO GRAVADO NA LINHA (MESMO QUE ELA TENHA SIDO ALTERADA)
      * PARA UMA ALTERACAO NAO SE ESPALHAR NAS LINHAS SEGUINTES.
       0015-CONFERIR-ELO.
           MOVE LOG-SEQUENCIA TO WRK-SEQ-ED.

           PERFORM 0938-CALCULAR-SELO-AUDITLOG.
           IF WRK-SELO-RESULTADO NOT = LOG-HASH
               MOVE 'LINHA ALTERADA (SELO NAO CONFERE)'
                   TO WRK-OCORRENCIA
               PERFORM 0013-REGISTRAR-OCORRENCIA
           END-IF.

           IF CADEIA-INICIADA
               PERFORM 0016-CONFERIR-SEQUENCIA
           ELSE
               MOVE LOG-SEQUENCIA TO WRK-INICIO-SEQUENCIA
               MOVE 'S' TO WRK-CADEIA
           END-IF.

           IF LOG-SEQUENCIA = WRK-ANC-SEQUENCIA
              AND LOG-DATA-HORA = WRK-ANC-DATA-HORA
               MOVE 'S' TO WRK-ANC-ACHADA
           END-IF.

           MOVE LOG-SEQUENCIA TO WRK-ULT-SEQUENCIA.
           MOVE LOG-HASH      TO WRK-ULT-HASH.
           MOVE LOG-DATA-HORA TO WRK-ULT-DATA-HORA.
       0015-END.

       0016-CONFERIR-SEQUENCIA.
           IF LOG-HASH-ANTERIOR NOT = WRK-ULT-HASH
               MOVE 'ELO ROMPIDO (SELO ANTERIOR NAO CONFERE)'
                   TO WRK-OCORRENCIA
               PERFORM 0013-REGISTRAR-OCORRENCIA
           END-IF.

           COMPUTE WRK-ESPERADA = WRK-ULT-SEQUENCIA + 1.
           IF LOG-SEQUENCIA > WRK-ESPERADA
               COMPUTE WRK-FALTANDO = LOG-SEQUENCIA - WRK-ESPERADA
               MOVE WRK-FALTANDO TO WRK-REL-NUM-ED
               MOVE SPACES TO WRK-OCORRENCIA
               STRING 'FALTAM '                  DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-REL-NUM-ED)
                                                 DELIMITED BY SIZE
                      ' LINHA(S) ANTES DESTA'    DELIMITED BY SIZE
                   INTO WRK-OCORRENCIA
               END-STRING
               PERFORM 0013-REGISTRAR-OCORRENCIA
           END-IF.
           IF LOG-SEQUENCIA < WRK-ESPERADA
               MOVE 'SEQUENCIA REPETIDA OU FORA DE ORDEM'
                   TO WRK-OCORRENCIA
               PERFORM 0013-REGISTRAR-OCORRENCIA
           END-IF.

           IF LOG-DATA-HORA < WRK-ULT-DATA-HORA
               MOVE 'DATA/HORA ANTERIOR A DA LINHA PRECEDENTE'
                   TO WRK-OCORRENCIA
               PERFORM 0013-REGISTRAR-OCORRENCIA
           END-IF.
       0016-END.

       0020-IMPRIMIR-RESUMO.
           MOVE ALL '-' TO WRK-REL-LINHA(1:60).
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-ARQUIVOS-LIDOS TO WRK-REL-NUM-ED.
           STRING 'ARQUIVOS CONFERIDOS.......: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED                 DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-LINHAS-TOTAL TO WRK-REL-NUM-ED.
           STRING 'LINHAS CONFERIDAS.........: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED                 DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-LINHAS-SEM-SELO TO WRK-REL-NUM-ED.
           STRING 'ANTERIORES A CADEIA.......: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED                 DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF CADEIA-INICIADA
               STRING 'CADEIA CONFERIDA..........: SEQUENCIA '
                                            DELIMITED BY SIZE
                      WRK-INICIO-SEQUENCIA  DELIMITED BY SIZE
                      ' A '                 DELIMITED BY SIZE
                      WRK-ULT-SEQUENCIA     DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           MOVE WRK-OCORRENCIAS TO WRK-REL-NUM-ED.
           STRING 'OCORRENCIAS...............: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED                 DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF WRK-OCORRENCIAS = 0
               MOVE 'CADEIA INTEGRA.' TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
               DISPLAY 'CADEIA DO AUDITLOG INTEGRA.'
           ELSE
               STRING 'PRIMEIRA QUEBRA: SEQUENCIA ' DELIMITED BY SIZE
                      WRK-PRIMEIRA-SEQ              DELIMITED BY SIZE
                      ' EM '                        DELIMITED BY SIZE
                      WRK-PRIMEIRA-ARQ              DELIMITED BY SPACE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               STRING '                 '          DELIMITED BY SIZE
                      WRK-PRIMEIRA-DESC             DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               DISPLAY 'CADEIA DO AUDITLOG ROMPIDA NA SEQUENCIA '
                       WRK-PRIMEIRA-SEQ ': '
                       FUNCTION TRIM(WRK-PRIMEIRA-DESC)
           END-IF.
       0020-END.

           COPY AUDITLOG-PD.CPY.
           COPY EXCECAO-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
