      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: REGISTRO DE TEMPERATURA DOS FREEZERS DA LOJA: O
      *              (C)ADASTRO DO FREEZER (SUPERVISOR) GUARDA A FAIXA
      *              PERMITIDA E OS MINUTOS TOLERADOS FORA DELA EM
      *              FREEZERS.DAT; A (L)EITURA DIGITADA E A
      *              (I)MPORTACAO DA EXPORTACAO DA SONDA GRAVAM CADA
      *              LEITURA EM TEMPERATURAS.DAT COM QUEM LEU. QUANDO
      *              O FREEZER FICA FORA DA FAIXA POR MAIS TEMPO QUE O
      *              TOLERADO, OS LOTES GUARDADOS NELE (LOT-LOJA E
      *              LOT-FREEZER EM LOTES.DAT) SAO BLOQUEADOS -- A
      *              VENDA NAO TOCA LOTE BLOQUEADO -- E A EXCURSAO VAI
      *              PARA EXCECOES-DIA.DAT. A FOLHA MENSAL PARA A
      *              VIGILANCIA SAI PELO FRZ0002A.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZ0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FREEZERS ASSIGN TO DYNAMIC WRK-FREEZERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRZ-CHAVE
               FILE STATUS IS WRK-FRZ-STATUS.

           SELECT ARQUIVO-TEMPERATURAS
               ASSIGN TO DYNAMIC WRK-TEMPERATURAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TMP-STATUS.

      * EXPORTACAO DA SONDA: UMA LINHA POR LEITURA NO FORMATO
      * AAAAMMDD;HHMM;FREEZER;LEITURA (EX.: 20261015;0830;F01;-18.5).
           SELECT ARQUIVO-SONDA ASSIGN TO DYNAMIC WRK-SONDA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SND-STATUS.

           SELECT ARQUIVO-LOTES ASSIGN TO DYNAMIC WRK-LOTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOT-STATUS.

           SELECT EXCECOES-ARQUIVO ASSIGN TO DYNAMIC WRK-EXCDIA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXC-STATUS.

           SELECT OPERADORES-ARQUIVO
               ASSIGN TO DYNAMIC WRK-OPERADORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-OPE-STATUS.

           SELECT SIGNON-LOG-ARQUIVO
               ASSIGN TO DYNAMIC WRK-SIGNON-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SLG-STATUS.

           SELECT ARQUIVO-PERFIS ASSIGN TO DYNAMIC WRK-PERFIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-PRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-FREEZERS.
           COPY FREEZERS-FD.CPY.

       FD ARQUIVO-TEMPERATURAS.
           COPY TEMPERATURAS-FD.CPY.

       FD ARQUIVO-SONDA.
       01 REGISTRO-SONDA PIC X(80).

       FD ARQUIVO-LOTES.
           COPY LOTES-FD.CPY.

       FD EXCECOES-ARQUIVO.
           COPY EXCECAO-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-FRZ-STATUS PIC X(02).
           88 FS-FRZ-OK             VALUE '00'.
           88 FS-FRZ-FIM-ARQUIVO    VALUE '10'.
           88 FS-FRZ-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-TMP-STATUS PIC X(02).
           88 FS-TMP-OK             VALUE '00'.
           88 FS-TMP-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-SND-STATUS PIC X(02).
           88 FS-SND-OK             VALUE '00'.
           88 FS-SND-FIM-ARQUIVO    VALUE '10'.
           88 FS-SND-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-FREEZERS-PATH     PIC X(100).
       01 WRK-TEMPERATURAS-PATH PIC X(100).
       01 WRK-SONDA-PATH        PIC X(100).

       01 WRK-CONTINUAR PIC X(01) VALUE 'S'.
       01 WRK-OPCAO     PIC X(01).
       01 WRK-ENTRADA   PIC X(30).
       01 WRK-CODIGO    PIC X(04).

      * LEITURA EM PROCESSAMENTO (DIGITADA OU DA SONDA).
       01 WRK-LEI-DATA   PIC X(08).
       01 WRK-LEI-DATA-NUM REDEFINES WRK-LEI-DATA PIC 9(08).
       01 WRK-LEI-HORA   PIC X(04).
       01 WRK-LEI-HORA-R REDEFINES WRK-LEI-HORA.
           05 WRK-LEI-HH PIC 9(02).
           05 WRK-LEI-MM PIC 9(02).
       01 WRK-LEI-VALOR  PIC S9(03)V9 VALUE ZERO.
       01 WRK-LEI-ORIGEM PIC X(01).
       01 WRK-LEI-MOMENTO PIC X(12).
       01 WRK-LEI-SITUACAO PIC X(01).
           88 LEITURA-ACEITA   VALUE 'S'.
           88 LEITURA-RECUSADA VALUE 'N'.

      * INICIO DA EXCURSAO EM ANDAMENTO, PARA A CONTAGEM DO TEMPO.
       01 WRK-EXC-INICIO.
           05 WRK-INI-DATA   PIC 9(08).
           05 WRK-INI-HH     PIC 9(02).
           05 WRK-INI-MM     PIC 9(02).
       01 WRK-MINUTOS-FORA PIC S9(07) COMP VALUE ZERO.

       01 WRK-LOTES-BLOQUEADOS PIC 9(05) VALUE ZERO.

      * CAMPOS DA LINHA DA SONDA.
       01 WRK-SND-DATA    PIC X(10).
       01 WRK-SND-HORA    PIC X(06).
       01 WRK-SND-FREEZER PIC X(06).
       01 WRK-SND-LEITURA PIC X(10).
       01 WRK-SND-LIDAS     PIC 9(05) VALUE ZERO.
       01 WRK-SND-GRAVADAS  PIC 9(05) VALUE ZERO.
       01 WRK-SND-RECUSADAS PIC 9(05) VALUE ZERO.

       01 WRK-DATA-HOJE PIC X(08).
       01 WRK-HORA-HOJE PIC X(08).

       01 WRK-TEMP-ED   PIC ---9.9.
       01 WRK-TEMP-ED2  PIC ---9.9.
       01 WRK-TOL-ED    PIC ZZZ9.
       01 WRK-QTD-ED    PIC ZZZZ9.

           COPY NUMVALIDA-WS.CPY.
           COPY LOTE-WS.CPY.
           COPY EXCECAO-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY LOJA-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   FRZ0001A - TEMPERATURA DOS FREEZERS          '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'FRZ0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.
           PERFORM 0939-IDENTIFICAR-LOJA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0002-ABRIR-ARQUIVOS.

           PERFORM 0003-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-FREEZERS.
           CLOSE ARQUIVO-TEMPERATURAS.
           CLOSE ARQUIVO-LOTES.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-FREEZERS-PATH
               FROM ENVIRONMENT 'FREEZERS_DAT_PATH'.
           IF WRK-FREEZERS-PATH = SPACES
               MOVE 'FREEZERS.DAT' TO WRK-FREEZERS-PATH
           END-IF.

           ACCEPT WRK-TEMPERATURAS-PATH
               FROM ENVIRONMENT 'TEMPERATURAS_DAT_PATH'.
           IF WRK-TEMPERATURAS-PATH = SPACES
               MOVE 'TEMPERATURAS.DAT' TO WRK-TEMPERATURAS-PATH
           END-IF.

           ACCEPT WRK-SONDA-PATH
               FROM ENVIRONMENT 'TEMPERATURA_SONDA_PATH'.
           IF WRK-SONDA-PATH = SPACES
               MOVE 'SONDA-TEMPERATURA.TXT' TO WRK-SONDA-PATH
           END-IF.

           ACCEPT WRK-LOTES-PATH FROM ENVIRONMENT 'LOTES_DAT_PATH'.
           IF WRK-LOTES-PATH = SPACES
               MOVE 'LOTES.DAT' TO WRK-LOTES-PATH
           END-IF.
       0000-END.

       0002-ABRIR-ARQUIVOS.
           OPEN I-O ARQUIVO-FREEZERS.
           IF FS-FRZ-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-FREEZERS
               CLOSE ARQUIVO-FREEZERS
               OPEN I-O ARQUIVO-FREEZERS
           END-IF.

           OPEN EXTEND ARQUIVO-TEMPERATURAS.
           IF FS-TMP-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-TEMPERATURAS
               CLOSE ARQUIVO-TEMPERATURAS
               OPEN EXTEND ARQUIVO-TEMPERATURAS
           END-IF.

           OPEN I-O ARQUIVO-LOTES.
           IF FS-LOT-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-LOTES
               CLOSE ARQUIVO-LOTES
               OPEN I-O ARQUIVO-LOTES
           END-IF.
       0002-END.

       0003-MENU.
           DISPLAY '------------------------------------------'.
           DISPLAY ' (L) LANCAR LEITURA DE TEMPERATURA'.
           DISPLAY ' (I) IMPORTAR EXPORTACAO DA SONDA'.
           DISPLAY ' (F) FREEZERS DESTA LOJA'.
           DISPLAY ' (C) CADASTRAR/ALTERAR FREEZER (SUPERVISOR)'.
           DISPLAY ' (S) SAIR'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'L'
                   PERFORM 0005-LANCAR-LEITURA
               WHEN 'I'
                   PERFORM 0006-IMPORTAR-SONDA
               WHEN 'F'
                   PERFORM 0009-LISTAR-FREEZERS
               WHEN 'C'
                   IF OPERADOR-SUPERVISOR
                       PERFORM 0004-CADASTRAR-FREEZER
                   ELSE
                       DISPLAY 'CADASTRO DE FREEZER SO PELO '
                               'SUPERVISOR.'
                   END-IF
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0003-END.

      * CADASTRO DO FREEZER NA LOJA EM OPERACAO. NA ALTERACAO, ENTER
      * MANTEM O VALOR ATUAL DE CADA CAMPO.
       0004-CADASTRAR-FREEZER.
           DISPLAY 'CODIGO DO FREEZER: '.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.
           IF WRK-CODIGO = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-LOJA-ID TO FRZ-LOJA.
           MOVE WRK-CODIGO  TO FRZ-CODIGO.
           READ ARQUIVO-FREEZERS
               INVALID KEY
                   MOVE SPACES TO FRZ-DESCRICAO
                                  FRZ-EXCURSAO-INICIO
                                  FRZ-ULTIMA-LEITURA
                   MOVE -30    TO FRZ-TEMP-MINIMA
                   MOVE -15    TO FRZ-TEMP-MAXIMA
                   MOVE 30     TO FRZ-TOLERANCIA-MIN
                   MOVE 'A'    TO FRZ-SITUACAO
                   MOVE 'N'    TO FRZ-EXCURSAO-BLOQ
                   DISPLAY 'FREEZER NOVO NA LOJA ' WRK-LOJA-ID '.'
               NOT INVALID KEY
                   DISPLAY 'ALTERANDO ' FRZ-CODIGO ' - '
                           FRZ-DESCRICAO
           END-READ.

           DISPLAY 'DESCRICAO (ENTER MANTEM ' FRZ-DESCRICAO '): '.
           ACCEPT WRK-ENTRADA.
           IF WRK-ENTRADA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WRK-ENTRADA) TO FRZ-DESCRICAO
           END-IF.

           MOVE FRZ-TEMP-MINIMA TO WRK-TEMP-ED.
           DISPLAY 'TEMPERATURA MINIMA (ENTER MANTEM ' WRK-TEMP-ED
                   '): '.
           PERFORM 0010-LER-TEMPERATURA.
           IF NUM-NAO-OK
               DISPLAY 'TEMPERATURA INVALIDA. NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-NUM-ENTRADA NOT = SPACES
               MOVE WRK-LEI-VALOR TO FRZ-TEMP-MINIMA
           END-IF.

           MOVE FRZ-TEMP-MAXIMA TO WRK-TEMP-ED.
           DISPLAY 'TEMPERATURA MAXIMA (ENTER MANTEM ' WRK-TEMP-ED
                   '): '.
           PERFORM 0010-LER-TEMPERATURA.
           IF NUM-NAO-OK
               DISPLAY 'TEMPERATURA INVALIDA. NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-NUM-ENTRADA NOT = SPACES
               MOVE WRK-LEI-VALOR TO FRZ-TEMP-MAXIMA
           END-IF.
           IF FRZ-TEMP-MINIMA > FRZ-TEMP-MAXIMA
               DISPLAY 'MINIMA MAIOR QUE A MAXIMA. NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF.

           MOVE FRZ-TOLERANCIA-MIN TO WRK-TOL-ED.
           DISPLAY 'MINUTOS TOLERADOS FORA DA FAIXA (ENTER MANTEM '
                   WRK-TOL-ED '): '.
           ACCEPT WRK-NUM-ENTRADA.
           IF WRK-NUM-ENTRADA NOT = SPACES
               PERFORM 0910-VALIDAR-NUMERICO
               IF NUM-NAO-OK
                   DISPLAY 'TOLERANCIA INVALIDA. NADA GRAVADO.'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA)
                   TO FRZ-TOLERANCIA-MIN
           END-IF.

           DISPLAY 'SITUACAO (A)TIVO/(D)ESATIVADO (ENTER MANTEM '
                   FRZ-SITUACAO '): '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.
           IF WRK-OPCAO = 'A' OR WRK-OPCAO = 'D'
               MOVE WRK-OPCAO TO FRZ-SITUACAO
           END-IF.

           WRITE REGISTRO-FREEZER
               INVALID KEY
                   REWRITE REGISTRO-FREEZER
           END-WRITE.
           DISPLAY 'FREEZER ' FRZ-CODIGO ' GRAVADO.'.
       0004-END.

      * LEITURA DIGITADA: FREEZER, DATA E HORA (ENTER = AGORA) E A
      * TEMPERATURA LIDA NO TERMOMETRO.
       0005-LANCAR-LEITURA.
           DISPLAY 'CODIGO DO FREEZER: '.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.
           MOVE WRK-LOJA-ID TO FRZ-LOJA.
           MOVE WRK-CODIGO  TO FRZ-CODIGO.
           READ ARQUIVO-FREEZERS
               INVALID KEY
                   DISPLAY 'FREEZER ' WRK-CODIGO ' NAO CADASTRADO '
                           'NESTA LOJA.'
                   EXIT PARAGRAPH
           END-READ.
           IF NOT FRZ-ATIVO
               DISPLAY 'FREEZER ' WRK-CODIGO ' DESATIVADO.'
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           DISPLAY 'DATA DA LEITURA (AAAAMMDD, ENTER PARA HOJE): '.
           ACCEPT WRK-LEI-DATA.
           IF WRK-LEI-DATA = SPACES
               MOVE WRK-DATA-HOJE TO WRK-LEI-DATA
           END-IF.
           DISPLAY 'HORA DA LEITURA (HHMM, ENTER PARA AGORA): '.
           ACCEPT WRK-LEI-HORA.
           IF WRK-LEI-HORA = SPACES
               MOVE WRK-HORA-HOJE(1:4) TO WRK-LEI-HORA
           END-IF.
           PERFORM 0011-VALIDAR-MOMENTO.
           IF LEITURA-RECUSADA
               DISPLAY 'DATA OU HORA INVALIDA. NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF.

           MOVE FRZ-TEMP-MINIMA TO WRK-TEMP-ED.
           MOVE FRZ-TEMP-MAXIMA TO WRK-TEMP-ED2.
           DISPLAY 'FAIXA DO FREEZER: ' WRK-TEMP-ED ' A ' WRK-TEMP-ED2.
           DISPLAY 'TEMPERATURA LIDA (EX.: -18.5): '.
           PERFORM 0010-LER-TEMPERATURA.
           IF NUM-NAO-OK OR WRK-NUM-ENTRADA = SPACES
               DISPLAY 'TEMPERATURA INVALIDA. NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'M' TO WRK-LEI-ORIGEM.
           PERFORM 0007-PROCESSAR-LEITURA.
           IF LEITURA-RECUSADA
               DISPLAY 'LEITURA ANTERIOR A ULTIMA REGISTRADA ('
                       FRZ-ULTIMA-LEITURA '). NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF.
           IF TMP-FORA-FAIXA
               DISPLAY 'ATENCAO: LEITURA FORA DA FAIXA.'
           ELSE
               DISPLAY 'LEITURA REGISTRADA.'
           END-IF.
       0005-END.

      * CARGA DA EXPORTACAO DA SONDA DA LOJA EM OPERACAO. LINHAS COM
      * FREEZER DESCONHECIDO, CAMPO INVALIDO OU JA CARREGADAS (NAO
      * POSTERIORES A ULTIMA LEITURA DO FREEZER) SAO RECUSADAS.
       0006-IMPORTAR-SONDA.
           MOVE ZERO TO WRK-SND-LIDAS WRK-SND-GRAVADAS
                        WRK-SND-RECUSADAS.
           OPEN INPUT ARQUIVO-SONDA.
           IF FS-SND-ARQUIVO-NOVO
               DISPLAY 'EXPORTACAO DA SONDA NAO ENCONTRADA: '
                       FUNCTION TRIM(WRK-SONDA-PATH)
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0006A-LER-SONDA.
           PERFORM 0006B-CARREGAR-LINHA UNTIL NOT FS-SND-OK.
           CLOSE ARQUIVO-SONDA.

           DISPLAY 'LINHAS LIDAS.....: ' WRK-SND-LIDAS.
           DISPLAY 'LEITURAS GRAVADAS: ' WRK-SND-GRAVADAS.
           DISPLAY 'LINHAS RECUSADAS.: ' WRK-SND-RECUSADAS.
       0006-END.

       0006A-LER-SONDA.
           READ ARQUIVO-SONDA.
       0006A-END.

       0006B-CARREGAR-LINHA.
           ADD 1 TO WRK-SND-LIDAS.
           MOVE SPACES TO WRK-SND-DATA WRK-SND-HORA WRK-SND-FREEZER
                          WRK-SND-LEITURA.
           UNSTRING REGISTRO-SONDA DELIMITED BY ';'
               INTO WRK-SND-DATA WRK-SND-HORA WRK-SND-FREEZER
                    WRK-SND-LEITURA
           END-UNSTRING.

           MOVE WRK-SND-DATA TO WRK-LEI-DATA.
           MOVE WRK-SND-HORA TO WRK-LEI-HORA.
           PERFORM 0011-VALIDAR-MOMENTO.
           IF LEITURA-RECUSADA
               PERFORM 0006C-RECUSAR-LINHA
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-SND-LEITURA TO WRK-NUM-ENTRADA.
           PERFORM 0010A-CONVERTER-TEMPERATURA.
           IF NUM-NAO-OK OR WRK-NUM-ENTRADA = SPACES
               PERFORM 0006C-RECUSAR-LINHA
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-LOJA-ID TO FRZ-LOJA.
           MOVE FUNCTION UPPER-CASE(WRK-SND-FREEZER) TO FRZ-CODIGO.
           READ ARQUIVO-FREEZERS
               INVALID KEY
                   MOVE 'N' TO WRK-LEI-SITUACAO
           END-READ.
           IF LEITURA-RECUSADA OR NOT FRZ-ATIVO
               PERFORM 0006C-RECUSAR-LINHA
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WRK-LEI-ORIGEM.
           PERFORM 0007-PROCESSAR-LEITURA.
           IF LEITURA-RECUSADA
               PERFORM 0006C-RECUSAR-LINHA
           ELSE
               ADD 1 TO WRK-SND-GRAVADAS
               PERFORM 0006A-LER-SONDA
           END-IF.
       0006B-END.

       0006C-RECUSAR-LINHA.
           ADD 1 TO WRK-SND-RECUSADAS.
           DISPLAY 'RECUSADA: ' REGISTRO-SONDA.
           PERFORM 0006A-LER-SONDA.
       0006C-END.

      * GRAVA A LEITURA DO FREEZER LIDO EM REGISTRO-FREEZER E CONTA O
      * TEMPO FORA DA FAIXA: A PRIMEIRA LEITURA FORA ABRE A EXCURSAO,
      * A QUE VOLTA PARA A FAIXA A ENCERRA; PASSADA A TOLERANCIA, OS
      * LOTES DO FREEZER SAO BLOQUEADOS UMA VEZ POR EXCURSAO.
       0007-PROCESSAR-LEITURA.
           MOVE WRK-LEI-DATA TO WRK-LEI-MOMENTO(1:8).
           MOVE WRK-LEI-HORA TO WRK-LEI-MOMENTO(9:4).
           IF FRZ-ULTIMA-LEITURA NOT = SPACES
              AND WRK-LEI-MOMENTO NOT > FRZ-ULTIMA-LEITURA
               MOVE 'N' TO WRK-LEI-SITUACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-LEI-SITUACAO.
           MOVE WRK-LEI-MOMENTO TO FRZ-ULTIMA-LEITURA.

           MOVE FRZ-LOJA       TO TMP-LOJA.
           MOVE FRZ-CODIGO     TO TMP-FREEZER.
           MOVE WRK-LEI-DATA   TO TMP-DATA.
           MOVE WRK-LEI-HORA   TO TMP-HORA.
           MOVE WRK-LEI-VALOR  TO TMP-LEITURA.
           MOVE WRK-OPE-ID     TO TMP-OPERADOR.
           MOVE WRK-LEI-ORIGEM TO TMP-ORIGEM.
           MOVE 'N'            TO TMP-BLOQUEIO.

           IF WRK-LEI-VALOR < FRZ-TEMP-MINIMA
              OR WRK-LEI-VALOR > FRZ-TEMP-MAXIMA
               MOVE 'F' TO TMP-FAIXA
           ELSE
               MOVE 'N' TO TMP-FAIXA
           END-IF.

           IF TMP-NA-FAIXA
               IF FRZ-EXCURSAO-INICIO NOT = SPACES
                   DISPLAY 'FREEZER ' FRZ-CODIGO ' VOLTOU A FAIXA '
                           '(FORA DESDE ' FRZ-EXC-DATA ' '
                           FRZ-EXC-HORA ').'
               END-IF
               MOVE SPACES TO FRZ-EXCURSAO-INICIO
               MOVE 'N'    TO FRZ-EXCURSAO-BLOQ
           ELSE
               IF FRZ-EXCURSAO-INICIO = SPACES
                   MOVE WRK-LEI-MOMENTO TO FRZ-EXCURSAO-INICIO
                   MOVE 'N'             TO FRZ-EXCURSAO-BLOQ
               END-IF
               PERFORM 0007A-CONTAR-MINUTOS-FORA
               IF WRK-MINUTOS-FORA >= FRZ-TOLERANCIA-MIN
                  AND NOT FRZ-EXCURSAO-BLOQUEOU
                   PERFORM 0008-BLOQUEAR-LOTES
                   MOVE 'S' TO FRZ-EXCURSAO-BLOQ
                   MOVE 'S' TO TMP-BLOQUEIO
               END-IF
           END-IF.

           REWRITE REGISTRO-FREEZER.
           WRITE REGISTRO-TEMPERATURA.
       0007-END.

       0007A-CONTAR-MINUTOS-FORA.
           MOVE FRZ-EXCURSAO-INICIO TO WRK-EXC-INICIO.
           COMPUTE WRK-MINUTOS-FORA =
               (FUNCTION INTEGER-OF-DATE(WRK-LEI-DATA-NUM)
                - FUNCTION INTEGER-OF-DATE(WRK-INI-DATA)) * 1440
               + WRK-LEI-HH * 60 + WRK-LEI-MM
               - WRK-INI-HH * 60 - WRK-INI-MM.
       0007A-END.

      * BLOQUEIA OS LOTES ATIVOS E COM SALDO GUARDADOS NO FREEZER E
      * REGISTRA A EXCURSAO PARA O BOLETIM DE EXCECOES.
       0008-BLOQUEAR-LOTES.
           MOVE ZERO TO WRK-LOTES-BLOQUEADOS.
           MOVE LOW-VALUES TO LOT-CHAVE.
           START ARQUIVO-LOTES KEY NOT < LOT-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-LOT-STATUS
               NOT INVALID KEY
                   PERFORM 0008A-LER-LOTE
                   PERFORM 0008B-BLOQUEAR-LOTE
                       UNTIL NOT FS-LOT-OK
           END-START.

           MOVE WRK-LOTES-BLOQUEADOS TO WRK-QTD-ED.
           DISPLAY 'FREEZER ' FRZ-CODIGO ' FORA DA FAIXA HA '
                   WRK-MINUTOS-FORA ' MIN: ' WRK-QTD-ED
                   ' LOTE(S) BLOQUEADO(S).'.

           MOVE 'FRZ0001A' TO WRK-EXC-PROGRAMA.
           MOVE 'JOB-0008' TO WRK-EXC-CODIGO.
           MOVE SPACES TO WRK-EXC-DETALHE.
           STRING 'LJ ' DELIMITED BY SIZE
                  FRZ-LOJA DELIMITED BY SIZE
                  ' FRZ ' DELIMITED BY SIZE
                  FRZ-CODIGO DELIMITED BY SIZE
                  ' LOTES ' DELIMITED BY SIZE
                  WRK-LOTES-BLOQUEADOS DELIMITED BY SIZE
               INTO WRK-EXC-DETALHE
           END-STRING.
           PERFORM 0985-REGISTRAR-EXCECAO.
       0008-END.

       0008A-LER-LOTE.
           READ ARQUIVO-LOTES NEXT RECORD.
       0008A-END.

       0008B-BLOQUEAR-LOTE.
           IF LOT-LOJA = FRZ-LOJA AND LOT-FREEZER = FRZ-CODIGO
              AND LOT-ATIVO AND LOT-QTD > ZERO
               MOVE 'B' TO LOT-SITUACAO
               REWRITE REGISTRO-LOTE
               ADD 1 TO WRK-LOTES-BLOQUEADOS
               DISPLAY ' BLOQUEADO: ' LOT-ID-MARCA ' ' LOT-SABOR
                       ' LOTE ' LOT-NUMERO
           END-IF.
           PERFORM 0008A-LER-LOTE.
       0008B-END.

       0009-LISTAR-FREEZERS.
           MOVE WRK-LOJA-ID TO FRZ-LOJA.
           MOVE LOW-VALUES  TO FRZ-CODIGO.
           START ARQUIVO-FREEZERS KEY NOT < FRZ-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FRZ-STATUS
               NOT INVALID KEY
                   PERFORM 0009A-LER-FREEZER
                   PERFORM 0009B-EXIBIR-FREEZER
                       UNTIL NOT FS-FRZ-OK
                          OR FRZ-LOJA NOT = WRK-LOJA-ID
           END-START.
       0009-END.

       0009A-LER-FREEZER.
           READ ARQUIVO-FREEZERS NEXT RECORD.
       0009A-END.

       0009B-EXIBIR-FREEZER.
           MOVE FRZ-TEMP-MINIMA TO WRK-TEMP-ED.
           MOVE FRZ-TEMP-MAXIMA TO WRK-TEMP-ED2.
           MOVE FRZ-TOLERANCIA-MIN TO WRK-TOL-ED.
           DISPLAY ' ' FRZ-CODIGO ' ' FRZ-DESCRICAO ' '
                   WRK-TEMP-ED ' A ' WRK-TEMP-ED2 ' TOL ' WRK-TOL-ED
                   ' MIN ' FRZ-SITUACAO.
           IF FRZ-EXCURSAO-INICIO NOT = SPACES
               DISPLAY '    FORA DA FAIXA DESDE ' FRZ-EXC-DATA ' '
                       FRZ-EXC-HORA
           END-IF.
           PERFORM 0009A-LER-FREEZER.
       0009B-END.

      * LE A TEMPERATURA DO TERMINAL PARA WRK-LEI-VALOR (ACEITA
      * PONTO OU VIRGULA NA DECIMAL). ENTER DEIXA WRK-NUM-ENTRADA EM
      * ESPACOS COM NUM-OK, PARA O CHAMADOR DECIDIR.
       0010-LER-TEMPERATURA.
           MOVE SPACES TO WRK-NUM-ENTRADA.
           ACCEPT WRK-NUM-ENTRADA.
           PERFORM 0010A-CONVERTER-TEMPERATURA.
       0010-END.

       0010A-CONVERTER-TEMPERATURA.
           MOVE 'S' TO WRK-NUM-SITUACAO.
           IF WRK-NUM-ENTRADA = SPACES
               EXIT PARAGRAPH
           END-IF.
           INSPECT WRK-NUM-ENTRADA REPLACING ALL ',' BY '.'.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NUM-OK
               MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO WRK-LEI-VALOR
           END-IF.
       0010A-END.

      * DATA AAAAMMDD E HORA HHMM PLAUSIVEIS EM WRK-LEI-DATA/HORA.
       0011-VALIDAR-MOMENTO.
           MOVE 'S' TO WRK-LEI-SITUACAO.
           IF WRK-LEI-DATA NOT NUMERIC
              OR WRK-LEI-DATA(5:2) < '01' OR WRK-LEI-DATA(5:2) > '12'
              OR WRK-LEI-DATA(7:2) < '01' OR WRK-LEI-DATA(7:2) > '31'
              OR WRK-LEI-HORA NOT NUMERIC
               MOVE 'N' TO WRK-LEI-SITUACAO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-LEI-HH > 23 OR WRK-LEI-MM > 59
               MOVE 'N' TO WRK-LEI-SITUACAO
           END-IF.
       0011-END.

           COPY NUMVALIDA-PD.CPY.
           COPY EXCECAO-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY LOJA-PD.CPY.
           COPY BANNER-PD.CPY.
