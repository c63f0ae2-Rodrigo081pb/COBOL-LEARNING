      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: EMISSAO DOS DOCUMENTOS OFICIAIS DA SECRETARIA A
      *              PARTIR DOS DADOS DO SISTEMA, EM VEZ DO EDITOR DE
      *              TEXTO: DECLARACAO DE MATRICULA (SITUACAO EM
      *              ALUNOS.DAT E MATRICULAS ATIVAS EM MATRICULAS.DAT),
      *              HISTORICO ESCOLAR (MESMA LOGICA DO ESC0002A) E
      *              CERTIFICADO DE CONCLUSAO (MESMA ELEGIBILIDADE DO
      *              ESC0005A CONTRA A GRADE CURRICULAR). CADA
      *              DOCUMENTO RECEBE NUMERO DE REGISTRO SEQUENCIAL E
      *              CODIGO DE VERIFICACAO, E GRAVADO NO LIVRO DE
      *              REGISTRO (DOCUMENTOS-EMITIDOS.DAT) E IMPRESSO NO
      *              SPOOL. A CONSULTA POR CODIGO CONFERE, PARA
      *              TERCEIROS, SE O DOCUMENTO APRESENTADO FOI MESMO
      *              EMITIDO E O QUE ELE ATESTA. EXIGE SIGN-ON; A
      *              EMISSAO E AS CONSULTAS FICAM NA TRILHA DE
      *              AUDITORIA.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-DOCUMENTOS
               ASSIGN TO DYNAMIC WRK-DOCUMENTOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-NUMERO
               ALTERNATE RECORD KEY IS DOC-CODIGO
               FILE STATUS IS WRK-DOC-STATUS.

           SELECT ARQUIVO-ALUNOS ASSIGN TO DYNAMIC WRK-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALU-STATUS.

           SELECT ARQUIVO-MATRICULAS
               ASSIGN TO DYNAMIC WRK-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WRK-MAT-STATUS.

           SELECT ARQUIVO-DISCIPLINAS
               ASSIGN TO DYNAMIC WRK-DISCIPLINAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-DIS-STATUS.

           SELECT ARQUIVO-CURRICULO
               ASSIGN TO DYNAMIC WRK-CURRICULO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUR-DISCIPLINA
               FILE STATUS IS WRK-CUR-STATUS.

           SELECT ARQUIVO-NOTAS ASSIGN TO DYNAMIC WRK-NOTAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOT-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

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

           SELECT AUDITLOG-ARQUIVO
               ASSIGN TO DYNAMIC WRK-AUDITLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.

           SELECT SORT-WORK ASSIGN TO 'DOC0001A.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-DOCUMENTOS.
           COPY DOCUMENTOS-FD.CPY.

       FD ARQUIVO-ALUNOS.
           COPY ALUNOS-FD.CPY.

       FD ARQUIVO-MATRICULAS.
           COPY MATRICULAS-FD.CPY.

       FD ARQUIVO-DISCIPLINAS.
           COPY DISCIPLINAS-FD.CPY.

       FD ARQUIVO-CURRICULO.
           COPY CURRICULO-FD.CPY.

       FD ARQUIVO-NOTAS.
           COPY NOTAS-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       FD AUDITLOG-ARQUIVO.
           COPY AUDITLOG-FD.CPY.

      * RESULTADOS DO ALUNO PARA O HISTORICO (PADRAO DO ESC0002A).
       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-PERIODO    PIC X(06).
           05 SORT-DISCIPLINA PIC 9(03).
           05 SORT-MEDIA      PIC 9(2)V9.
           05 SORT-CONCEITO   PIC X(01).
           05 SORT-SITUACAO   PIC X(01).

       WORKING-STORAGE SECTION.

       01 WRK-DOC-STATUS PIC X(02).
           88 FS-DOC-OK             VALUE '00'.
           88 FS-DOC-FIM-ARQUIVO    VALUE '10'.
           88 FS-DOC-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ALU-STATUS PIC X(02).
           88 FS-ALU-OK             VALUE '00'.
           88 FS-ALU-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-MAT-STATUS PIC X(02).
           88 FS-MAT-OK             VALUE '00'.
           88 FS-MAT-FIM-ARQUIVO    VALUE '10'.
           88 FS-MAT-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-DIS-STATUS PIC X(02).
           88 FS-DIS-OK             VALUE '00'.
           88 FS-DIS-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CUR-STATUS PIC X(02).
           88 FS-CUR-OK             VALUE '00'.
           88 FS-CUR-FIM-ARQUIVO    VALUE '10'.
           88 FS-CUR-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-NOT-STATUS PIC X(02).
           88 FS-NOT-OK             VALUE '00'.
           88 FS-NOT-FIM-ARQUIVO    VALUE '10'.
           88 FS-NOT-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-DOCUMENTOS-PATH  PIC X(100).
       01 WRK-ALUNOS-PATH      PIC X(100).
       01 WRK-MATRICULAS-PATH  PIC X(100).
       01 WRK-DISCIPLINAS-PATH PIC X(100).
       01 WRK-CURRICULO-PATH   PIC X(100).
       01 WRK-NOTAS-PATH       PIC X(100).

       01 WRK-CONTINUAR PIC X(01) VALUE 'S'.
       01 WRK-OPCAO     PIC X(01).
       01 WRK-TIPO      PIC X(01).
           88 WRK-TIPO-OK VALUES 'D' 'H' 'C'.
       01 WRK-MATRICULA PIC 9(06).
       01 WRK-NOME-ALUNO PIC X(30).
       01 WRK-SITUACAO-ALUNO PIC X(01).
           88 WRK-ALUNO-ATIVO VALUES 'A' SPACE.
       01 WRK-ALUNO-ACHADO PIC X(01).
           88 ALUNO-ENCONTRADO VALUE 'S'.
       01 WRK-DIS-NO-AR PIC X(01) VALUE 'N'.
           88 DISCIPLINAS-NO-AR VALUE 'S'.

      * DOCUMENTO EM PREPARO: APURADO, REGISTRADO E ENTAO IMPRESSO.
       01 WRK-DOC-PRONTO PIC X(01).
           88 DOCUMENTO-LIBERADO   VALUE 'S'.
       01 WRK-DOC-GRAVADO PIC X(01).
           88 DOCUMENTO-REGISTRADO VALUE 'S'.
       01 WRK-RESUMO      PIC X(60).
       01 WRK-PROX-NUMERO PIC 9(08) VALUE 1.
       01 WRK-TENTATIVAS  PIC 9(02) COMP VALUE 0.
       01 WRK-DATA-HOJE   PIC X(08).
       01 WRK-HORA-AGORA  PIC X(08).
       01 WRK-DATA-NUM    PIC 9(08).
       01 WRK-HORA-NUM    PIC 9(08).

      * CODIGO DE VERIFICACAO: 10 CARACTERES SORTEADOS POR UM
      * GERADOR CONGRUENTE (MULTIPLICADOR 48271, MODULO 2147483647)
      * SEMEADO COM O NUMERO, A MATRICULA E A DATA/HORA DA EMISSAO.
      * O ALFABETO NAO TEM 0/O NEM 1/I, QUE SE CONFUNDEM AO DIGITAR.
       01 WRK-COD-ALFABETO PIC X(32)
           VALUE '23456789ABCDEFGHJKLMNPQRSTUVWXYZ'.
       01 WRK-COD-SEMENTE   PIC 9(18).
       01 WRK-COD-QUOCIENTE PIC 9(18).
       01 WRK-COD-ESTADO    PIC 9(10).
       01 WRK-COD-RESTO     PIC 9(02).
       01 WRK-COD-POS       PIC 9(02) COMP.
       01 WRK-CODIGO-GERADO PIC X(10).
       01 WRK-CODIGO-CONSULTA PIC X(10).

      * DECLARACAO: MATRICULAS ATIVAS DO ALUNO.
       01 WRK-MAT-TABELA.
           05 WRK-MAT-ITEM OCCURS 50 TIMES.
               10 WRK-MAT-TAB-DISCIPLINA PIC 9(03).
               10 WRK-MAT-TAB-PERIODO    PIC X(06).
       01 WRK-MAT-QTD PIC 9(02) COMP VALUE 0.
       01 WRK-ULTIMO-PERIODO PIC X(06).
       01 WRK-PERIODO        PIC X(06).
       01 WRK-QTD-DECLARADAS PIC 9(02) COMP VALUE 0.

      * HISTORICO: TOTAIS E QUEBRA POR PERIODO (ESC0002A).
       01 WRK-QTD-RESULTADOS PIC 9(04) COMP VALUE 0.
       01 WRK-SOMA-MEDIAS    PIC 9(06)V9 VALUE ZERO.
       01 WRK-MEDIA-GERAL    PIC 9(02)V9.
       01 WRK-PERIODO-ATUAL  PIC X(06) VALUE SPACES.
       01 WRK-QTD-PERIODO    PIC 9(03) COMP VALUE 0.
       01 WRK-SOMA-PERIODO   PIC 9(05)V9 VALUE ZERO.
       01 WRK-MEDIA-PERIODO  PIC 9(02)V9.
       01 WRK-PRIMEIRO-PER   PIC X(01) VALUE 'S'.
           88 PRIMEIRO-PERIODO VALUE 'S'.
       01 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-ESGOTADO VALUE 'S'.

      * CERTIFICADO: GRADE CURRICULAR E O MAPA DE APROVACOES DO
      * ALUNO (ESC0005A).
       01 WRK-GRADE-TABELA.
           05 WRK-GRADE-ITEM OCCURS 50 TIMES.
               10 WRK-GRADE-DISCIPLINA PIC 9(03).
               10 WRK-GRADE-APROVADA   PIC X(01).
       01 WRK-GRADE-QTD PIC 9(02) COMP VALUE 0.
       01 WRK-CUMPRIDAS PIC 9(02) COMP VALUE 0.
       01 WRK-APROVADO  PIC X(01).

       01 WRK-IDX  PIC 9(03) COMP VALUE 0.
       01 WRK-DIS-CODIGO PIC 9(03).
       01 WRK-DIS-NOME   PIC X(30).
       01 WRK-MEDIA-ED   PIC Z9.9.
       01 WRK-QTD-ED     PIC ZZZ9.
       01 WRK-TIPO-DESCRICAO PIC X(30).
       01 WRK-DOCS-LISTADOS PIC 9(05) COMP VALUE 0.

           COPY RELATORIO-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY AUDITLOG-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   DOC0001A - DOCUMENTOS OFICIAIS DA SECRETARIA  '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'DOC0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0001-ABRIR-ARQUIVOS.

           IF FS-ALU-ARQUIVO-NOVO
               DISPLAY 'MESTRE DE ALUNOS INEXISTENTE (ALU0001A). SO '
                       'A VERIFICACAO DE CODIGO ESTA DISPONIVEL.'
           END-IF.
           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-DOCUMENTOS.
           IF NOT FS-ALU-ARQUIVO-NOVO
               CLOSE ARQUIVO-ALUNOS
           END-IF.
           IF DISCIPLINAS-NO-AR
               CLOSE ARQUIVO-DISCIPLINAS
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-DOCUMENTOS-PATH
               FROM ENVIRONMENT 'DOCUMENTOS_DAT_PATH'.
           IF WRK-DOCUMENTOS-PATH = SPACES
               MOVE 'DOCUMENTOS-EMITIDOS.DAT' TO WRK-DOCUMENTOS-PATH
           END-IF.

           ACCEPT WRK-ALUNOS-PATH FROM ENVIRONMENT 'ALUNOS_DAT_PATH'.
           IF WRK-ALUNOS-PATH = SPACES
               MOVE 'ALUNOS.DAT' TO WRK-ALUNOS-PATH
           END-IF.

           ACCEPT WRK-MATRICULAS-PATH
               FROM ENVIRONMENT 'MATRICULAS_DAT_PATH'.
           IF WRK-MATRICULAS-PATH = SPACES
               MOVE 'MATRICULAS.DAT' TO WRK-MATRICULAS-PATH
           END-IF.

           ACCEPT WRK-DISCIPLINAS-PATH
               FROM ENVIRONMENT 'DISCIPLINAS_DAT_PATH'.
           IF WRK-DISCIPLINAS-PATH = SPACES
               MOVE 'DISCIPLINAS.DAT' TO WRK-DISCIPLINAS-PATH
           END-IF.

           ACCEPT WRK-CURRICULO-PATH
               FROM ENVIRONMENT 'CURRICULO_DAT_PATH'.
           IF WRK-CURRICULO-PATH = SPACES
               MOVE 'CURRICULO.DAT' TO WRK-CURRICULO-PATH
           END-IF.

           ACCEPT WRK-NOTAS-PATH FROM ENVIRONMENT 'NOTAS_DAT_PATH'.
           IF WRK-NOTAS-PATH = SPACES
               MOVE 'NOTAS.DAT' TO WRK-NOTAS-PATH
           END-IF.
       0000-END.

      * O LIVRO DE REGISTRO PRECISA EXISTIR ANTES DE SER ABERTO EM
      * I-O; SE JA EXISTIA, DESCOBRE O PROXIMO NUMERO LIVRE. OS
      * DEMAIS ARQUIVOS SO SAO CONSULTADOS.
       0001-ABRIR-ARQUIVOS.
           OPEN I-O ARQUIVO-DOCUMENTOS.
           IF FS-DOC-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-DOCUMENTOS
               CLOSE ARQUIVO-DOCUMENTOS
               OPEN I-O ARQUIVO-DOCUMENTOS
           ELSE
               PERFORM 0006-DESCOBRIR-PROX-NUMERO
           END-IF.

           OPEN INPUT ARQUIVO-ALUNOS.

           OPEN INPUT ARQUIVO-DISCIPLINAS.
           IF FS-DIS-OK
               MOVE 'S' TO WRK-DIS-NO-AR
           END-IF.
       0001-ABRIR-FIM.

       0006-DESCOBRIR-PROX-NUMERO.
           MOVE ZEROS TO DOC-NUMERO.
           START ARQUIVO-DOCUMENTOS KEY NOT < DOC-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0006A-LER-DOCUMENTO
                   PERFORM 0006B-ATUALIZAR-PROX
                       UNTIL FS-DOC-FIM-ARQUIVO
           END-START.
       0006-END.

       0006A-LER-DOCUMENTO.
           READ ARQUIVO-DOCUMENTOS NEXT RECORD.
       0006A-END.

       0006B-ATUALIZAR-PROX.
           IF DOC-NUMERO NOT < WRK-PROX-NUMERO
               COMPUTE WRK-PROX-NUMERO = DOC-NUMERO + 1
           END-IF.
           PERFORM 0006A-LER-DOCUMENTO.
       0006B-END.

       0002-MENU.
           DISPLAY '(E)MITIR DOCUMENTO, (V)ERIFICAR CODIGO, (L)ISTAR '
                   'EMITIDOS OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'E'
                   IF FS-ALU-ARQUIVO-NOVO
                       DISPLAY 'SEM MESTRE DE ALUNOS NAO HA O QUE '
                               'EMITIR.'
                   ELSE
                       PERFORM 0003-EMITIR-DOCUMENTO
                   END-IF
               WHEN 'V'
                   PERFORM 0040-VERIFICAR-CODIGO
               WHEN 'L'
                   PERFORM 0050-LISTAR-DOCUMENTOS
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

      * O DOCUMENTO SO E REGISTRADO QUANDO OS DADOS O SUSTENTAM
      * (ALUNO ATIVO E MATRICULADO, COM RESULTADOS, OU COM A GRADE
      * CUMPRIDA); SO O QUE FOI REGISTRADO E IMPRESSO.
       0003-EMITIR-DOCUMENTO.
           DISPLAY 'TIPO: (D)ECLARACAO DE MATRICULA, (H)ISTORICO '
                   'ESCOLAR OU (C)ERTIFICADO DE CONCLUSAO? '.
           ACCEPT WRK-TIPO.
           MOVE FUNCTION UPPER-CASE(WRK-TIPO) TO WRK-TIPO.

           IF NOT WRK-TIPO-OK
               DISPLAY 'TIPO DE DOCUMENTO INVALIDO.'
           ELSE
               PERFORM 0007-PEDIR-ALUNO
               IF ALUNO-ENCONTRADO
                   PERFORM 0003A-PREPARAR-DOCUMENTO
               END-IF
           END-IF.
       0003-END.

       0003A-PREPARAR-DOCUMENTO.
           MOVE 'N' TO WRK-DOC-PRONTO.
           MOVE 'N' TO WRK-DOC-GRAVADO.
           MOVE SPACES TO WRK-RESUMO WRK-PERIODO.

           EVALUATE WRK-TIPO
               WHEN 'D'
                   MOVE 'DECLARACAO DE MATRICULA' TO WRK-TIPO-DESCRICAO
                   PERFORM 0010-APURAR-DECLARACAO
               WHEN 'H'
                   MOVE 'HISTORICO ESCOLAR' TO WRK-TIPO-DESCRICAO
                   PERFORM 0020-APURAR-HISTORICO
               WHEN 'C'
                   MOVE 'CERTIFICADO DE CONCLUSAO'
                       TO WRK-TIPO-DESCRICAO
                   PERFORM 0030-APURAR-CERTIFICADO
           END-EVALUATE.

           IF DOCUMENTO-LIBERADO
               PERFORM 0004-REGISTRAR-DOCUMENTO
               IF DOCUMENTO-REGISTRADO
                   PERFORM 0005-IMPRIMIR-DOCUMENTO
               END-IF
           END-IF.
       0003A-END.

      * GRAVA O DOCUMENTO NO LIVRO. CHAVE DUPLICADA (NUMERO OU, MUITO
      * RARAMENTE, CODIGO) FAZ SORTEAR OUTRO CODIGO E TENTAR O NUMERO
      * SEGUINTE, ATE 5 VEZES.
       0004-REGISTRAR-DOCUMENTO.
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.

           INITIALIZE REGISTRO-DOCUMENTO.
           MOVE WRK-PROX-NUMERO TO DOC-NUMERO.
           MOVE WRK-TIPO        TO DOC-TIPO.
           MOVE WRK-MATRICULA   TO DOC-MATRICULA.
           MOVE WRK-NOME-ALUNO  TO DOC-NOME.
           MOVE WRK-PERIODO     TO DOC-PERIODO.
           MOVE WRK-RESUMO      TO DOC-RESUMO.
           MOVE WRK-DATA-HOJE   TO DOC-DATA.
           MOVE WRK-HORA-AGORA  TO DOC-HORA.
           MOVE WRK-OPE-ID      TO DOC-OPERADOR.

           PERFORM 0004A-SEMEAR-CODIGO.
           PERFORM 0004C-MONTAR-CODIGO.

           MOVE ZERO TO WRK-TENTATIVAS.
           PERFORM 0004B-GRAVAR-DOCUMENTO
               UNTIL DOCUMENTO-REGISTRADO
                  OR WRK-TENTATIVAS > 5.

           IF DOCUMENTO-REGISTRADO
               PERFORM 0004E-AUDITAR-EMISSAO
           ELSE
               DISPLAY 'ERRO AO REGISTRAR O DOCUMENTO (STATUS '
                       WRK-DOC-STATUS '). NADA FOI EMITIDO.'
           END-IF.
       0004-END.

       0004A-SEMEAR-CODIGO.
           MOVE WRK-DATA-HOJE  TO WRK-DATA-NUM.
           MOVE WRK-HORA-AGORA TO WRK-HORA-NUM.
           COMPUTE WRK-COD-SEMENTE =
               WRK-PROX-NUMERO * 1000003
             + WRK-MATRICULA   * 7919
             + WRK-HORA-NUM    * 104729
             + WRK-DATA-NUM.
           DIVIDE WRK-COD-SEMENTE BY 2147483647
               GIVING WRK-COD-QUOCIENTE
               REMAINDER WRK-COD-ESTADO.
           IF WRK-COD-ESTADO = ZERO
               MOVE 1 TO WRK-COD-ESTADO
           END-IF.
       0004A-END.

       0004B-GRAVAR-DOCUMENTO.
           WRITE REGISTRO-DOCUMENTO
               INVALID KEY
                   ADD 1 TO WRK-TENTATIVAS
                   ADD 1 TO WRK-PROX-NUMERO
                   MOVE WRK-PROX-NUMERO TO DOC-NUMERO
                   PERFORM 0004C-MONTAR-CODIGO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-DOC-GRAVADO
                   ADD 1 TO WRK-PROX-NUMERO
           END-WRITE.
       0004B-END.

       0004C-MONTAR-CODIGO.
           PERFORM 0004D-SORTEAR-CARACTERE
               VARYING WRK-COD-POS FROM 1 BY 1
               UNTIL WRK-COD-POS > 10.
           MOVE WRK-CODIGO-GERADO TO DOC-CODIGO.
       0004C-END.

       0004D-SORTEAR-CARACTERE.
           COMPUTE WRK-COD-SEMENTE = WRK-COD-ESTADO * 48271.
           DIVIDE WRK-COD-SEMENTE BY 2147483647
               GIVING WRK-COD-QUOCIENTE
               REMAINDER WRK-COD-ESTADO.
           DIVIDE WRK-COD-ESTADO BY 32
               GIVING WRK-COD-QUOCIENTE
               REMAINDER WRK-COD-RESTO.
           MOVE WRK-COD-ALFABETO(WRK-COD-RESTO + 1:1)
               TO WRK-CODIGO-GERADO(WRK-COD-POS:1).
       0004D-END.

       0004E-AUDITAR-EMISSAO.
           MOVE 'DOC0001A'        TO WRK-LOG-PROGRAMA.
           MOVE WRK-OPE-ID        TO WRK-LOG-OPERADOR.
           MOVE 'EMITE-DOCUMENTO' TO WRK-LOG-OPERACAO.
           MOVE SPACES            TO WRK-LOG-DETALHE.
           STRING 'TIPO '         DELIMITED BY SIZE
                  DOC-TIPO        DELIMITED BY SIZE
                  ' REGISTRO '    DELIMITED BY SIZE
                  DOC-NUMERO      DELIMITED BY SIZE
                  ' CODIGO '      DELIMITED BY SIZE
                  DOC-CODIGO      DELIMITED BY SIZE
                  ' MATRICULA '   DELIMITED BY SIZE
                  DOC-MATRICULA   DELIMITED BY SIZE
               INTO WRK-LOG-DETALHE
           END-STRING.
           PERFORM 0930-LOG-TRANSACAO.
       0004E-END.

      * UM ARQUIVO DE SPOOL POR DOCUMENTO, COM O NUMERO DE REGISTRO NO
      * NOME (DOCNNNNNNNN), CATALOGADO PELO 0973.
       0005-IMPRIMIR-DOCUMENTO.
           MOVE SPACES TO WRK-REL-NOME.
           STRING 'DOC'      DELIMITED BY SIZE
                  DOC-NUMERO DELIMITED BY SIZE
               INTO WRK-REL-NOME
           END-STRING.
           MOVE WRK-REL-NOME TO DOC-RELATORIO.
           MOVE SPACES TO WRK-REL-CABECALHO.
           STRING ' SECRETARIA ESCOLAR - ' DELIMITED BY SIZE
                  WRK-TIPO-DESCRICAO       DELIMITED BY SIZE
               INTO WRK-REL-CABECALHO
           END-STRING.
           MOVE 'DOC0001A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           PERFORM 0972-IMPRIMIR-LINHA.
           EVALUATE WRK-TIPO
               WHEN 'D'
                   PERFORM 0011-IMPRIMIR-DECLARACAO
               WHEN 'H'
                   PERFORM 0021-IMPRIMIR-HISTORICO
               WHEN 'C'
                   PERFORM 0031-IMPRIMIR-CERTIFICADO
           END-EVALUATE.
           PERFORM 0005A-IMPRIMIR-AUTENTICACAO.

           PERFORM 0973-FECHAR-RELATORIO.

      * O NOME DO SPOOL SO E CONHECIDO AGORA; ATUALIZA O LIVRO.
           MOVE WRK-REL-NOME TO DOC-RELATORIO.
           REWRITE REGISTRO-DOCUMENTO
               INVALID KEY
                   DISPLAY 'AVISO: SPOOL NAO ANOTADO NO REGISTRO.'
           END-REWRITE.

           DISPLAY 'DOCUMENTO REGISTRADO SOB O NUMERO ' DOC-NUMERO
                   ' - CODIGO DE VERIFICACAO ' DOC-CODIGO '.'.
       0005-END.

       0005A-IMPRIMIR-AUTENTICACAO.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'REGISTRO NO ' DELIMITED BY SIZE
                  DOC-NUMERO     DELIMITED BY SIZE
                  ' - CODIGO DE VERIFICACAO: ' DELIMITED BY SIZE
                  DOC-CODIGO     DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'EMITIDO EM '  DELIMITED BY SIZE
                  DOC-DATA       DELIMITED BY SIZE
                  ' AS '         DELIMITED BY SIZE
                  DOC-HORA(1:2)  DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  DOC-HORA(3:2)  DELIMITED BY SIZE
                  ' POR '        DELIMITED BY SIZE
                  DOC-OPERADOR   DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'A AUTENTICIDADE DESTE DOCUMENTO PODE SER CONFERIDA '
             TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'NA SECRETARIA PELO CODIGO DE VERIFICACAO ACIMA.'
             TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0005A-END.

       0007-PEDIR-ALUNO.
           MOVE 'N' TO WRK-ALUNO-ACHADO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO ALU-MATRICULA.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY 'MATRICULA NAO ENCONTRADA.'
               NOT INVALID KEY
                   MOVE 'S'          TO WRK-ALUNO-ACHADO
                   MOVE ALU-NOME     TO WRK-NOME-ALUNO
                   MOVE ALU-SITUACAO TO WRK-SITUACAO-ALUNO
                   DISPLAY 'ALUNO: ' ALU-NOME
           END-READ.
       0007-END.

      * NOME DA DISCIPLINA WRK-DIS-CODIGO PARA O CORPO DO DOCUMENTO.
       0008-NOME-DISCIPLINA.
           MOVE '(SEM CADASTRO)' TO WRK-DIS-NOME.
           IF DISCIPLINAS-NO-AR
               MOVE WRK-DIS-CODIGO TO DIS-CODIGO
               READ ARQUIVO-DISCIPLINAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DIS-NOME TO WRK-DIS-NOME
               END-READ
           END-IF.
       0008-END.

      ******************************************************************
      * DECLARACAO DE MATRICULA
      ******************************************************************
      * SO PARA ALUNO ATIVO COM MATRICULA ATIVA NO PERIODO; ENTER NO
      * PERIODO DECLARA O ULTIMO EM QUE ELE ESTA MATRICULADO.
       0010-APURAR-DECLARACAO.
           IF NOT WRK-ALUNO-ATIVO
               DISPLAY 'ALUNO NAO ESTA ATIVO (SITUACAO '
                       WRK-SITUACAO-ALUNO '). DECLARACAO NAO EMITIDA.'
           ELSE
               PERFORM 0010A-CARREGAR-MATRICULAS
               IF WRK-MAT-QTD = ZERO
                   DISPLAY 'ALUNO SEM MATRICULA ATIVA. DECLARACAO '
                           'NAO EMITIDA.'
               ELSE
                   PERFORM 0010D-ESCOLHER-PERIODO
               END-IF
           END-IF.
       0010-END.

       0010A-CARREGAR-MATRICULAS.
           MOVE ZERO   TO WRK-MAT-QTD.
           MOVE SPACES TO WRK-ULTIMO-PERIODO.
           OPEN INPUT ARQUIVO-MATRICULAS.
           IF FS-MAT-ARQUIVO-NOVO
               DISPLAY 'MATRICULAS.DAT AINDA NAO EXISTE (MAT0001A).'
           ELSE
               MOVE WRK-MATRICULA TO MAT-MATRICULA
               MOVE ZEROS         TO MAT-DISCIPLINA
               MOVE LOW-VALUES    TO MAT-PERIODO
               START ARQUIVO-MATRICULAS KEY NOT < MAT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0010B-LER-MATRICULA
                       PERFORM 0010C-GUARDAR-MATRICULA
                           UNTIL FS-MAT-FIM-ARQUIVO
                              OR MAT-MATRICULA NOT = WRK-MATRICULA
               END-START
           END-IF.
           CLOSE ARQUIVO-MATRICULAS.
       0010A-END.

       0010B-LER-MATRICULA.
           READ ARQUIVO-MATRICULAS NEXT RECORD.
       0010B-END.

       0010C-GUARDAR-MATRICULA.
           IF MAT-ATIVA
               IF WRK-MAT-QTD < 50
                   ADD 1 TO WRK-MAT-QTD
                   MOVE MAT-DISCIPLINA
                       TO WRK-MAT-TAB-DISCIPLINA(WRK-MAT-QTD)
                   MOVE MAT-PERIODO
                       TO WRK-MAT-TAB-PERIODO(WRK-MAT-QTD)
                   IF MAT-PERIODO > WRK-ULTIMO-PERIODO
                       MOVE MAT-PERIODO TO WRK-ULTIMO-PERIODO
                   END-IF
               ELSE
                   DISPLAY 'AVISO: TABELA DE MATRICULAS CHEIA (50).'
               END-IF
           END-IF.
           PERFORM 0010B-LER-MATRICULA.
       0010C-END.

       0010D-ESCOLHER-PERIODO.
           DISPLAY 'PERIODO A DECLARAR (AAAAPP, ENTER = '
                   WRK-ULTIMO-PERIODO '): '.
           MOVE SPACES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO.
           IF WRK-PERIODO = SPACES
               MOVE WRK-ULTIMO-PERIODO TO WRK-PERIODO
           END-IF.

           MOVE ZERO TO WRK-QTD-DECLARADAS.
           PERFORM 0010E-CONTAR-DO-PERIODO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MAT-QTD.

           IF WRK-QTD-DECLARADAS = ZERO
               DISPLAY 'ALUNO SEM MATRICULA ATIVA NO PERIODO '
                       WRK-PERIODO '. DECLARACAO NAO EMITIDA.'
           ELSE
               MOVE 'S' TO WRK-DOC-PRONTO
               MOVE WRK-QTD-DECLARADAS TO WRK-QTD-ED
               STRING 'MATRICULA ATIVA NO PERIODO ' DELIMITED BY SIZE
                      WRK-PERIODO                   DELIMITED BY SIZE
                      ' EM '                        DELIMITED BY SIZE
                      WRK-QTD-ED                    DELIMITED BY SIZE
                      ' DISCIPLINA(S)'              DELIMITED BY SIZE
                   INTO WRK-RESUMO
               END-STRING
           END-IF.
       0010D-END.

       0010E-CONTAR-DO-PERIODO.
           IF WRK-MAT-TAB-PERIODO(WRK-IDX) = WRK-PERIODO
               ADD 1 TO WRK-QTD-DECLARADAS
           END-IF.
       0010E-END.

       0011-IMPRIMIR-DECLARACAO.
           STRING 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE '
                                  DELIMITED BY SIZE
                  WRK-NOME-ALUNO  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'MATRICULA '    DELIMITED BY SIZE
                  WRK-MATRICULA   DELIMITED BY SIZE
                  ', ESTA REGULARMENTE MATRICULADO(A) NO PERIODO '
                                  DELIMITED BY SIZE
                  'LETIVO '       DELIMITED BY SIZE
                  WRK-PERIODO     DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'CURSANDO AS DISCIPLINAS ABAIXO:' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0011A-IMPRIMIR-DISCIPLINA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MAT-QTD.
       0011-END.

       0011A-IMPRIMIR-DISCIPLINA.
           IF WRK-MAT-TAB-PERIODO(WRK-IDX) = WRK-PERIODO
               MOVE WRK-MAT-TAB-DISCIPLINA(WRK-IDX) TO WRK-DIS-CODIGO
               PERFORM 0008-NOME-DISCIPLINA
               STRING '   '          DELIMITED BY SIZE
                      WRK-DIS-CODIGO DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      WRK-DIS-NOME   DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
       0011A-END.

      ******************************************************************
      * HISTORICO ESCOLAR
      ******************************************************************
       0020-APURAR-HISTORICO.
           MOVE ZERO TO WRK-QTD-RESULTADOS WRK-SOMA-MEDIAS.
           OPEN INPUT ARQUIVO-NOTAS.
           IF FS-NOT-ARQUIVO-NOVO
               DISPLAY 'NOTAS.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0020A-LER-NOTA
               PERFORM 0020B-SOMAR-RESULTADO
                   UNTIL FS-NOT-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-NOTAS.

           IF WRK-QTD-RESULTADOS = ZERO
               DISPLAY 'ALUNO SEM RESULTADOS EM NOTAS.DAT. HISTORICO '
                       'NAO EMITIDO.'
           ELSE
               MOVE 'S' TO WRK-DOC-PRONTO
               COMPUTE WRK-MEDIA-GERAL =
                   WRK-SOMA-MEDIAS / WRK-QTD-RESULTADOS
               MOVE WRK-QTD-RESULTADOS TO WRK-QTD-ED
               MOVE WRK-MEDIA-GERAL    TO WRK-MEDIA-ED
               STRING 'HISTORICO COM '  DELIMITED BY SIZE
                      WRK-QTD-ED        DELIMITED BY SIZE
                      ' RESULTADO(S), MEDIA GERAL '
                                        DELIMITED BY SIZE
                      WRK-MEDIA-ED      DELIMITED BY SIZE
                   INTO WRK-RESUMO
               END-STRING
           END-IF.
       0020-END.

       0020A-LER-NOTA.
           READ ARQUIVO-NOTAS.
       0020A-END.

       0020B-SOMAR-RESULTADO.
           IF REG-MATRICULA = WRK-MATRICULA
               ADD 1 TO WRK-QTD-RESULTADOS
               ADD REG-MEDIA TO WRK-SOMA-MEDIAS
           END-IF.
           PERFORM 0020A-LER-NOTA.
       0020B-END.

       0021-IMPRIMIR-HISTORICO.
           STRING 'ALUNO: '      DELIMITED BY SIZE
                  WRK-NOME-ALUNO DELIMITED BY SIZE
                  ' MATRICULA: ' DELIMITED BY SIZE
                  WRK-MATRICULA  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE SPACES TO WRK-PERIODO-ATUAL.
           MOVE 'S'    TO WRK-PRIMEIRO-PER.
           MOVE 'N'    TO WRK-FIM-SORT.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-PERIODO SORT-DISCIPLINA
               INPUT PROCEDURE IS 0022-SELECIONAR-RESULTADOS
               OUTPUT PROCEDURE IS 0023-LISTAR-RESULTADOS.

           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-MEDIA-GERAL TO WRK-MEDIA-ED.
           STRING 'MEDIA GERAL DO HISTORICO: ' DELIMITED BY SIZE
                  WRK-MEDIA-ED                 DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0021-END.

       0022-SELECIONAR-RESULTADOS.
           OPEN INPUT ARQUIVO-NOTAS.
           IF NOT FS-NOT-ARQUIVO-NOVO
               PERFORM 0020A-LER-NOTA
               PERFORM 0022A-LIBERAR-RESULTADO
                   UNTIL FS-NOT-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-NOTAS.
       0022-END.

       0022A-LIBERAR-RESULTADO.
           IF REG-MATRICULA = WRK-MATRICULA
               MOVE REG-PERIODO    TO SORT-PERIODO
               MOVE REG-DISCIPLINA TO SORT-DISCIPLINA
               MOVE REG-MEDIA      TO SORT-MEDIA
               MOVE REG-CONCEITO   TO SORT-CONCEITO
               MOVE REG-SITUACAO   TO SORT-SITUACAO
               RELEASE SORT-REC
           END-IF.
           PERFORM 0020A-LER-NOTA.
       0022A-END.

       0023-LISTAR-RESULTADOS.
           PERFORM 0023A-RECEBER-ORDENADO.
           PERFORM 0023B-IMPRIMIR-RESULTADO UNTIL SORT-ESGOTADO.
           IF NOT PRIMEIRO-PERIODO
               PERFORM 0023C-FECHAR-PERIODO
           END-IF.
       0023-END.

       0023A-RECEBER-ORDENADO.
           RETURN SORT-WORK
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       0023A-END.

       0023B-IMPRIMIR-RESULTADO.
           IF SORT-PERIODO NOT = WRK-PERIODO-ATUAL
               IF NOT PRIMEIRO-PERIODO
                   PERFORM 0023C-FECHAR-PERIODO
               END-IF
               MOVE 'N' TO WRK-PRIMEIRO-PER
               MOVE SORT-PERIODO TO WRK-PERIODO-ATUAL
               MOVE ZERO TO WRK-QTD-PERIODO WRK-SOMA-PERIODO
               PERFORM 0972-IMPRIMIR-LINHA
               STRING 'PERIODO '   DELIMITED BY SIZE
                      SORT-PERIODO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           MOVE SORT-DISCIPLINA TO WRK-DIS-CODIGO.
           PERFORM 0008-NOME-DISCIPLINA.
           MOVE SORT-MEDIA TO WRK-MEDIA-ED.
           STRING '   '           DELIMITED BY SIZE
                  SORT-DISCIPLINA DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-DIS-NOME    DELIMITED BY SIZE
                  ' MEDIA '       DELIMITED BY SIZE
                  WRK-MEDIA-ED    DELIMITED BY SIZE
                  ' CONCEITO '    DELIMITED BY SIZE
                  SORT-CONCEITO   DELIMITED BY SIZE
                  ' SITUACAO '    DELIMITED BY SIZE
                  SORT-SITUACAO   DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           ADD 1 TO WRK-QTD-PERIODO.
           ADD SORT-MEDIA TO WRK-SOMA-PERIODO.
           PERFORM 0023A-RECEBER-ORDENADO.
       0023B-END.

       0023C-FECHAR-PERIODO.
           IF WRK-QTD-PERIODO > 0
               COMPUTE WRK-MEDIA-PERIODO =
                   WRK-SOMA-PERIODO / WRK-QTD-PERIODO
               MOVE WRK-MEDIA-PERIODO TO WRK-MEDIA-ED
               STRING '   MEDIA GERAL DO PERIODO: ' DELIMITED BY SIZE
                      WRK-MEDIA-ED                  DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
       0023C-END.

      ******************************************************************
      * CERTIFICADO DE CONCLUSAO
      ******************************************************************
      * MESMA REGRA DO ESC0005A: TODA DISCIPLINA DA GRADE COM
      * APROVACAO (SITUACAO 'A', OU RECUPERACAO COM MEDIA FINAL 7).
       0030-APURAR-CERTIFICADO.
           PERFORM 0030A-CARREGAR-GRADE.
           IF WRK-GRADE-QTD = ZERO
               DISPLAY 'GRADE CURRICULAR VAZIA (CUR0001A). '
                       'CERTIFICADO NAO EMITIDO.'
           ELSE
               PERFORM 0030D-MARCAR-APROVACOES
               MOVE ZERO TO WRK-CUMPRIDAS
               PERFORM 0030G-CONTAR-CUMPRIDA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-GRADE-QTD
               IF WRK-CUMPRIDAS = WRK-GRADE-QTD
                   MOVE 'S' TO WRK-DOC-PRONTO
                   MOVE WRK-GRADE-QTD TO WRK-QTD-ED
                   STRING 'CONCLUIU AS '   DELIMITED BY SIZE
                          WRK-QTD-ED       DELIMITED BY SIZE
                          ' DISCIPLINAS DA GRADE CURRICULAR'
                                           DELIMITED BY SIZE
                       INTO WRK-RESUMO
                   END-STRING
               ELSE
                   DISPLAY 'ALUNO AINDA NAO ELEGIVEL (' WRK-CUMPRIDAS
                           ' DE ' WRK-GRADE-QTD ' CUMPRIDAS). '
                           'CERTIFICADO NAO EMITIDO.'
                   PERFORM 0030H-EXIBIR-FALTANTE
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-GRADE-QTD
               END-IF
           END-IF.
       0030-END.

       0030A-CARREGAR-GRADE.
           MOVE ZERO TO WRK-GRADE-QTD.
           OPEN INPUT ARQUIVO-CURRICULO.
           IF FS-CUR-ARQUIVO-NOVO
               DISPLAY 'CURRICULO.DAT AINDA NAO EXISTE (CUR0001A).'
           ELSE
               PERFORM 0030B-LER-GRADE
               PERFORM 0030C-GUARDAR-GRADE
                   UNTIL FS-CUR-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-CURRICULO.
       0030A-END.

       0030B-LER-GRADE.
           READ ARQUIVO-CURRICULO NEXT RECORD.
       0030B-END.

       0030C-GUARDAR-GRADE.
           IF WRK-GRADE-QTD < 50
               ADD 1 TO WRK-GRADE-QTD
               MOVE CUR-DISCIPLINA
                   TO WRK-GRADE-DISCIPLINA(WRK-GRADE-QTD)
               MOVE 'N' TO WRK-GRADE-APROVADA(WRK-GRADE-QTD)
           ELSE
               DISPLAY 'AVISO: GRADE MAIOR QUE 50 DISCIPLINAS.'
           END-IF.
           PERFORM 0030B-LER-GRADE.
       0030C-END.

       0030D-MARCAR-APROVACOES.
           OPEN INPUT ARQUIVO-NOTAS.
           IF NOT FS-NOT-ARQUIVO-NOVO
               PERFORM 0020A-LER-NOTA
               PERFORM 0030E-APLICAR-RESULTADO
                   UNTIL FS-NOT-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-NOTAS.
       0030D-END.

       0030E-APLICAR-RESULTADO.
           IF REG-MATRICULA = WRK-MATRICULA
               MOVE 'N' TO WRK-APROVADO
               IF REG-SITUACAO = 'A'
                   MOVE 'S' TO WRK-APROVADO
               ELSE
                   IF REG-NOTA-RECUP NOT = ZEROS
                      AND REG-MEDIA-FINAL >= 7
                       MOVE 'S' TO WRK-APROVADO
                   END-IF
               END-IF
               IF WRK-APROVADO = 'S'
                   PERFORM 0030F-MARCAR-NA-GRADE
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-GRADE-QTD
               END-IF
           END-IF.
           PERFORM 0020A-LER-NOTA.
       0030E-END.

       0030F-MARCAR-NA-GRADE.
           IF WRK-GRADE-DISCIPLINA(WRK-IDX) = REG-DISCIPLINA
               MOVE 'S' TO WRK-GRADE-APROVADA(WRK-IDX)
           END-IF.
       0030F-END.

       0030G-CONTAR-CUMPRIDA.
           IF WRK-GRADE-APROVADA(WRK-IDX) = 'S'
               ADD 1 TO WRK-CUMPRIDAS
           END-IF.
       0030G-END.

       0030H-EXIBIR-FALTANTE.
           IF WRK-GRADE-APROVADA(WRK-IDX) NOT = 'S'
               DISPLAY '   FALTANDO: DISCIPLINA '
                       WRK-GRADE-DISCIPLINA(WRK-IDX)
           END-IF.
       0030H-END.

       0031-IMPRIMIR-CERTIFICADO.
           STRING 'CERTIFICAMOS QUE ' DELIMITED BY SIZE
                  WRK-NOME-ALUNO      DELIMITED BY SIZE
                  ', MATRICULA '      DELIMITED BY SIZE
                  WRK-MATRICULA       DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'CONCLUIU COM APROVACAO TODAS AS DISCIPLINAS DA GRADE '
             TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'CURRICULAR, RELACIONADAS ABAIXO, ESTANDO APTO(A) A '
             TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'COLACAO DE GRAU.' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0031A-IMPRIMIR-DISCIPLINA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-GRADE-QTD.
       0031-END.

       0031A-IMPRIMIR-DISCIPLINA.
           MOVE WRK-GRADE-DISCIPLINA(WRK-IDX) TO WRK-DIS-CODIGO.
           PERFORM 0008-NOME-DISCIPLINA.
           STRING '   '          DELIMITED BY SIZE
                  WRK-DIS-CODIGO DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WRK-DIS-NOME   DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0031A-END.

      ******************************************************************
      * CONSULTA DE AUTENTICIDADE E LISTAGEM DO LIVRO
      ******************************************************************
      * O TERCEIRO INFORMA O CODIGO IMPRESSO NO DOCUMENTO; A TELA
      * MOSTRA O QUE FOI REALMENTE EMITIDO SOB ELE, PARA COMPARAR COM
      * O PAPEL APRESENTADO. TODA CONSULTA VAI PARA A AUDITORIA.
       0040-VERIFICAR-CODIGO.
           DISPLAY 'CODIGO DE VERIFICACAO: '.
           MOVE SPACES TO WRK-CODIGO-CONSULTA.
           ACCEPT WRK-CODIGO-CONSULTA.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO-CONSULTA)
               TO WRK-CODIGO-CONSULTA.

           MOVE 'DOC0001A'        TO WRK-LOG-PROGRAMA.
           MOVE WRK-OPE-ID        TO WRK-LOG-OPERADOR.
           MOVE 'VERIFICA-DOC'    TO WRK-LOG-OPERACAO.
           MOVE SPACES            TO WRK-LOG-DETALHE.

           MOVE WRK-CODIGO-CONSULTA TO DOC-CODIGO.
           READ ARQUIVO-DOCUMENTOS KEY IS DOC-CODIGO
               INVALID KEY
                   DISPLAY '*** CODIGO NAO CONSTA DO REGISTRO: '
                           'DOCUMENTO NAO EMITIDO PELA SECRETARIA ***'
                   STRING 'CODIGO '           DELIMITED BY SIZE
                          WRK-CODIGO-CONSULTA DELIMITED BY SIZE
                          ' NAO ENCONTRADO'   DELIMITED BY SIZE
                       INTO WRK-LOG-DETALHE
                   END-STRING
               NOT INVALID KEY
                   PERFORM 0040A-EXIBIR-AUTENTICO
                   STRING 'CODIGO '           DELIMITED BY SIZE
                          WRK-CODIGO-CONSULTA DELIMITED BY SIZE
                          ' CONFERE COM O REGISTRO '
                                              DELIMITED BY SIZE
                          DOC-NUMERO          DELIMITED BY SIZE
                       INTO WRK-LOG-DETALHE
                   END-STRING
           END-READ.
           PERFORM 0930-LOG-TRANSACAO.
       0040-END.

       0040A-EXIBIR-AUTENTICO.
           EVALUATE TRUE
               WHEN DOC-DECLARACAO
                   MOVE 'DECLARACAO DE MATRICULA' TO WRK-TIPO-DESCRICAO
               WHEN DOC-HISTORICO
                   MOVE 'HISTORICO ESCOLAR' TO WRK-TIPO-DESCRICAO
               WHEN DOC-CERTIFICADO
                   MOVE 'CERTIFICADO DE CONCLUSAO'
                       TO WRK-TIPO-DESCRICAO
               WHEN OTHER
                   MOVE SPACES TO WRK-TIPO-DESCRICAO
           END-EVALUATE.
           DISPLAY '*** DOCUMENTO AUTENTICO - CONFIRA OS DADOS ***'.
           DISPLAY ' REGISTRO....: ' DOC-NUMERO.
           DISPLAY ' DOCUMENTO...: ' WRK-TIPO-DESCRICAO.
           DISPLAY ' ALUNO.......: ' DOC-MATRICULA ' ' DOC-NOME.
           IF DOC-PERIODO NOT = SPACES
               DISPLAY ' PERIODO.....: ' DOC-PERIODO
           END-IF.
           DISPLAY ' ATESTA......: ' DOC-RESUMO.
           DISPLAY ' EMITIDO EM..: ' DOC-DATA ' ' DOC-HORA(1:2) ':'
                   DOC-HORA(3:2) ' POR ' DOC-OPERADOR.
       0040A-END.

      * MATRICULA ZERO LISTA O LIVRO INTEIRO, EM ORDEM DE REGISTRO.
       0050-LISTAR-DOCUMENTOS.
           DISPLAY 'MATRICULA DO ALUNO (0 = TODOS): '.
           MOVE ZEROS TO WRK-MATRICULA.
           ACCEPT WRK-MATRICULA.
           MOVE ZERO  TO WRK-DOCS-LISTADOS.
           MOVE ZEROS TO DOC-NUMERO.
           START ARQUIVO-DOCUMENTOS KEY NOT < DOC-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0006A-LER-DOCUMENTO
                   PERFORM 0050A-EXIBIR-DOCUMENTO
                       UNTIL FS-DOC-FIM-ARQUIVO
           END-START.
           DISPLAY 'DOCUMENTOS LISTADOS: ' WRK-DOCS-LISTADOS.
       0050-END.

       0050A-EXIBIR-DOCUMENTO.
           IF WRK-MATRICULA = ZEROS OR DOC-MATRICULA = WRK-MATRICULA
               DISPLAY ' ' DOC-NUMERO ' ' DOC-TIPO ' ' DOC-CODIGO
                       ' ' DOC-DATA ' ' DOC-MATRICULA ' ' DOC-NOME
               DISPLAY '     ' DOC-RESUMO
               ADD 1 TO WRK-DOCS-LISTADOS
           END-IF.
           PERFORM 0006A-LER-DOCUMENTO.
       0050A-END.

           COPY RELATORIO-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY AUDITLOG-PD.CPY.
           COPY BANNER-PD.CPY.
