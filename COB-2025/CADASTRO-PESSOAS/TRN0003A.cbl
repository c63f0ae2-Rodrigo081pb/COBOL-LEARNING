      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: GERAR A COPIA DE TREINAMENTO DOS ARQUIVOS DA
      *              ESCOLA: NOMES DE ALUNOS, PROFESSORES E
      *              RESPONSAVEIS, CPFS, ENDERECOS E CONTATOS FICTICIOS.
      *              NOTAS, VALORES E DATAS FICAM. SO RODA DENTRO DO
      *              JCL/TREINAMENTO.SH.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRN0003A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-RESPONSAVEIS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-PROFESSORES ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-REGISTRO
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-MENSALIDADES ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-ACORDOS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-NUMERO
               ALTERNATE RECORD KEY IS ACO-MATRICULA WITH DUPLICATES
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-NOTAS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-DOCUMENTOS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-NUMERO
               ALTERNATE RECORD KEY IS DOC-CODIGO
               FILE STATUS IS WRK-ARQ-STATUS.

      * COPIA DE TRABALHO DO ARQUIVO DA VEZ, JA ANONIMIZADA, DE ONDE
      * O ARQUIVO E REGRAVADO (MESMO PADRAO .NOVO DO CAD0016A; AQUI
      * COM CHAVES NOVAS, QUE O REWRITE NAO ACEITA).
           SELECT ARQUIVO-NOVO ASSIGN TO DYNAMIC WRK-NOVO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOVO-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-ALUNOS.
           COPY ALUNOS-FD.CPY.

       FD ARQUIVO-RESPONSAVEIS.
           COPY RESPONSAVEIS-FD.CPY.

       FD ARQUIVO-PROFESSORES.
           COPY PROFESSORES-FD.CPY.

       FD ARQUIVO-MENSALIDADES.
           COPY MENSALIDADES-FD.CPY.

       FD ARQUIVO-ACORDOS.
           COPY ACORDOS-FD.CPY.

       FD ARQUIVO-NOTAS.
           COPY NOTAS-FD.CPY.

       FD ARQUIVO-DOCUMENTOS.
           COPY DOCUMENTOS-FD.CPY.

       FD ARQUIVO-NOVO.
       01 REGISTRO-NOVO PIC X(1000).

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-ARQ-STATUS PIC X(02).
           88 FS-ARQ-OK           VALUE '00'.
           88 FS-ARQ-ARQUIVO-NOVO VALUE '35'.

       01 WRK-NOVO-STATUS PIC X(02).
           88 FS-NOVO-OK          VALUE '00'.

      * CAMINHO DO ARQUIVO DA VEZ (UM DE CADA VEZ, OBTIDO DA MESMA
      * VARIAVEL DE AMBIENTE QUE OS PROGRAMAS DO SISTEMA USAM) E DA
      * SUA COPIA DE TRABALHO .NOVO.
       01 WRK-ARQ-PATH  PIC X(100).
       01 WRK-NOVO-PATH PIC X(100).
       01 WRK-DELETE-RC PIC S9(09) COMP-5.

       01 WRK-ARQUIVO-NOME PIC X(30).

      * CAMPO EXIGIDO PELO CPF-VALIDA-PD.CPY.
       01 WRK-CPF PIC X(14).

      * CONTADORES DO ARQUIVO DA VEZ E DA RODADA.
       01 WRK-LIDOS          PIC 9(07) COMP VALUE 0.
       01 WRK-GRAVADOS       PIC 9(07) COMP VALUE 0.
       01 WRK-COLISOES       PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-LIDOS    PIC 9(09) COMP VALUE 0.
       01 WRK-TOTAL-GRAVADOS PIC 9(09) COMP VALUE 0.
       01 WRK-TOTAL-COLISOES PIC 9(09) COMP VALUE 0.
       01 WRK-ARQUIVOS       PIC 9(03) COMP VALUE 0.
       01 WRK-AUSENTES       PIC 9(03) COMP VALUE 0.

       01 WRK-LINHA-ARQUIVO.
           05 WRK-LA-NOME       PIC X(30).
           05 WRK-LA-LIDOS      PIC Z(10)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LA-GRAVADOS   PIC Z(10)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LA-COLISOES   PIC Z(10)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LA-OBSERVACAO PIC X(30).

           COPY TREINA-WS.CPY.
           COPY CPF-VALIDA-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '         TRN0003A - TREINAMENTO: ESCOLA         '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0912-PREPARAR-TREINAMENTO.
           IF NOT TREINAMENTO-LIBERADO
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'TREINAMENTO-ESCOLA' TO WRK-REL-NOME.
           MOVE 'ARQUIVO                             LIDOS     GRAVADOS'
               TO WRK-REL-CABECALHO.
           MOVE 'COLISOES  SITUACAO' TO WRK-REL-CABECALHO(60:18).
           MOVE 'TRN0003A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           PERFORM 0002-TRATAR-ALUNOS.
           PERFORM 0003-TRATAR-RESPONSAVEIS.
           PERFORM 0004-TRATAR-PROFESSORES.
           PERFORM 0005-TRATAR-MENSALIDADES.
           PERFORM 0006-TRATAR-ACORDOS.
           PERFORM 0007-TRATAR-NOTAS.
           PERFORM 0008-TRATAR-DOCUMENTOS.

           PERFORM 0090-IMPRIMIR-RESUMO.
           PERFORM 0973-FECHAR-RELATORIO.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WRK-TOTAL-COLISOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0001-END.

      * ALUNOS: NOME. A MATRICULA FICA (E A LIGACAO COM O RESTO).
       0002-TRATAR-ALUNOS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'ALUNOS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'ALUNOS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'ALUNOS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-ALUNOS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0002A-LER-ALUNOS.
           PERFORM 0002B-ANONIMIZAR-ALUNOS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-ALUNOS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-ALUNOS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0002C-REGRAVAR-ALUNOS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-ALUNOS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0002-END.

       0002A-LER-ALUNOS.
           READ ARQUIVO-ALUNOS NEXT RECORD.
       0002A-END.

       0002B-ANONIMIZAR-ALUNOS.
           ADD 1 TO WRK-LIDOS.
           MOVE ALU-NOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO ALU-NOME.
           WRITE REGISTRO-NOVO FROM REGISTRO-ALUNO.
           PERFORM 0002A-LER-ALUNOS.
       0002B-END.

       0002C-REGRAVAR-ALUNOS.
           MOVE REGISTRO-NOVO TO REGISTRO-ALUNO.
           WRITE REGISTRO-ALUNO
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0002C-END.

      * RESPONSAVEIS: CPF (CHAVE), NOME, ENDERECO, CEP, TELEFONE E
      * E-MAIL.
       0003-TRATAR-RESPONSAVEIS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'RESPONSAVEIS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'RESPONSAVEIS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'RESPONSAVEIS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-RESPONSAVEIS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0003A-LER-RESPONSAVEIS.
           PERFORM 0003B-ANONIMIZAR-RESPONSAVEIS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-RESPONSAVEIS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-RESPONSAVEIS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0003C-REGRAVAR-RESPONSAVEIS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-RESPONSAVEIS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0003-END.

       0003A-LER-RESPONSAVEIS.
           READ ARQUIVO-RESPONSAVEIS NEXT RECORD.
       0003A-END.

       0003B-ANONIMIZAR-RESPONSAVEIS.
           ADD 1 TO WRK-LIDOS.
           MOVE RSP-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO RSP-CPF.
           MOVE RSP-NOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO RSP-NOME.
           MOVE RSP-ENDERECO TO WRK-TRN-ENDERECO-ENTRADA.
           PERFORM 0924-ANONIMIZAR-ENDERECO.
           MOVE WRK-TRN-ENDERECO-SAIDA TO RSP-ENDERECO.
           MOVE RSP-CEP TO WRK-TRN-CEP.
           PERFORM 0924A-GENERALIZAR-CEP.
           MOVE WRK-TRN-CEP TO RSP-CEP.
           IF RSP-TELEFONE NOT = SPACES
               MOVE RSP-TELEFONE TO WRK-TRN-FONE-ENTRADA
               PERFORM 0964-ANONIMIZAR-TELEFONE
               MOVE WRK-TRN-FONE-SAIDA TO RSP-TELEFONE
           END-IF.
           IF RSP-EMAIL NOT = SPACES
               MOVE RSP-EMAIL TO WRK-TRN-EMAIL-ENTRADA
               PERFORM 0967-ANONIMIZAR-EMAIL
               MOVE WRK-TRN-EMAIL-SAIDA TO RSP-EMAIL
           END-IF.
           WRITE REGISTRO-NOVO FROM REGISTRO-RESPONSAVEL.
           PERFORM 0003A-LER-RESPONSAVEIS.
       0003B-END.

       0003C-REGRAVAR-RESPONSAVEIS.
           MOVE REGISTRO-NOVO TO REGISTRO-RESPONSAVEL.
           WRITE REGISTRO-RESPONSAVEL
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0003C-END.

      * PROFESSORES: NOME E CPF.
       0004-TRATAR-PROFESSORES.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'PROFESSORES_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'PROFESSORES.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'PROFESSORES.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-PROFESSORES.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0004A-LER-PROFESSORES.
           PERFORM 0004B-ANONIMIZAR-PROFESSORES
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-PROFESSORES.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-PROFESSORES.
           PERFORM 0081-LER-NOVO.
           PERFORM 0004C-REGRAVAR-PROFESSORES
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-PROFESSORES.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0004-END.

       0004A-LER-PROFESSORES.
           READ ARQUIVO-PROFESSORES NEXT RECORD.
       0004A-END.

       0004B-ANONIMIZAR-PROFESSORES.
           ADD 1 TO WRK-LIDOS.
           MOVE PRO-NOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO PRO-NOME.
           IF PRO-CPF NOT = SPACES
               MOVE PRO-CPF TO WRK-TRN-CPF-ENTRADA
               PERFORM 0914-ANONIMIZAR-CPF
               MOVE WRK-TRN-CPF-SAIDA TO PRO-CPF
           END-IF.
           WRITE REGISTRO-NOVO FROM REGISTRO-PROFESSOR.
           PERFORM 0004A-LER-PROFESSORES.
       0004B-END.

       0004C-REGRAVAR-PROFESSORES.
           MOVE REGISTRO-NOVO TO REGISTRO-PROFESSOR.
           WRITE REGISTRO-PROFESSOR
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0004C-END.

      * MENSALIDADES: CPF E NOME DO PAGADOR GRAVADOS NO TITULO.
       0005-TRATAR-MENSALIDADES.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'MENSALIDADES_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'MENSALIDADES.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'MENSALIDADES.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-MENSALIDADES.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0005A-LER-MENSALIDADES.
           PERFORM 0005B-ANONIMIZAR-MENSALIDADES
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-MENSALIDADES.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-MENSALIDADES.
           PERFORM 0081-LER-NOVO.
           PERFORM 0005C-REGRAVAR-MENSALIDADES
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-MENSALIDADES.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0005-END.

       0005A-LER-MENSALIDADES.
           READ ARQUIVO-MENSALIDADES NEXT RECORD.
       0005A-END.

       0005B-ANONIMIZAR-MENSALIDADES.
           ADD 1 TO WRK-LIDOS.
           IF MEN-CPF-PAGADOR NOT = SPACES
               MOVE MEN-CPF-PAGADOR TO WRK-TRN-CPF-ENTRADA
               PERFORM 0914-ANONIMIZAR-CPF
               MOVE WRK-TRN-CPF-SAIDA TO MEN-CPF-PAGADOR
           END-IF.
           MOVE MEN-NOME-PAGADOR TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO MEN-NOME-PAGADOR.
           WRITE REGISTRO-NOVO FROM REGISTRO-MENSALIDADE.
           PERFORM 0005A-LER-MENSALIDADES.
       0005B-END.

       0005C-REGRAVAR-MENSALIDADES.
           MOVE REGISTRO-NOVO TO REGISTRO-MENSALIDADE.
           WRITE REGISTRO-MENSALIDADE
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0005C-END.

      * ACORDOS DE INADIMPLENCIA: NOME DO ALUNO, CPF E NOME DO
      * PAGADOR.
       0006-TRATAR-ACORDOS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'ACORDOS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'ACORDOS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'ACORDOS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-ACORDOS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0006A-LER-ACORDOS.
           PERFORM 0006B-ANONIMIZAR-ACORDOS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-ACORDOS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-ACORDOS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0006C-REGRAVAR-ACORDOS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-ACORDOS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0006-END.

       0006A-LER-ACORDOS.
           READ ARQUIVO-ACORDOS NEXT RECORD.
       0006A-END.

       0006B-ANONIMIZAR-ACORDOS.
           ADD 1 TO WRK-LIDOS.
           MOVE ACO-NOME-ALUNO TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO ACO-NOME-ALUNO.
           MOVE ACO-CPF-PAGADOR TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO ACO-CPF-PAGADOR.
           MOVE ACO-NOME-PAGADOR TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO ACO-NOME-PAGADOR.
           WRITE REGISTRO-NOVO FROM REGISTRO-ACORDO.
           PERFORM 0006A-LER-ACORDOS.
       0006B-END.

       0006C-REGRAVAR-ACORDOS.
           MOVE REGISTRO-NOVO TO REGISTRO-ACORDO.
           WRITE REGISTRO-ACORDO
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0006C-END.

      * BOLETINS: NOME DO ALUNO.
       0007-TRATAR-NOTAS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'NOTAS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'NOTAS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'NOTAS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-NOTAS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0007A-LER-NOTAS.
           PERFORM 0007B-ANONIMIZAR-NOTAS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOTAS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-NOTAS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0007C-REGRAVAR-NOTAS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-NOTAS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0007-END.

       0007A-LER-NOTAS.
           READ ARQUIVO-NOTAS.
       0007A-END.

       0007B-ANONIMIZAR-NOTAS.
           ADD 1 TO WRK-LIDOS.
           MOVE REG-NOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO REG-NOME.
           WRITE REGISTRO-NOVO FROM REGISTRO-NOTAS.
           PERFORM 0007A-LER-NOTAS.
       0007B-END.

       0007C-REGRAVAR-NOTAS.
           MOVE REGISTRO-NOVO TO REGISTRO-NOTAS.
           WRITE REGISTRO-NOTAS.
           ADD 1 TO WRK-GRAVADOS.
           PERFORM 0081-LER-NOVO.
       0007C-END.

      * DOCUMENTOS EMITIDOS: NOME. O CODIGO DE AUTENTICIDADE FICA.
       0008-TRATAR-DOCUMENTOS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'DOCUMENTOS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'DOCUMENTOS-EMITIDOS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'DOCUMENTOS-EMITIDOS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-DOCUMENTOS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0008A-LER-DOCUMENTOS.
           PERFORM 0008B-ANONIMIZAR-DOCUMENTOS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-DOCUMENTOS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-DOCUMENTOS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0008C-REGRAVAR-DOCUMENTOS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-DOCUMENTOS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0008-END.

       0008A-LER-DOCUMENTOS.
           READ ARQUIVO-DOCUMENTOS NEXT RECORD.
       0008A-END.

       0008B-ANONIMIZAR-DOCUMENTOS.
           ADD 1 TO WRK-LIDOS.
           MOVE DOC-NOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO DOC-NOME.
           WRITE REGISTRO-NOVO FROM REGISTRO-DOCUMENTO.
           PERFORM 0008A-LER-DOCUMENTOS.
       0008B-END.

       0008C-REGRAVAR-DOCUMENTOS.
           MOVE REGISTRO-NOVO TO REGISTRO-DOCUMENTO.
           WRITE REGISTRO-DOCUMENTO
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0008C-END.

      * ----------------------------------------------------------------
      * ROTINAS COMUNS A TODOS OS ARQUIVOS.
      * ----------------------------------------------------------------
       0080-INICIAR-ARQUIVO.
           MOVE 0 TO WRK-LIDOS.
           MOVE 0 TO WRK-GRAVADOS.
           MOVE 0 TO WRK-COLISOES.
           MOVE SPACES TO WRK-NOVO-PATH.
           STRING FUNCTION TRIM(WRK-ARQ-PATH) DELIMITED BY SIZE
                  '.NOVO'                     DELIMITED BY SIZE
               INTO WRK-NOVO-PATH
           END-STRING.
       0080-END.

       0081-LER-NOVO.
           READ ARQUIVO-NOVO.
       0081-END.

      * ARQUIVO QUE NAO VEIO NA COPIA (SISTEMA QUE AINDA NAO USA A
      * FUNCAO) SO E ANOTADO NO RELATORIO.
       0082-ARQUIVO-AUSENTE.
           ADD 1 TO WRK-AUSENTES.
           MOVE WRK-ARQUIVO-NOME TO WRK-LA-NOME.
           MOVE 0 TO WRK-LA-LIDOS.
           MOVE 0 TO WRK-LA-GRAVADOS.
           MOVE 0 TO WRK-LA-COLISOES.
           MOVE SPACES TO WRK-LA-OBSERVACAO.
           STRING 'AUSENTE (STATUS '   DELIMITED BY SIZE
                  WRK-ARQ-STATUS       DELIMITED BY SIZE
                  ')'                  DELIMITED BY SIZE
               INTO WRK-LA-OBSERVACAO
           END-STRING.
           MOVE WRK-LINHA-ARQUIVO TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0082-END.

      * CHAVE FICTICIA REPETIDA (DOIS REAIS CAINDO NO MESMO
      * FICTICIO) NAO ENTRA NA COPIA: FICA CONTADA COMO COLISAO.
       0083-ENCERRAR-ARQUIVO.
           CALL 'CBL_DELETE_FILE' USING WRK-NOVO-PATH
               RETURNING WRK-DELETE-RC.
           ADD 1 TO WRK-ARQUIVOS.
           ADD WRK-LIDOS    TO WRK-TOTAL-LIDOS.
           ADD WRK-GRAVADOS TO WRK-TOTAL-GRAVADOS.
           ADD WRK-COLISOES TO WRK-TOTAL-COLISOES.
           MOVE WRK-ARQUIVO-NOME TO WRK-LA-NOME.
           MOVE WRK-LIDOS    TO WRK-LA-LIDOS.
           MOVE WRK-GRAVADOS TO WRK-LA-GRAVADOS.
           MOVE WRK-COLISOES TO WRK-LA-COLISOES.
           IF WRK-COLISOES > 0
               MOVE 'CHAVE FICTICIA REPETIDA' TO WRK-LA-OBSERVACAO
           ELSE
               MOVE 'ANONIMIZADO' TO WRK-LA-OBSERVACAO
           END-IF.
           MOVE WRK-LINHA-ARQUIVO TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0083-END.

       0090-IMPRIMIR-RESUMO.
           MOVE ALL '-' TO WRK-REL-LINHA(1:90).
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'TOTAL' TO WRK-LA-NOME.
           MOVE WRK-TOTAL-LIDOS    TO WRK-LA-LIDOS.
           MOVE WRK-TOTAL-GRAVADOS TO WRK-LA-GRAVADOS.
           MOVE WRK-TOTAL-COLISOES TO WRK-LA-COLISOES.
           MOVE SPACES TO WRK-LA-OBSERVACAO.
           MOVE WRK-LINHA-ARQUIVO TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-ARQUIVOS TO WRK-REL-NUM-ED.
           STRING 'ARQUIVOS ANONIMIZADOS: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED            DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-AUSENTES TO WRK-REL-NUM-ED.
           STRING 'ARQUIVOS AUSENTES....: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED            DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           DISPLAY 'ARQUIVOS ANONIMIZADOS: ' WRK-ARQUIVOS
                   '  REGISTROS: ' WRK-TOTAL-GRAVADOS
                   '  COLISOES: ' WRK-TOTAL-COLISOES.
       0090-END.

           COPY TREINA-PD.CPY.
           COPY CPF-VALIDA-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
