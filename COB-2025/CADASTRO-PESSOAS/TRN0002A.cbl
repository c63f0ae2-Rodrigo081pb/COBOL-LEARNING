      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: GERAR A COPIA DE TREINAMENTO DOS ARQUIVOS DE RH:
      *              NOMES, CPFS E DADOS BANCARIOS FICTICIOS, COERENTES
      *              COM OS DO TRN0001A. SALARIOS, VALORES E DATAS
      *              FICAM. SO RODA DENTRO DO JCL/TREINAMENTO.SH.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRN0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FUNCIONARIOS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-DEPENDENTES ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-CONTAS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSL-CPF
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-EMPRESTIMOS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIN-NUMERO
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-TROCAS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRC-ID
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-ESCALA ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-HOLHIST ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-BANCO-HORAS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNH-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-FERIAS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-EMPREGADO
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-PONTO ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRC-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-HISTSAL ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSL-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-RUBEMP ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-AUSENCIAS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
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
       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       FD ARQUIVO-DEPENDENTES.
           COPY DEPENDENTES-FD.CPY.

       FD ARQUIVO-CONTAS.
           COPY CONTASAL-FD.CPY.

       FD ARQUIVO-EMPRESTIMOS.
           COPY EMPRESTIMOS-FD.CPY.

       FD ARQUIVO-TROCAS.
           COPY TROCATURNO-FD.CPY.

       FD ARQUIVO-ESCALA.
           COPY ESCALA-FD.CPY.

       FD ARQUIVO-HOLHIST.
           COPY HOLERITES-HIST-FD.CPY.

       FD ARQUIVO-BANCO-HORAS.
           COPY BANCOHORAS-FD.CPY.

       FD ARQUIVO-FERIAS.
           COPY FERIAS-FD.CPY.

       FD ARQUIVO-PONTO.
           COPY PONTO-FD.CPY.

       FD ARQUIVO-HISTSAL.
           COPY HISTSAL-FD.CPY.

       FD ARQUIVO-RUBEMP.
           COPY RUBEMP-FD.CPY.

       FD ARQUIVO-AUSENCIAS.
       01 REGISTRO-AUSENCIA.
           05 AUS-EMPREGADO   PIC X(40).
           05 AUS-DATA        PIC X(08).
           05 AUS-JUSTIFICADA PIC X(01).

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
           MOVE '      TRN0002A - TREINAMENTO: RECURSOS HUMANOS  '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0912-PREPARAR-TREINAMENTO.
           IF NOT TREINAMENTO-LIBERADO
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'TREINAMENTO-RH' TO WRK-REL-NOME.
           MOVE 'ARQUIVO                             LIDOS     GRAVADOS'
               TO WRK-REL-CABECALHO.
           MOVE 'COLISOES  SITUACAO' TO WRK-REL-CABECALHO(60:18).
           MOVE 'TRN0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           PERFORM 0002-TRATAR-FUNCIONARIOS.
           PERFORM 0003-TRATAR-DEPENDENTES.
           PERFORM 0004-TRATAR-CONTAS-SALARIO.
           PERFORM 0005-TRATAR-EMPRESTIMOS.
           PERFORM 0006-TRATAR-TROCAS.
           PERFORM 0007-TRATAR-ESCALA.
           PERFORM 0008-TRATAR-HOLERITES-HIST.
           PERFORM 0009-TRATAR-BANCO-HORAS.
           PERFORM 0010-TRATAR-FERIAS.
           PERFORM 0011-TRATAR-PONTO.
           PERFORM 0012-TRATAR-SALARIOS-HIST.
           PERFORM 0013-TRATAR-RUBRICAS-EMP.
           PERFORM 0014-TRATAR-AUSENCIAS.

           PERFORM 0090-IMPRIMIR-RESUMO.
           PERFORM 0973-FECHAR-RELATORIO.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WRK-TOTAL-COLISOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0001-END.

      * FUNCIONARIOS: NOME, SOBRENOME E CPF.
       0002-TRATAR-FUNCIONARIOS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'FUNCIONARIOS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'FUNCIONARIOS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'FUNCIONARIOS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0002A-LER-FUNCIONARIOS.
           PERFORM 0002B-ANONIMIZAR-FUNCIONARIOS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-FUNCIONARIOS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-FUNCIONARIOS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0002C-REGRAVAR-FUNCIONARIOS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-FUNCIONARIOS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0002-END.

       0002A-LER-FUNCIONARIOS.
           READ ARQUIVO-FUNCIONARIOS.
       0002A-END.

       0002B-ANONIMIZAR-FUNCIONARIOS.
           ADD 1 TO WRK-LIDOS.
           MOVE REG-NOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO REG-NOME.
           MOVE REG-SOBRENOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'S' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO REG-SOBRENOME.
           MOVE REG-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO REG-CPF.
           WRITE REGISTRO-NOVO FROM REGISTRO-FUNCIONARIO.
           PERFORM 0002A-LER-FUNCIONARIOS.
       0002B-END.

       0002C-REGRAVAR-FUNCIONARIOS.
           MOVE REGISTRO-NOVO TO REGISTRO-FUNCIONARIO.
           WRITE REGISTRO-FUNCIONARIO.
           ADD 1 TO WRK-GRAVADOS.
           PERFORM 0081-LER-NOVO.
       0002C-END.

      * DEPENDENTES: CPF DO TITULAR (CHAVE), NOME E CPF DO DEPENDENTE.
       0003-TRATAR-DEPENDENTES.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'DEPENDENTES_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'DEPENDENTES.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'DEPENDENTES.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-DEPENDENTES.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0003A-LER-DEPENDENTES.
           PERFORM 0003B-ANONIMIZAR-DEPENDENTES
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-DEPENDENTES.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-DEPENDENTES.
           PERFORM 0081-LER-NOVO.
           PERFORM 0003C-REGRAVAR-DEPENDENTES
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-DEPENDENTES.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0003-END.

       0003A-LER-DEPENDENTES.
           READ ARQUIVO-DEPENDENTES NEXT RECORD.
       0003A-END.

       0003B-ANONIMIZAR-DEPENDENTES.
           ADD 1 TO WRK-LIDOS.
           MOVE DEP-CPF-TITULAR TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO DEP-CPF-TITULAR.
           MOVE DEP-NOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO DEP-NOME.
           IF DEP-CPF NOT = SPACES
               MOVE DEP-CPF TO WRK-TRN-CPF-ENTRADA
               PERFORM 0914-ANONIMIZAR-CPF
               MOVE WRK-TRN-CPF-SAIDA TO DEP-CPF
           END-IF.
           WRITE REGISTRO-NOVO FROM REGISTRO-DEPENDENTE.
           PERFORM 0003A-LER-DEPENDENTES.
       0003B-END.

       0003C-REGRAVAR-DEPENDENTES.
           MOVE REGISTRO-NOVO TO REGISTRO-DEPENDENTE.
           WRITE REGISTRO-DEPENDENTE
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0003C-END.

      * CONTAS-SALARIO: CPF (CHAVE), AGENCIA E CONTA (DIGITOS
      * EMBARALHADOS) E A CHAVE PIX CONFORME O TIPO. O BANCO FICA.
       0004-TRATAR-CONTAS-SALARIO.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'CONTAS_SALARIO_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'CONTAS-SALARIO.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'CONTAS-SALARIO.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-CONTAS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0004A-LER-CONTAS-SALARIO.
           PERFORM 0004B-ANONIMIZAR-CONTAS-SALARIO
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-CONTAS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-CONTAS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0004C-REGRAVAR-CONTAS-SALARIO
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-CONTAS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0004-END.

       0004A-LER-CONTAS-SALARIO.
           READ ARQUIVO-CONTAS NEXT RECORD.
       0004A-END.

       0004B-ANONIMIZAR-CONTAS-SALARIO.
           ADD 1 TO WRK-LIDOS.
           MOVE CSL-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO CSL-CPF.
           MOVE CSL-AGENCIA TO WRK-TRN-DIGITOS-CAMPO.
           PERFORM 0968-EMBARALHAR-DIGITOS.
           MOVE WRK-TRN-DIGITOS-CAMPO TO CSL-AGENCIA.
           MOVE CSL-AGENCIA-DV TO WRK-TRN-DIGITOS-CAMPO.
           PERFORM 0968-EMBARALHAR-DIGITOS.
           MOVE WRK-TRN-DIGITOS-CAMPO TO CSL-AGENCIA-DV.
           MOVE CSL-CONTA TO WRK-TRN-DIGITOS-CAMPO.
           PERFORM 0968-EMBARALHAR-DIGITOS.
           MOVE WRK-TRN-DIGITOS-CAMPO TO CSL-CONTA.
           MOVE CSL-CONTA-DV TO WRK-TRN-DIGITOS-CAMPO.
           PERFORM 0968-EMBARALHAR-DIGITOS.
           MOVE WRK-TRN-DIGITOS-CAMPO TO CSL-CONTA-DV.
           EVALUATE TRUE
               WHEN CSL-PIX-CPF
                   MOVE CSL-PIX-CHAVE TO WRK-TRN-CPF-ENTRADA
                   PERFORM 0914-ANONIMIZAR-CPF
                   MOVE WRK-TRN-CPF-SAIDA TO CSL-PIX-CHAVE
               WHEN CSL-PIX-EMAIL
                   MOVE CSL-PIX-CHAVE TO WRK-TRN-EMAIL-ENTRADA
                   PERFORM 0967-ANONIMIZAR-EMAIL
                   MOVE WRK-TRN-EMAIL-SAIDA TO CSL-PIX-CHAVE
               WHEN CSL-PIX-TELEFONE
                   MOVE CSL-PIX-CHAVE TO WRK-TRN-FONE-ENTRADA
                   PERFORM 0964-ANONIMIZAR-TELEFONE
                   MOVE WRK-TRN-FONE-SAIDA TO CSL-PIX-CHAVE
               WHEN CSL-PIX-ALEATORIA
                   MOVE CSL-PIX-CHAVE TO WRK-TRN-DIGITOS-CAMPO
                   PERFORM 0968-EMBARALHAR-DIGITOS
                   MOVE WRK-TRN-DIGITOS-CAMPO TO CSL-PIX-CHAVE
           END-EVALUATE.
           WRITE REGISTRO-NOVO FROM REGISTRO-CONTA-SALARIO.
           PERFORM 0004A-LER-CONTAS-SALARIO.
       0004B-END.

       0004C-REGRAVAR-CONTAS-SALARIO.
           MOVE REGISTRO-NOVO TO REGISTRO-CONTA-SALARIO.
           WRITE REGISTRO-CONTA-SALARIO
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0004C-END.

      * EMPRESTIMOS CONSIGNADOS: CPF DO TOMADOR.
       0005-TRATAR-EMPRESTIMOS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'EMPRESTIMOS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'EMPRESTIMOS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'EMPRESTIMOS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-EMPRESTIMOS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0005A-LER-EMPRESTIMOS.
           PERFORM 0005B-ANONIMIZAR-EMPRESTIMOS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-EMPRESTIMOS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-EMPRESTIMOS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0005C-REGRAVAR-EMPRESTIMOS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-EMPRESTIMOS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0005-END.

       0005A-LER-EMPRESTIMOS.
           READ ARQUIVO-EMPRESTIMOS NEXT RECORD.
       0005A-END.

       0005B-ANONIMIZAR-EMPRESTIMOS.
           ADD 1 TO WRK-LIDOS.
           MOVE FIN-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO FIN-CPF.
           WRITE REGISTRO-NOVO FROM REGISTRO-EMPRESTIMO.
           PERFORM 0005A-LER-EMPRESTIMOS.
       0005B-END.

       0005C-REGRAVAR-EMPRESTIMOS.
           MOVE REGISTRO-NOVO TO REGISTRO-EMPRESTIMO.
           WRITE REGISTRO-EMPRESTIMO
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0005C-END.

      * TROCAS DE TURNO: CPF E NOME DE QUEM CEDE E DE QUEM ACEITA.
       0006-TRATAR-TROCAS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'TROCAS_TURNO_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'TROCAS-TURNO.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'TROCAS-TURNO.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-TROCAS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0006A-LER-TROCAS.
           PERFORM 0006B-ANONIMIZAR-TROCAS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-TROCAS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-TROCAS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0006C-REGRAVAR-TROCAS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-TROCAS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0006-END.

       0006A-LER-TROCAS.
           READ ARQUIVO-TROCAS NEXT RECORD.
       0006A-END.

       0006B-ANONIMIZAR-TROCAS.
           ADD 1 TO WRK-LIDOS.
           MOVE TRC-CEDENTE-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO TRC-CEDENTE-CPF.
           MOVE TRC-CEDENTE-NOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO TRC-CEDENTE-NOME.
           IF TRC-ACEITANTE-CPF NOT = SPACES
               MOVE TRC-ACEITANTE-CPF TO WRK-TRN-CPF-ENTRADA
               PERFORM 0914-ANONIMIZAR-CPF
               MOVE WRK-TRN-CPF-SAIDA TO TRC-ACEITANTE-CPF
           END-IF.
           MOVE TRC-ACEITANTE-NOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO TRC-ACEITANTE-NOME.
           WRITE REGISTRO-NOVO FROM REGISTRO-TROCA-TURNO.
           PERFORM 0006A-LER-TROCAS.
       0006B-END.

       0006C-REGRAVAR-TROCAS.
           MOVE REGISTRO-NOVO TO REGISTRO-TROCA-TURNO.
           WRITE REGISTRO-TROCA-TURNO
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0006C-END.

      * ESCALA DE TURNOS: NOME E CPF DO EMPREGADO.
       0007-TRATAR-ESCALA.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'ESCALA_TURNOS_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'ESCALA-TURNOS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'ESCALA-TURNOS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-ESCALA.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0007A-LER-ESCALA.
           PERFORM 0007B-ANONIMIZAR-ESCALA
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-ESCALA.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-ESCALA.
           PERFORM 0081-LER-NOVO.
           PERFORM 0007C-REGRAVAR-ESCALA
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-ESCALA.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0007-END.

       0007A-LER-ESCALA.
           READ ARQUIVO-ESCALA.
       0007A-END.

       0007B-ANONIMIZAR-ESCALA.
           ADD 1 TO WRK-LIDOS.
           MOVE ESC-EMPREGADO TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO ESC-EMPREGADO.
           MOVE ESC-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO ESC-CPF.
           WRITE REGISTRO-NOVO FROM REGISTRO-ESCALA.
           PERFORM 0007A-LER-ESCALA.
       0007B-END.

       0007C-REGRAVAR-ESCALA.
           MOVE REGISTRO-NOVO TO REGISTRO-ESCALA.
           WRITE REGISTRO-ESCALA.
           ADD 1 TO WRK-GRAVADOS.
           PERFORM 0081-LER-NOVO.
       0007C-END.

      * HISTORICO DE HOLERITES: CPF (CHAVE) E NOME.
       0008-TRATAR-HOLERITES-HIST.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'HOLERITES_HIST_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'HOLERITES-HIST.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'HOLERITES-HIST.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-HOLHIST.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0008A-LER-HOLERITES-HIST.
           PERFORM 0008B-ANONIMIZAR-HOLERITES-HIST
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-HOLHIST.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-HOLHIST.
           PERFORM 0081-LER-NOVO.
           PERFORM 0008C-REGRAVAR-HOLERITES-HIST
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-HOLHIST.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0008-END.

       0008A-LER-HOLERITES-HIST.
           READ ARQUIVO-HOLHIST NEXT RECORD.
       0008A-END.

       0008B-ANONIMIZAR-HOLERITES-HIST.
           ADD 1 TO WRK-LIDOS.
           MOVE HST-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO HST-CPF.
           MOVE HST-EMPREGADO TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO HST-EMPREGADO.
           WRITE REGISTRO-NOVO FROM REGISTRO-HOLERITE-HIST.
           PERFORM 0008A-LER-HOLERITES-HIST.
       0008B-END.

       0008C-REGRAVAR-HOLERITES-HIST.
           MOVE REGISTRO-NOVO TO REGISTRO-HOLERITE-HIST.
           WRITE REGISTRO-HOLERITE-HIST
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0008C-END.

      * BANCO DE HORAS: CPF (CHAVE) E NOME.
       0009-TRATAR-BANCO-HORAS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'BANCO_HORAS_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'BANCO-HORAS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'BANCO-HORAS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-BANCO-HORAS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0009A-LER-BANCO-HORAS.
           PERFORM 0009B-ANONIMIZAR-BANCO-HORAS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-BANCO-HORAS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-BANCO-HORAS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0009C-REGRAVAR-BANCO-HORAS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-BANCO-HORAS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0009-END.

       0009A-LER-BANCO-HORAS.
           READ ARQUIVO-BANCO-HORAS NEXT RECORD.
       0009A-END.

       0009B-ANONIMIZAR-BANCO-HORAS.
           ADD 1 TO WRK-LIDOS.
           MOVE BNH-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO BNH-CPF.
           MOVE BNH-EMPREGADO TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO BNH-EMPREGADO.
           WRITE REGISTRO-NOVO FROM REGISTRO-BANCO-HORAS.
           PERFORM 0009A-LER-BANCO-HORAS.
       0009B-END.

       0009C-REGRAVAR-BANCO-HORAS.
           MOVE REGISTRO-NOVO TO REGISTRO-BANCO-HORAS.
           WRITE REGISTRO-BANCO-HORAS
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0009C-END.

      * CONTROLE DE FERIAS: O NOME E A CHAVE DO ARQUIVO.
       0010-TRATAR-FERIAS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'FERIAS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'FERIAS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'FERIAS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-FERIAS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0010A-LER-FERIAS.
           PERFORM 0010B-ANONIMIZAR-FERIAS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-FERIAS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-FERIAS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0010C-REGRAVAR-FERIAS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-FERIAS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0010-END.

       0010A-LER-FERIAS.
           READ ARQUIVO-FERIAS NEXT RECORD.
       0010A-END.

       0010B-ANONIMIZAR-FERIAS.
           ADD 1 TO WRK-LIDOS.
           MOVE FER-EMPREGADO TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO FER-EMPREGADO.
           WRITE REGISTRO-NOVO FROM REGISTRO-FERIAS.
           PERFORM 0010A-LER-FERIAS.
       0010B-END.

       0010C-REGRAVAR-FERIAS.
           MOVE REGISTRO-NOVO TO REGISTRO-FERIAS.
           WRITE REGISTRO-FERIAS
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0010C-END.

      * MARCACOES DE PONTO: CPF (CHAVE).
       0011-TRATAR-PONTO.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'MARCACOES_PONTO_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'MARCACOES-PONTO.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'MARCACOES-PONTO.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-PONTO.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0011A-LER-PONTO.
           PERFORM 0011B-ANONIMIZAR-PONTO
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-PONTO.
           PERFORM 0081-LER-NOVO.
           PERFORM 0011C-REGRAVAR-PONTO
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-PONTO.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0011-END.

       0011A-LER-PONTO.
           READ ARQUIVO-PONTO NEXT RECORD.
       0011A-END.

       0011B-ANONIMIZAR-PONTO.
           ADD 1 TO WRK-LIDOS.
           MOVE MRC-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO MRC-CPF.
           WRITE REGISTRO-NOVO FROM REGISTRO-MARCACAO.
           PERFORM 0011A-LER-PONTO.
       0011B-END.

       0011C-REGRAVAR-PONTO.
           MOVE REGISTRO-NOVO TO REGISTRO-MARCACAO.
           WRITE REGISTRO-MARCACAO
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0011C-END.

      * HISTORICO SALARIAL: CPF (CHAVE).
       0012-TRATAR-SALARIOS-HIST.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'SALARIOS_HIST_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'SALARIOS-HIST.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'SALARIOS-HIST.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-HISTSAL.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0012A-LER-SALARIOS-HIST.
           PERFORM 0012B-ANONIMIZAR-SALARIOS-HIST
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-HISTSAL.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-HISTSAL.
           PERFORM 0081-LER-NOVO.
           PERFORM 0012C-REGRAVAR-SALARIOS-HIST
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-HISTSAL.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0012-END.

       0012A-LER-SALARIOS-HIST.
           READ ARQUIVO-HISTSAL NEXT RECORD.
       0012A-END.

       0012B-ANONIMIZAR-SALARIOS-HIST.
           ADD 1 TO WRK-LIDOS.
           MOVE HSL-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO HSL-CPF.
           WRITE REGISTRO-NOVO FROM REGISTRO-HISTORICO-SALARIO.
           PERFORM 0012A-LER-SALARIOS-HIST.
       0012B-END.

       0012C-REGRAVAR-SALARIOS-HIST.
           MOVE REGISTRO-NOVO TO REGISTRO-HISTORICO-SALARIO.
           WRITE REGISTRO-HISTORICO-SALARIO
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0012C-END.

      * RUBRICAS FIXAS DO EMPREGADO: CPF (CHAVE).
       0013-TRATAR-RUBRICAS-EMP.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'RUBRICAS_EMPREGADO_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'RUBRICAS-EMPREGADO.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'RUBRICAS-EMPREGADO.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-RUBEMP.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0013A-LER-RUBRICAS-EMP.
           PERFORM 0013B-ANONIMIZAR-RUBRICAS-EMP
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-RUBEMP.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-RUBEMP.
           PERFORM 0081-LER-NOVO.
           PERFORM 0013C-REGRAVAR-RUBRICAS-EMP
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-RUBEMP.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0013-END.

       0013A-LER-RUBRICAS-EMP.
           READ ARQUIVO-RUBEMP NEXT RECORD.
       0013A-END.

       0013B-ANONIMIZAR-RUBRICAS-EMP.
           ADD 1 TO WRK-LIDOS.
           MOVE REM-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO REM-CPF.
           WRITE REGISTRO-NOVO FROM REGISTRO-RUBRICA-EMP.
           PERFORM 0013A-LER-RUBRICAS-EMP.
       0013B-END.

       0013C-REGRAVAR-RUBRICAS-EMP.
           MOVE REGISTRO-NOVO TO REGISTRO-RUBRICA-EMP.
           WRITE REGISTRO-RUBRICA-EMP
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0013C-END.

      * AUSENCIAS: NOME DO EMPREGADO.
       0014-TRATAR-AUSENCIAS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'AUSENCIAS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'AUSENCIAS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'AUSENCIAS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-AUSENCIAS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0014A-LER-AUSENCIAS.
           PERFORM 0014B-ANONIMIZAR-AUSENCIAS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-AUSENCIAS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-AUSENCIAS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0014C-REGRAVAR-AUSENCIAS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-AUSENCIAS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0014-END.

       0014A-LER-AUSENCIAS.
           READ ARQUIVO-AUSENCIAS.
       0014A-END.

       0014B-ANONIMIZAR-AUSENCIAS.
           ADD 1 TO WRK-LIDOS.
           MOVE AUS-EMPREGADO TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO AUS-EMPREGADO.
           WRITE REGISTRO-NOVO FROM REGISTRO-AUSENCIA.
           PERFORM 0014A-LER-AUSENCIAS.
       0014B-END.

       0014C-REGRAVAR-AUSENCIAS.
           MOVE REGISTRO-NOVO TO REGISTRO-AUSENCIA.
           WRITE REGISTRO-AUSENCIA.
           ADD 1 TO WRK-GRAVADOS.
           PERFORM 0081-LER-NOVO.
       0014C-END.

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
