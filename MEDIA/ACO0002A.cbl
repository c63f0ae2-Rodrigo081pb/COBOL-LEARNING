      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: ACOMPANHAMENTO DOS ACORDOS DE RENEGOCIACAO
      *              (ACORDOS.DAT, ACO0001A): CONFERE AS PARCELAS DE
      *              CADA ACORDO VIGENTE EM MENSALIDADES.DAT. ACORDO
      *              COM TODAS AS PARCELAS PAGAS PASSA A LIQUIDADO;
      *              ACORDO COM PARCELA EM ABERTO HA MAIS DE 30 DIAS
      *              DO VENCIMENTO PASSA A QUEBRADO, COM A DATA. O
      *              RELATORIO (SPOOL ACO0002A-QUEBRAS) LISTA TODOS OS
      *              ACORDOS QUEBRADOS, DESTACANDO OS QUEBRADOS NESTA
      *              EXECUCAO, COM PARCELAS PAGAS E SALDO EM ABERTO.
      *              A MARCA DE QUEBRA E A QUE O MAT0001A CONSULTA
      *              PARA AVISAR NA MATRICULA DO PERIODO SEGUINTE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACO0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ACORDOS ASSIGN TO DYNAMIC WRK-ACORDOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-NUMERO
               ALTERNATE RECORD KEY IS ACO-MATRICULA WITH DUPLICATES
               FILE STATUS IS WRK-ACO-STATUS.

           SELECT ARQUIVO-MENSALIDADES
               ASSIGN TO DYNAMIC WRK-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MEN-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-ACORDOS.
           COPY ACORDOS-FD.CPY.

       FD ARQUIVO-MENSALIDADES.
           COPY MENSALIDADES-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-ACO-STATUS PIC X(02).
           88 FS-ACO-OK             VALUE '00'.
           88 FS-ACO-FIM-ARQUIVO    VALUE '10'.
           88 FS-ACO-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-MEN-STATUS PIC X(02).
           88 FS-MEN-OK             VALUE '00'.
           88 FS-MEN-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-ACORDOS-PATH      PIC X(100).
       01 WRK-MENSALIDADES-PATH PIC X(100).

      * PARCELA EM ABERTO ALEM DESTA TOLERANCIA QUEBRA O ACORDO.
       01 WRK-TOLERANCIA-DIAS PIC 9(03) VALUE 30.

       01 WRK-DATA-HOJE  PIC X(08).
       01 WRK-DATA-NUM   PIC 9(08).
       01 WRK-VCT-NUM    PIC 9(08).
       01 WRK-DIAS-ATRASO PIC 9(05) COMP.

      * SITUACAO DAS PARCELAS DO ACORDO EM EXAME.
       01 WRK-COMP-PARCELA.
           05 FILLER               PIC X(01) VALUE 'A'.
           05 WRK-COMP-ACORDO      PIC 9(03).
           05 WRK-COMP-NUM-PARCELA PIC 9(02).
       01 WRK-PARCELA-ATUAL PIC 9(02).
       01 WRK-PARC-TOTAL    PIC 9(02).
       01 WRK-PARC-PAGAS    PIC 9(02) COMP.
       01 WRK-PARC-ABERTAS  PIC 9(02) COMP.
       01 WRK-MAIOR-ATRASO  PIC 9(05) COMP.
       01 WRK-SALDO-ACORDO  PIC 9(07)V99.
       01 WRK-QUEBRA-NOVA   PIC X(01).
           88 QUEBRADO-AGORA VALUE 'S'.

       01 WRK-TOTAL-AVALIADOS  PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-VIGENTES   PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-LIQUIDADOS PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-QUEBRADOS  PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-NOVAS      PIC 9(05) COMP VALUE 0.
       01 WRK-SALDO-QUEBRADOS  PIC 9(09)V99 VALUE ZERO.

       01 WRK-VALOR-EDITADO PIC $$$,$$9.99.
       01 WRK-TOTAL-EDITADO PIC $$$,$$$,$$9.99.
       01 WRK-QTD-ED        PIC Z9.

           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   ACO0002A - ACORDOS QUEBRADOS E LIQUIDADOS    '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           OPEN I-O ARQUIVO-ACORDOS.
           OPEN INPUT ARQUIVO-MENSALIDADES.
           IF FS-ACO-ARQUIVO-NOVO OR FS-MEN-ARQUIVO-NOVO
               DISPLAY 'ACORDOS.DAT OU MENSALIDADES.DAT AINDA NAO '
                       'EXISTE. NAO HA ACORDO A ACOMPANHAR.'
           ELSE
               PERFORM 0002-ACOMPANHAR-ACORDOS
           END-IF.
           IF NOT FS-ACO-ARQUIVO-NOVO
               CLOSE ARQUIVO-ACORDOS
           END-IF.
           IF NOT FS-MEN-ARQUIVO-NOVO
               CLOSE ARQUIVO-MENSALIDADES
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-ACORDOS-PATH FROM ENVIRONMENT 'ACORDOS_DAT_PATH'.
           IF WRK-ACORDOS-PATH = SPACES
               MOVE 'ACORDOS.DAT' TO WRK-ACORDOS-PATH
           END-IF.

           ACCEPT WRK-MENSALIDADES-PATH
               FROM ENVIRONMENT 'MENSALIDADES_DAT_PATH'.
           IF WRK-MENSALIDADES-PATH = SPACES
               MOVE 'MENSALIDADES.DAT' TO WRK-MENSALIDADES-PATH
           END-IF.
       0000-END.

       0002-ACOMPANHAR-ACORDOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-NUM.

           MOVE 'ACO0002A-QUEBRAS' TO WRK-REL-NOME.
           MOVE ' ACORDOS DE RENEGOCIACAO QUEBRADOS' TO
               WRK-REL-CABECALHO.
           MOVE 'ACO0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE ZEROS TO ACO-NUMERO.
           START ARQUIVO-ACORDOS KEY NOT < ACO-NUMERO
               INVALID KEY
                   MOVE '10' TO WRK-ACO-STATUS
               NOT INVALID KEY
                   PERFORM 0003-LER-ACORDO
           END-START.
           PERFORM 0004-AVALIAR-ACORDO UNTIL FS-ACO-FIM-ARQUIVO.

           PERFORM 0002A-IMPRIMIR-TOTAIS.
           PERFORM 0973-FECHAR-RELATORIO.

           DISPLAY '------------------------------------------------'.
           DISPLAY ' ACORDOS AVALIADOS.......: ' WRK-TOTAL-AVALIADOS.
           DISPLAY ' VIGENTES EM DIA.........: ' WRK-TOTAL-VIGENTES.
           DISPLAY ' LIQUIDADOS AGORA........: ' WRK-TOTAL-LIQUIDADOS.
           DISPLAY ' QUEBRADOS (TOTAL).......: ' WRK-TOTAL-QUEBRADOS.
           DISPLAY ' QUEBRADOS NESTA EXECUCAO: ' WRK-TOTAL-NOVAS.
           MOVE WRK-SALDO-QUEBRADOS TO WRK-TOTAL-EDITADO.
           DISPLAY ' SALDO DOS QUEBRADOS.....: ' WRK-TOTAL-EDITADO.
           DISPLAY ' RELATORIO NO SPOOL (ACO0002A-QUEBRAS).'.
           DISPLAY '------------------------------------------------'.
       0002-END.

       0002A-IMPRIMIR-TOTAIS.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-QUEBRADOS TO WRK-REL-NUM-ED.
           STRING 'ACORDOS QUEBRADOS......: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED              DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-NOVAS TO WRK-REL-NUM-ED.
           STRING 'QUEBRADOS NESTA EXECUCAO: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED              DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-SALDO-QUEBRADOS TO WRK-TOTAL-EDITADO.
           STRING 'SALDO EM ABERTO........: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDITADO           DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0002A-END.

       0003-LER-ACORDO.
           READ ARQUIVO-ACORDOS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-ACO-STATUS
           END-READ.
       0003-END.

      * O ACORDO VIGENTE PODE SER LIQUIDADO OU QUEBRADO AQUI; OS
      * QUEBRADOS (DE AGORA OU DE ANTES) VAO PARA O RELATORIO.
       0004-AVALIAR-ACORDO.
           ADD 1 TO WRK-TOTAL-AVALIADOS.
           MOVE 'N' TO WRK-QUEBRA-NOVA.
           PERFORM 0005-APURAR-PARCELAS.

           IF ACO-VIGENTE
               IF WRK-PARC-ABERTAS = ZERO
                   MOVE 'L' TO ACO-SITUACAO
                   MOVE WRK-DATA-HOJE TO ACO-DATA-SITUACAO
                   PERFORM 0004A-REGRAVAR-ACORDO
                   ADD 1 TO WRK-TOTAL-LIQUIDADOS
               ELSE
                   IF WRK-MAIOR-ATRASO > WRK-TOLERANCIA-DIAS
                       MOVE 'Q' TO ACO-SITUACAO
                       MOVE WRK-DATA-HOJE TO ACO-DATA-SITUACAO
                       PERFORM 0004A-REGRAVAR-ACORDO
                       MOVE 'S' TO WRK-QUEBRA-NOVA
                       ADD 1 TO WRK-TOTAL-NOVAS
                   ELSE
                       ADD 1 TO WRK-TOTAL-VIGENTES
                   END-IF
               END-IF
           END-IF.

           IF ACO-QUEBRADO
               ADD 1 TO WRK-TOTAL-QUEBRADOS
               ADD WRK-SALDO-ACORDO TO WRK-SALDO-QUEBRADOS
               PERFORM 0006-IMPRIMIR-QUEBRADO
           END-IF.

           PERFORM 0003-LER-ACORDO.
       0004-END.

       0004A-REGRAVAR-ACORDO.
           REWRITE REGISTRO-ACORDO
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR O ACORDO ' ACO-NUMERO
                           '.'
           END-REWRITE.
       0004A-END.

      * A ENTRADA E A PARCELA 00 (SO EXISTE SE HOUVE ENTRADA).
       0005-APURAR-PARCELAS.
           MOVE ZERO TO WRK-PARC-TOTAL WRK-PARC-PAGAS WRK-PARC-ABERTAS.
           MOVE ZERO TO WRK-MAIOR-ATRASO WRK-SALDO-ACORDO.
           MOVE ACO-NUMERO TO WRK-COMP-ACORDO.
           PERFORM 0005A-EXAMINAR-PARCELA
               VARYING WRK-PARCELA-ATUAL FROM 0 BY 1
               UNTIL WRK-PARCELA-ATUAL > ACO-QTD-PARCELAS.
       0005-END.

       0005A-EXAMINAR-PARCELA.
           MOVE WRK-PARCELA-ATUAL TO WRK-COMP-NUM-PARCELA.
           MOVE ACO-MATRICULA     TO MEN-MATRICULA.
           MOVE WRK-COMP-PARCELA  TO MEN-COMPETENCIA.
           READ ARQUIVO-MENSALIDADES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-PARC-TOTAL
                   IF MEN-PAGA
                       ADD 1 TO WRK-PARC-PAGAS
                   ELSE
                       ADD 1 TO WRK-PARC-ABERTAS
                       COMPUTE WRK-SALDO-ACORDO = WRK-SALDO-ACORDO
                           + MEN-VALOR - MEN-VALOR-PAGO
                       PERFORM 0005B-MEDIR-ATRASO
                   END-IF
           END-READ.
       0005A-END.

       0005B-MEDIR-ATRASO.
           IF MEN-VENCIMENTO IS NUMERIC
              AND MEN-VENCIMENTO < WRK-DATA-HOJE
               MOVE MEN-VENCIMENTO TO WRK-VCT-NUM
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                 - FUNCTION INTEGER-OF-DATE(WRK-VCT-NUM)
               IF WRK-DIAS-ATRASO > WRK-MAIOR-ATRASO
                   MOVE WRK-DIAS-ATRASO TO WRK-MAIOR-ATRASO
               END-IF
           END-IF.
       0005B-END.

       0006-IMPRIMIR-QUEBRADO.
           MOVE ACO-VALOR-TOTAL TO WRK-VALOR-EDITADO.
           STRING 'ACORDO '        DELIMITED BY SIZE
                  ACO-NUMERO       DELIMITED BY SIZE
                  ' DE '           DELIMITED BY SIZE
                  ACO-DATA         DELIMITED BY SIZE
                  ' ALUNO '        DELIMITED BY SIZE
                  ACO-MATRICULA    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  ACO-NOME-ALUNO   DELIMITED BY SIZE
                  ' DIVIDA '       DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF ACO-CPF-PAGADOR = SPACES
               MOVE '    PAGADOR: O PROPRIO ALUNO' TO WRK-REL-LINHA
           ELSE
               STRING '    PAGADOR: '   DELIMITED BY SIZE
                      ACO-NOME-PAGADOR  DELIMITED BY SIZE
                      ' CPF '           DELIMITED BY SIZE
                      ACO-CPF-PAGADOR   DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-SALDO-ACORDO TO WRK-VALOR-EDITADO.
           MOVE WRK-PARC-PAGAS   TO WRK-QTD-ED.
           STRING '    PARCELAS PAGAS '  DELIMITED BY SIZE
                  WRK-QTD-ED            DELIMITED BY SIZE
                  ' DE '                DELIMITED BY SIZE
                  WRK-PARC-TOTAL        DELIMITED BY SIZE
                  ' SALDO EM ABERTO '   DELIMITED BY SIZE
                  WRK-VALOR-EDITADO     DELIMITED BY SIZE
                  ' QUEBRADO EM '       DELIMITED BY SIZE
                  ACO-DATA-SITUACAO     DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           IF QUEBRADO-AGORA
               MOVE '(NOVO)' TO WRK-REL-LINHA(90:6)
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
       0006-END.

           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
