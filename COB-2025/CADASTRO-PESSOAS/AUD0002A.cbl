      *              DATADOS COM MAIS DE RETENCAO_MESES MESES (PADRAO
      *              12) SAO REMOVIDOS VIA CBL_DELETE_FILE. E O FREIO
      *              NO MAIOR ARQUIVO DO BACKUP NOTURNO.
      *              A CADEIA DE SELOS ATRAVESSA A ROTACAO: O ARQUIVO
      *              DATADO LEVA AS LINHAS COMO ESTAO, E A LINHA DA
      *              ROTACAO NO LOG NOVO CONTINUA A SEQUENCIA E CARREGA
      *              O SELO DA ULTIMA LINHA ARQUIVADA.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 ARC-OPERACAO    PIC X(15).
           05 ARC-DETALHE     PIC X(60).
           05 ARC-OPERADOR    PIC X(08).
           05 ARC-SEQUENCIA     PIC X(09).
           05 ARC-HASH-ANTERIOR PIC X(20).
           05 ARC-HASH          PIC X(20).

       WORKING-STORAGE SECTION.

       01 WRK-ARC-STATUS PIC X(02).
           88 FS-ARC-OK           VALUE '00'.

      * CAMINHOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM VALOR PADRAO
      * CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-ARCHIVE-PATH  PIC X(100).

       01 WRK-RETENCAO-ENT  PIC X(03).
       01 WRK-DELETE-PATH PIC X(100).
       01 WRK-DELETE-RC   PIC 9(04) COMP.

           COPY AUDITLOG-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

           OPEN OUTPUT ARQUIVO-ARCHIVE.

           MOVE ZERO    TO WRK-SELO-SEQUENCIA.
           MOVE ALL '0' TO WRK-SELO-HASH-ANTERIOR.
           PERFORM 0002A-LER-LOG.
           PERFORM 0002B-COPIAR-LINHA UNTIL AUDITLOG-FIM.

           READ AUDITLOG-ARQUIVO.
       0002A-END.

      * A ULTIMA LINHA SELADA DA O ELO PARA A LINHA DA ROTACAO.
       0002B-COPIAR-LINHA.
           WRITE REGISTRO-ARCHIVE FROM REGISTRO-AUDITLOG.
           ADD 1 TO WRK-TOTAL-ARQUIVADAS.
           IF LOG-SEQUENCIA-X NOT = SPACES
               MOVE LOG-SEQUENCIA TO WRK-SELO-SEQUENCIA
               MOVE LOG-HASH      TO WRK-SELO-HASH-ANTERIOR
           END-IF.
           PERFORM 0002A-LER-LOG.
       0002B-END.

      * RECOMECA O LOG CORRENTE VAZIO E GRAVA NELE O REGISTRO DA
      * PROPRIA ROTACAO, PARA A CADEIA SER VERIFICAVEL: A LINHA SAI
      * COM A SEQUENCIA SEGUINTE A DA ULTIMA ARQUIVADA E SELADA SOBRE
      * O SELO DELA.
       0003-RECOMECAR-LOG.
           OPEN OUTPUT AUDITLOG-ARQUIVO.

                  ' LINHAS'                         DELIMITED BY SIZE
               INTO LOG-DETALHE
           END-STRING.
           ADD 1 TO WRK-SELO-SEQUENCIA.
           MOVE WRK-SELO-SEQUENCIA     TO LOG-SEQUENCIA.
           MOVE WRK-SELO-HASH-ANTERIOR TO LOG-HASH-ANTERIOR.
           PERFORM 0938-CALCULAR-SELO-AUDITLOG.
           MOVE WRK-SELO-RESULTADO     TO LOG-HASH.
           WRITE REGISTRO-AUDITLOG.

           CLOSE AUDITLOG-ARQUIVO.
           END-STRING.
       0006-END.

           COPY AUDITLOG-PD.CPY.
           COPY BANNER-PD.CPY.
