      *              FIM-DE-DIA.SH E NO FIM-DE-MES.SH, TODAS DIARIAS
      *              OU MENSAIS COMO SEMPRE RODARAM. O DESPACHANTE
      *              (AGD0002A) MONTA O PLANO DA DATA A PARTIR DAQUI.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - RODRIGO - ORDEM DE EXECUCAO POR PASSO (GRD-ORDEM),
      *              SEPARADA DO NUMERO QUE E A CHAVE DO RESTART. A
      *              CARGA PADRAO PASSA A TER TODOS OS PASSOS DOS
      *              SCRIPTS (O SAC SEMANAL NA SEGUNDA) E PREENCHE A
      *              ORDEM DOS PASSOS JA CADASTRADOS SEM ELA.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WRK-JOB       PIC X(12).
       01 WRK-QTD-LISTADOS PIC 9(03) VALUE ZERO.
       01 WRK-QTD-CARGA    PIC 9(03) VALUE ZERO.
       01 WRK-QTD-ORDENADOS PIC 9(03) VALUE ZERO.
       01 WRK-ORDEM-EXIBIDA PIC 9(03).
       01 WRK-FIM-LISTA PIC X(01) VALUE 'N'.
           88 FIM-DA-LISTA VALUE 'S'.

      * CARGA PADRAO: AS SEQUENCIAS DO FIM-DE-DIA.SH E DO
      * FIM-DE-MES.SH, COM O MESMO NUMERO DE PASSO DOS SCRIPTS.
      * LAYOUT DE CADA LINHA: JOB(12) PASSO(2) PROGRAMA(12) FREQ(1)
      * DIA(2) ORDEM(3). A ORDEM E PASSO X 10, SALVO ONDE O SCRIPT
      * RODA O PASSO FORA DA SEQUENCIA DO NUMERO: O BOLETIM DE
      * EXCECOES (11) DEPOIS DOS PASSOS 12 A 17 QUE ALIMENTAM O
      * BOLETIM, E O RISCO DA CARTEIRA (20) LOGO DEPOIS DO POSTING DE
      * EMPRESTIMOS, ANTES DA EXPORTACAO CONTABIL (10) QUE LE A
      * PROVISAO DO MES.
       01 WRK-CARGA-PADRAO.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  01CAD0001A    D00010'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  02CADASTRO-CLID00020'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  03ORQUESTRADORD00030'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  04CAD0003A    D00040'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  05CAD0004A    D00050'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  06VEN0002A    D00060'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  07AUD0001A    D00070'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  08CAD0019A    D00080'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  09CAD0023A    D00090'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  10CAD0024A    D00100'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  11EXC0001A    D00175'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  12TRF0002A    D00120'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  13MET0002A    D00130'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  14FIS0002A    D00140'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  15NTF0002A    D00150'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  16NTF0001A    D00160'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  17AUD0003A    D00170'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  18SAC0002A    S01180'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-DIA  19IND0001A    D00190'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  01CAD0005A    D00010'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  02CAD0011A    D00020'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  03VEN0003A    D00030'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  04FIN0002A    D00040'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  05AUD0002A    D00050'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  06REC0002A    D00060'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  07REC0003A    D00070'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  08FER0001A    D00080'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  09DEC0001A    D00090'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  10FOL0007A    D00100'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  11FID0001A    D00110'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  12VAL0003A    D00120'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  13VEN0009A    D00130'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  14VEN0010A    D00140'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  15FRZ0002A    D00150'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  16CTB0002A    D00160'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  17FOL0008A    D00170'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  18DEP0002A    D00180'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  19FOL0009A    D00190'.
           05 FILLER PIC X(32) VALUE
              'FIM-DE-MES  20FIN0005A    D00045'.
       01 WRK-CARGA-TABELA REDEFINES WRK-CARGA-PADRAO.
           05 WRK-CARGA-ITEM OCCURS 39 TIMES.
               10 WRK-CARGA-JOB      PIC X(12).
               10 WRK-CARGA-PASSO    PIC 9(02).
               10 WRK-CARGA-PROGRAMA PIC X(12).
               10 WRK-CARGA-FREQ     PIC X(01).
               10 WRK-CARGA-DIA      PIC 9(02).
               10 WRK-CARGA-ORDEM    PIC 9(03).
       01 WRK-CARGA-IDX PIC 9(02) COMP.

           COPY BANNER-WS.CPY.
                           'SEMANAL; DIA DO MES NA MENSAL): '
                   ACCEPT GRD-DIA
               END-IF
               DISPLAY 'ORDEM DE EXECUCAO NO JOB (001 A 999; '
                       'VAZIO = PASSO X 10): '
               ACCEPT GRD-ORDEM
               IF GRD-ORDEM NOT NUMERIC OR GRD-ORDEM = ZERO
                   COMPUTE GRD-ORDEM = GRD-PASSO * 10
               END-IF
               MOVE 'A' TO GRD-ATIVO-FLG
               WRITE REGISTRO-GRADE
                   INVALID KEY
       0004B-EXIBIR-PASSO.
           IF WRK-JOB = SPACES OR GRD-JOB = WRK-JOB
               ADD 1 TO WRK-QTD-LISTADOS
               IF GRD-ORDEM NOT NUMERIC OR GRD-ORDEM = ZERO
                   COMPUTE WRK-ORDEM-EXIBIDA = GRD-PASSO * 10
               ELSE
                   MOVE GRD-ORDEM TO WRK-ORDEM-EXIBIDA
               END-IF
               DISPLAY ' ' GRD-JOB ' PASSO ' GRD-PASSO ' '
                       GRD-PROGRAMA ' FREQ ' GRD-FREQUENCIA
                       ' DIA ' GRD-DIA ' SIT ' GRD-ATIVO-FLG
                       ' ORDEM ' WRK-ORDEM-EXIBIDA
           END-IF.
           PERFORM 0004A-LER-GRADE.
       0004B-END.
       0005-END.

      * SO SEMEIA O QUE AINDA NAO EXISTE: A CARGA PADRAO NAO PODE
      * ATROPELAR UMA GRADE JA AJUSTADA PELA OPERACAO. DE UM PASSO JA
      * CADASTRADO SO PREENCHE A ORDEM, E SO QUANDO ELE AINDA NAO TEM
      * UMA E SEGUE COM O MESMO PROGRAMA DA CARGA.
       0006-CARGA-PADRAO.
           MOVE ZERO TO WRK-QTD-CARGA.
           MOVE ZERO TO WRK-QTD-ORDENADOS.
           PERFORM 0006A-SEMEAR-PASSO
               VARYING WRK-CARGA-IDX FROM 1 BY 1
               UNTIL WRK-CARGA-IDX > 39.
           DISPLAY 'PASSOS SEMEADOS: ' WRK-QTD-CARGA
                   '. ORDEM PREENCHIDA EM PASSOS JA CADASTRADOS: '
                   WRK-QTD-ORDENADOS '.'.
       0006-END.

       0006A-SEMEAR-PASSO.
           MOVE WRK-CARGA-PROGRAMA(WRK-CARGA-IDX) TO GRD-PROGRAMA.
           MOVE WRK-CARGA-FREQ(WRK-CARGA-IDX)     TO GRD-FREQUENCIA.
           MOVE WRK-CARGA-DIA(WRK-CARGA-IDX)      TO GRD-DIA.
           MOVE WRK-CARGA-ORDEM(WRK-CARGA-IDX)    TO GRD-ORDEM.
           MOVE 'A' TO GRD-ATIVO-FLG.
           WRITE REGISTRO-GRADE
               INVALID KEY
                   PERFORM 0006B-ORDENAR-EXISTENTE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-CARGA
           END-WRITE.
       0006A-END.

       0006B-ORDENAR-EXISTENTE.
           READ ARQUIVO-GRADE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-GRD-OK
              AND GRD-PROGRAMA = WRK-CARGA-PROGRAMA(WRK-CARGA-IDX)
              AND (GRD-ORDEM NOT NUMERIC OR GRD-ORDEM = ZERO)
               MOVE WRK-CARGA-ORDEM(WRK-CARGA-IDX) TO GRD-ORDEM
               REWRITE REGISTRO-GRADE
               ADD 1 TO WRK-QTD-ORDENADOS
           END-IF.
       0006B-END.

           COPY BANNER-PD.CPY.
