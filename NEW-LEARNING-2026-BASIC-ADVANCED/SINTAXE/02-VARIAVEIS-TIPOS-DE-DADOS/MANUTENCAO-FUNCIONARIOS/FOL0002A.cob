      *> O CASAMENTO E PELO CPF DO REGISTRO DA ESCALA (CONVERTIDO
      *> PELO FOL0003A); REGISTRO ANTIGO SEM CPF CAI NO CASAMENTO
      *> HISTORICO POR PREFIXO DE NOME. O COMPONENTE SAI COM O CPF
      *> CARIMBADO PARA A FOLHA. QUEM TEM MARCACAO DE PONTO NA
      *> SEMANA (MARCACOES-PONTO.DAT) SEGUE PAGO ATE AS 44 HORAS, MAS
      *> A HORA EXTRA NAO E BANCADA AQUI: O CREDITO REAL SAI DA
      *> CONCILIACAO DO PONTO (PNT0001A).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS BNH-CHAVE
               FILE STATUS IS WS-BNH-STATUS.

           SELECT ARQUIVO-PONTO ASSIGN TO DYNAMIC WS-PONTO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRC-CHAVE
               FILE STATUS IS WS-MRC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-ESCALA.
       FD ARQUIVO-BANCO-HORAS.
           COPY BANCOHORAS-FD.CPY.

       FD ARQUIVO-PONTO.
           COPY PONTO-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-ESCALA-STATUS  PIC XX.
           88 WS-ESCALA-OK         VALUE '00'.
       01 WS-CREDITO-GRAVADO PIC X(01).
           88 CREDITO-GRAVADO VALUE 'S'.

      *> PONTO ELETRONICO (PNT0001A): A SEMANA DO EMPREGADO COM
      *> MARCACAO NO RELOGIO TEM A HORA EXTRA APURADA PELO PONTO.
       01 WS-MRC-STATUS PIC XX.
           88 WS-MRC-OK       VALUE '00'.
           88 WS-MRC-ARQ-NOVO VALUE '35'.
       01 WS-PONTO-PATH    PIC X(100).
       01 WS-PONTO-ABERTO  PIC X(01) VALUE 'N'.
           88 PONTO-ABERTO VALUE 'S'.
       01 WS-DOMINGO-ALVO  PIC X(08).
       01 WS-DATA-NUM      PIC 9(08).
       01 WS-TEM-PONTO     PIC X(01).
           88 TEM-MARCACAO-PONTO VALUE 'S'.

      *> SEMANA A PROCESSAR (ESCALA DATADA, TUR0002A): VEM DA
      *> VARIAVEL DE AMBIENTE ESCALA_SEMANA OU, SEM ELA, A SEMANA
      *> MAIS RECENTE DO ARQUIVO (ESPACOS = SO A SEMANA LEGADA).
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           ACCEPT WS-PONTO-PATH
               FROM ENVIRONMENT 'MARCACOES_PONTO_PATH'.
           IF WS-PONTO-PATH = SPACES
               MOVE 'MARCACOES-PONTO.DAT' TO WS-PONTO-PATH
           END-IF.
           OPEN INPUT ARQUIVO-PONTO.
           IF WS-MRC-OK
               MOVE 'S' TO WS-PONTO-ABERTO
           END-IF.
           IF WS-SEMANA-ALVO NOT = SPACES
               MOVE WS-SEMANA-ALVO TO WS-DATA-NUM
               MOVE FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) + 6)
                   TO WS-DATA-NUM
               MOVE WS-DATA-NUM TO WS-DOMINGO-ALVO
           END-IF.

           PERFORM LER-ESCALA.
           PERFORM GUARDAR-REGISTRO-ESCALA UNTIL WS-ESCALA-EOF.
           CLOSE ARQUIVO-ESCALA.

           CLOSE ARQUIVO-COMPONENTES.
           CLOSE ARQUIVO-BANCO-HORAS.
           IF PONTO-ABERTO
               CLOSE ARQUIVO-PONTO
           END-IF.

           MOVE WS-TOTAL-SEMANA TO WS-VALOR-EDITADO.
           DISPLAY '------------------------------------------------'.
                   COMPUTE WS-ADIC-FDS ROUNDED =
                       WS-ADIC-FDS * WS-FATOR-PAGO
                   MOVE 44 TO WS-HORAS-SEMANA
                   PERFORM VERIFICAR-MARCACAO-PONTO
                   IF TEM-MARCACAO-PONTO
                       DISPLAY ' ' WS-EMP-ATUAL ' TEM MARCACAO DE '
                               'PONTO NA SEMANA: HORA EXTRA PELO '
                               'PONTO (PNT0001A), SEM CREDITO AQUI.'
                   ELSE
                       PERFORM GRAVAR-CREDITO-BANCO
                       ADD WS-HORAS-PONDERADAS TO WS-TOTAL-BANCADAS
                       DISPLAY ' ' WS-EMP-ATUAL ' BANCO DE HORAS: +'
                               WS-HORAS-PONDERADAS ' HORAS PONDERADAS ('
                               WS-HORAS-EXTRAS ' EXTRAS).'
                   END-IF
               END-IF
           END-IF.

      *> HA MARCACAO DO CPF ENTRE A SEGUNDA E O DOMINGO DA SEMANA
      *> ALVO? SEMANA LEGADA (SEM DATA) OU SEM O ARQUIVO DE PONTO
      *> CONTINUA COM A HORA EXTRA TEORICA DA ESCALA.
       VERIFICAR-MARCACAO-PONTO.
           MOVE 'N' TO WS-TEM-PONTO.
           IF NOT PONTO-ABERTO OR WS-SEMANA-ALVO = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPF-EMP     TO MRC-CPF.
           MOVE WS-SEMANA-ALVO TO MRC-DATA.
           MOVE LOW-VALUES     TO MRC-HORA MRC-SENTIDO.
           START ARQUIVO-PONTO KEY NOT < MRC-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ ARQUIVO-PONTO NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF MRC-CPF = WS-CPF-EMP AND MRC-DATA NOT > WS-DOMINGO-ALVO
               MOVE 'S' TO WS-TEM-PONTO
           END-IF.

      *> O CREDITO E CHAVEADO PELA SEMANA PROCESSADA (ESC-SEMANA):
      *> REPROCESSAR A MESMA SEMANA SUBSTITUI O CREDITO EXISTENTE EM
      *> VEZ DE BANCAR AS MESMAS HORAS DE NOVO. CHAVE OCUPADA POR
