      *> ESCALA-TURNOS.DAT E CONFERE, PARA CADA DIA DA SEMANA E CADA
      *> TURNO (M/T/N), SE O EFETIVO MINIMO FOI ESCALADO, LISTANDO OS
      *> BURACOS; TAMBEM APONTA EMPREGADO ESCALADO EM DOIS TURNOS NO
      *> MESMO DIA E EMPREGADO REPETIDO NO MESMO DIA E TURNO, E O
      *> DESCANSO ENTRE JORNADAS DE UM DIA PARA O SEGUINTE (AS MESMAS
      *> REGRAS QUE A TROCA DE TURNO, TUR0004A, CONFERE ANTES DE
      *> MEXER NA ESCALA). PARA
      *> RODAR LOGO DEPOIS DA DIGITACAO DA ESCALA, ANTES DE A SEMANA
      *> COMECAR -- E NAO QUANDO NINGUEM APARECE NO SABADO A NOITE.


       01 WS-QTD-BURACOS     PIC 9(03) VALUE ZERO.
       01 WS-QTD-DUPLICADOS  PIC 9(03) VALUE ZERO.
       01 WS-QTD-DESCANSO    PIC 9(03) VALUE ZERO.

      *> DESCANSO ENTRE JORNADAS: COM M 06-14, T 14-22 E N 22-06, O
      *> TURNO DO DIA SEGUINTE NAO PODE COMECAR MAIS CEDO QUE O DO
      *> DIA -- T->M, N->M E N->T DEIXAM MENOS DE 11 HORAS.
       01 WS-IDX-SEG    PIC 9(03) VALUE ZERO.
       01 WS-DIA-SEG    PIC 9(01).
       01 WS-TURNO-AUX  PIC X(01).
       01 WS-ORDEM      PIC 9(01).
       01 WS-ORDEM-ANT  PIC 9(01).

      *> SEMANA A VALIDAR (ESCALA DATADA, TUR0002A): PEDIDA NO
      *> TERMINAL; VAZIA, VALE A SEMANA MAIS RECENTE DO ARQUIVO
           CLOSE ARQUIVO-ESCALA.

           PERFORM CONFERIR-COBERTURA.
           PERFORM CONFERIR-DESCANSO.

           DISPLAY '------------------------------------------------'.
           DISPLAY ' BURACOS DE COBERTURA....: ' WS-QTD-BURACOS.
           DISPLAY ' DUPLICIDADES NA ESCALA..: ' WS-QTD-DUPLICADOS.
           DISPLAY ' DESCANSO INSUFICIENTE...: ' WS-QTD-DESCANSO.
           IF WS-QTD-BURACOS = ZERO AND WS-QTD-DUPLICADOS = ZERO
              AND WS-QTD-DESCANSO = ZERO
               DISPLAY ' ESCALA OK PARA A SEMANA.'
           ELSE
               DISPLAY ' CORRIJA A ESCALA ANTES DE A SEMANA COMECAR.'
                       WS-TURNO-QTD(WS-DIA-IDX WS-TURNO-IDX)
                       ' ESCALADO(S).'
           END-IF.

      *> CRUZA CADA APONTAMENTO COM OS DO MESMO EMPREGADO NO DIA
      *> SEGUINTE E APONTA A VIRADA QUE NAO DA O DESCANSO.
       CONFERIR-DESCANSO.
           PERFORM CONFERIR-DESCANSO-APONTAMENTO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-APO-QTD.

       CONFERIR-DESCANSO-APONTAMENTO.
           IF WS-APO-DIA(WS-IDX) < 7
               COMPUTE WS-DIA-SEG = WS-APO-DIA(WS-IDX) + 1
               MOVE WS-APO-TURNO(WS-IDX) TO WS-TURNO-AUX
               PERFORM OBTER-ORDEM-TURNO
               MOVE WS-ORDEM TO WS-ORDEM-ANT
               PERFORM COMPARAR-DIA-SEGUINTE
                   VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > WS-APO-QTD
           END-IF.

       COMPARAR-DIA-SEGUINTE.
           IF WS-APO-EMPREGADO(WS-IDX-SEG) = WS-APO-EMPREGADO(WS-IDX)
              AND WS-APO-DIA(WS-IDX-SEG) = WS-DIA-SEG
               MOVE WS-APO-TURNO(WS-IDX-SEG) TO WS-TURNO-AUX
               PERFORM OBTER-ORDEM-TURNO
               IF WS-ORDEM < WS-ORDEM-ANT
                   ADD 1 TO WS-QTD-DESCANSO
                   DISPLAY 'DESCANSO: ' WS-APO-EMPREGADO(WS-IDX)
                           ' SAI DO TURNO ' WS-APO-TURNO(WS-IDX)
                           ' DE ' WS-NOME-DIA(WS-APO-DIA(WS-IDX))
                           ' E ENTRA NO ' WS-APO-TURNO(WS-IDX-SEG)
                           ' DE ' WS-NOME-DIA(WS-DIA-SEG)
               END-IF
           END-IF.

       OBTER-ORDEM-TURNO.
           EVALUATE WS-TURNO-AUX
               WHEN 'M'
                   MOVE 1 TO WS-ORDEM
               WHEN 'T'
                   MOVE 2 TO WS-ORDEM
               WHEN 'N'
                   MOVE 3 TO WS-ORDEM
               WHEN OTHER
                   MOVE 0 TO WS-ORDEM
           END-EVALUATE.
