      *> HOLERITE DE QUALQUER EMPREGADO EM QUALQUER COMPETENCIA COM O
      *> BRUTO, CADA DESCONTO E O LIQUIDO, LISTA AS COMPETENCIAS
      *> DISPONIVEIS DE UM CPF E REIMPRIME O HOLERITE PELO GERADOR
      *> PADRAO DE RELATORIOS (SPOOL). O HOLERITE DE RESCISAO
      *> (RES0001A) MOSTRA TAMBEM O SALDO DE SALARIO, O AVISO PREVIO
      *> INDENIZADO E AS HORAS DO BANCO PAGAS NO ACERTO. A DEDUCAO
      *> DOS DEPENDENTES NA BASE DO IRRF E O SALARIO-FAMILIA PAGO
      *> APARECEM QUANDO HOUVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-COMPETENCIA PIC X(06).
       01 WS-QTD-MESES PIC 9(03) VALUE ZERO.
       01 WS-REIMPRIMIR PIC X(01).
       01 WS-RUB-IDX    PIC 9(02) VALUE ZERO.
       01 WS-RUB-SINAL  PIC X(01).

       01 WS-VALOR-EDITADO   PIC ZZZ,ZZ9.99.
       01 WS-LIQUIDO-EDITADO PIC ZZZ,ZZ9.99-.
           DISPLAY ' CPF: ' HST-CPF ' CARGO: ' HST-CARGO.
           MOVE HST-SALARIO-BASE TO WS-VALOR-EDITADO.
           DISPLAY ' SALARIO-BASE...........: ' WS-VALOR-EDITADO.
           IF HST-HOLERITE-RESCISAO
               DISPLAY ' *** HOLERITE DE RESCISAO ***'
               MOVE HST-SALDO-SALARIO TO WS-VALOR-EDITADO
               DISPLAY ' SALDO DE SALARIO.......: ' WS-VALOR-EDITADO
               MOVE HST-VALOR-AVISO TO WS-VALOR-EDITADO
               DISPLAY ' AVISO PREVIO INDENIZADO: ' WS-VALOR-EDITADO
               MOVE HST-VALOR-BANCO TO WS-VALOR-EDITADO
               DISPLAY ' BANCO DE HORAS.........: ' WS-VALOR-EDITADO
           END-IF.
           IF HST-DIAS-FERIAS > ZERO
               MOVE HST-VALOR-FERIAS TO WS-VALOR-EDITADO
               DISPLAY ' FERIAS (' HST-DIAS-FERIAS ' DIAS).....: '
               MOVE HST-VALOR-EMPRESTIMO TO WS-VALOR-EDITADO
               DISPLAY ' EMPRESTIMO CONSIGNADO..: ' WS-VALOR-EDITADO
           END-IF.
           IF HST-VALOR-CONSUMO IS NUMERIC
              AND HST-VALOR-CONSUMO > ZERO
               MOVE HST-VALOR-CONSUMO TO WS-VALOR-EDITADO
               DISPLAY ' CONSUMO NA SORVETERIA..: ' WS-VALOR-EDITADO
           END-IF.
           IF HST-CONSUMO-SALDO IS NUMERIC
              AND HST-CONSUMO-SALDO > ZERO
               MOVE HST-CONSUMO-SALDO TO WS-VALOR-EDITADO
               DISPLAY ' SALDO CONSUMO P/ MES SEGUINTE: '
                       WS-VALOR-EDITADO
           END-IF.
           IF HST-DEDUCAO-DEP IS NUMERIC
              AND HST-DEDUCAO-DEP > ZERO
               MOVE HST-DEDUCAO-DEP TO WS-VALOR-EDITADO
               DISPLAY ' DEDUCAO DEPENDENTES (' HST-QTD-DEP-IRRF
                       '): ' WS-VALOR-EDITADO
           END-IF.
           IF HST-SALARIO-FAMILIA IS NUMERIC
              AND HST-SALARIO-FAMILIA > ZERO
               MOVE HST-SALARIO-FAMILIA TO WS-VALOR-EDITADO
               DISPLAY ' SALARIO-FAMILIA (' HST-QTD-SALFAM
                       ')....: +' WS-VALOR-EDITADO
           END-IF.
           IF HST-QTD-RUBRICAS IS NUMERIC
              AND HST-QTD-RUBRICAS > ZERO
               PERFORM EXIBIR-RUBRICA
                   VARYING WS-RUB-IDX FROM 1 BY 1
                   UNTIL WS-RUB-IDX > HST-QTD-RUBRICAS
                      OR WS-RUB-IDX > 10
           END-IF.
           MOVE HST-LIQUIDO TO WS-LIQUIDO-EDITADO.
           DISPLAY ' LIQUIDO................: ' WS-LIQUIDO-EDITADO.
           IF HST-VALOR-FGTS IS NUMERIC
               MOVE HST-VALOR-FGTS TO WS-VALOR-EDITADO
               DISPLAY ' FGTS DO MES (8%).......: ' WS-VALOR-EDITADO
               IF HST-MULTA-FGTS > ZERO
                   MOVE HST-MULTA-FGTS TO WS-VALOR-EDITADO
                   DISPLAY ' MULTA RESCISORIA FGTS..: '
                           WS-VALOR-EDITADO
               END-IF
           END-IF.
           IF HST-VERSAO-INSS = SPACES
               DISPLAY ' TABELAS: FAIXAS INTERNAS HISTORICAS'
           ELSE
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF HST-HOLERITE-RESCISAO
               MOVE '*** HOLERITE DE RESCISAO ***' TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
               MOVE HST-SALDO-SALARIO TO WS-VALOR-EDITADO
               STRING 'SALDO DE SALARIO.......: ' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               MOVE HST-VALOR-AVISO TO WS-VALOR-EDITADO
               STRING 'AVISO PREVIO INDENIZADO: ' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               MOVE HST-VALOR-BANCO TO WS-VALOR-EDITADO
               STRING 'BANCO DE HORAS.........: ' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           IF HST-DIAS-FERIAS > ZERO
               MOVE HST-VALOR-FERIAS TO WS-VALOR-EDITADO
               STRING 'FERIAS (' DELIMITED BY SIZE
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           IF HST-VALOR-CONSUMO IS NUMERIC
              AND HST-VALOR-CONSUMO > ZERO
               MOVE HST-VALOR-CONSUMO TO WS-VALOR-EDITADO
               STRING 'CONSUMO NA SORVETERIA..: -' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           IF HST-CONSUMO-SALDO IS NUMERIC
              AND HST-CONSUMO-SALDO > ZERO
               MOVE HST-CONSUMO-SALDO TO WS-VALOR-EDITADO
               STRING 'SALDO CONSUMO P/ MES SEGUINTE: '
                      DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           IF HST-DEDUCAO-DEP IS NUMERIC
              AND HST-DEDUCAO-DEP > ZERO
               MOVE HST-DEDUCAO-DEP TO WS-VALOR-EDITADO
               STRING 'DEDUCAO DEPENDENTES (' DELIMITED BY SIZE
                      HST-QTD-DEP-IRRF DELIMITED BY SIZE
                      '): ' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           IF HST-SALARIO-FAMILIA IS NUMERIC
              AND HST-SALARIO-FAMILIA > ZERO
               MOVE HST-SALARIO-FAMILIA TO WS-VALOR-EDITADO
               STRING 'SALARIO-FAMILIA (' DELIMITED BY SIZE
                      HST-QTD-SALFAM DELIMITED BY SIZE
                      ')....: +' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           IF HST-QTD-RUBRICAS IS NUMERIC
              AND HST-QTD-RUBRICAS > ZERO
               PERFORM IMPRIMIR-RUBRICA
                   VARYING WS-RUB-IDX FROM 1 BY 1
                   UNTIL WS-RUB-IDX > HST-QTD-RUBRICAS
                      OR WS-RUB-IDX > 10
           END-IF.

           MOVE HST-LIQUIDO TO WS-LIQUIDO-EDITADO.
           STRING 'LIQUIDO................: ' DELIMITED BY SIZE
                  WS-LIQUIDO-EDITADO DELIMITED BY SIZE
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF HST-VALOR-FGTS IS NUMERIC
               MOVE HST-VALOR-FGTS TO WS-VALOR-EDITADO
               STRING 'FGTS DO MES (8%).......: ' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               IF HST-MULTA-FGTS > ZERO
                   MOVE HST-MULTA-FGTS TO WS-VALOR-EDITADO
                   STRING 'MULTA RESCISORIA FGTS..: ' DELIMITED BY SIZE
                          WS-VALOR-EDITADO DELIMITED BY SIZE
                       INTO WRK-REL-LINHA
                   END-STRING
                   PERFORM 0972-IMPRIMIR-LINHA
               END-IF
           END-IF.

           IF HST-VERSAO-INSS = SPACES
               MOVE 'TABELAS: FAIXAS INTERNAS HISTORICAS'
                   TO WRK-REL-LINHA
       LER-HISTORICO.
           READ ARQUIVO-HOLHIST NEXT RECORD.

      *> RUBRICAS RECORRENTES GRAVADAS PELA FOLHA: PROVENTO COM '+',
      *> DESCONTO COM '-'.
       EXIBIR-RUBRICA.
           PERFORM PREPARAR-RUBRICA.
           DISPLAY ' ' HST-RUB-CODIGO(WS-RUB-IDX) ' '
                   HST-RUB-DESCRICAO(WS-RUB-IDX) ': '
                   WS-RUB-SINAL WS-VALOR-EDITADO.

       IMPRIMIR-RUBRICA.
           PERFORM PREPARAR-RUBRICA.
           STRING HST-RUB-CODIGO(WS-RUB-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HST-RUB-DESCRICAO(WS-RUB-IDX) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-RUB-SINAL DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

       PREPARAR-RUBRICA.
           MOVE HST-RUB-VALOR(WS-RUB-IDX) TO WS-VALOR-EDITADO.
           IF HST-RUB-TIPO(WS-RUB-IDX) = 'P'
               MOVE '+' TO WS-RUB-SINAL
           ELSE
               MOVE '-' TO WS-RUB-SINAL
           END-IF.

       EXIBIR-COMPETENCIA.
           ADD 1 TO WS-QTD-MESES.
           MOVE HST-LIQUIDO TO WS-LIQUIDO-EDITADO.
