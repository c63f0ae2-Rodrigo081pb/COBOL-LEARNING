      ******************************************************************
      * COPYBOOK.....: VALE-PD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: PARAGRAFOS COMPARTILHADOS DO LIVRO DE
      *                VALES-PRESENTE E VALES-TROCA
      *                (VALES-PRESENTE.DAT): ABERTURA COM A VALIDADE
      *                PARAMETRIZADA, CONSULTA COM A CRITICA DO VALE NO
      *                BALCAO (DIGITO, SITUACAO, VALIDADE E SALDO),
      *                DEBITO/CREDITO DO SALDO E EMISSAO DE VALE NOVO
      *                NA PROXIMA SEQUENCIA. VER INSTRUCOES DE USO NO
      *                VALE-WS.CPY.
      ******************************************************************

       0986-ABRIR-VALES.
           ACCEPT WRK-VALES-PATH
               FROM ENVIRONMENT 'VALES_PRESENTE_PATH'.
           IF WRK-VALES-PATH = SPACES
               MOVE 'VALES-PRESENTE.DAT' TO WRK-VALES-PATH
           END-IF.

           ACCEPT WRK-VAL-PARAM-ENT
               FROM ENVIRONMENT 'VALES_VALIDADE_MESES'.
           IF WRK-VAL-PARAM-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-VAL-PARAM-ENT)
                   TO WRK-VAL-VALIDADE-MESES
           END-IF.
           IF WRK-VAL-VALIDADE-MESES = ZERO
               MOVE 12 TO WRK-VAL-VALIDADE-MESES
           END-IF.

           MOVE 'N' TO WRK-VAL-ABERTO.
           OPEN I-O ARQUIVO-VALES.
           IF FS-VAL-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-VALES
               CLOSE ARQUIVO-VALES
               OPEN I-O ARQUIVO-VALES
           END-IF.
           IF FS-VAL-OK
               MOVE 'S' TO WRK-VAL-ABERTO
           ELSE
               DISPLAY 'AVISO: VALES-PRESENTE.DAT INDISPONIVEL '
                       '(STATUS ' WRK-VAL-STATUS '). VALES FORA DO AR.'
           END-IF.
       0986-EXIT.
           EXIT.

      * CRITICA DO VALE APRESENTADO: DIGITO VERIFICADOR, EXISTENCIA,
      * SITUACAO ATIVA, VALIDADE E SALDO PARA WRK-VAL-VALOR (ZERO SO
      * CONSULTA O SALDO).
       0987-CONSULTAR-VALE.
           MOVE 'N'    TO WRK-VAL-RESULTADO.
           MOVE SPACES TO WRK-VAL-MENSAGEM.
           MOVE ZERO   TO WRK-VAL-SALDO.
           MOVE SPACES TO WRK-VAL-VALIDADE.
           ACCEPT WRK-VAL-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0987A-CALCULAR-DIGITO.
           EVALUATE TRUE
               WHEN NOT VALES-ABERTO
                   MOVE 'LIVRO DE VALES INDISPONIVEL.'
                       TO WRK-VAL-MENSAGEM
               WHEN WRK-VAL-DV-CALC NOT = WRK-VAL-DIGITO
                   MOVE 'NUMERO DE VALE INVALIDO (DIGITO).'
                       TO WRK-VAL-MENSAGEM
               WHEN OTHER
                   MOVE WRK-VAL-NUMERO TO VAL-NUMERO
                   READ ARQUIVO-VALES
                       INVALID KEY
                           MOVE 'VALE NAO ENCONTRADO.'
                               TO WRK-VAL-MENSAGEM
                       NOT INVALID KEY
                           PERFORM 0987C-CRITICAR-VALE
                   END-READ
                   IF WRK-VAL-MENSAGEM = SPACES AND NOT VALE-ACEITO
                       MOVE 'VALE EM USO EM OUTRO TERMINAL.'
                           TO WRK-VAL-MENSAGEM
                   END-IF
           END-EVALUATE.
       0987-EXIT.
           EXIT.

      * DIGITO: PESOS 8 A 2 NOS SETE DIGITOS DA SEQUENCIA, MODULO 11
      * (RESTO 0 OU 1 DA DIGITO ZERO).
       0987A-CALCULAR-DIGITO.
           MOVE ZERO TO WRK-VAL-SOMA-DV.
           PERFORM 0987B-SOMAR-DIGITO
               VARYING WRK-VAL-IDX FROM 1 BY 1
               UNTIL WRK-VAL-IDX > 7.
           DIVIDE WRK-VAL-SOMA-DV BY 11
               GIVING WRK-VAL-MESES
               REMAINDER WRK-VAL-RESTO-DV.
           IF WRK-VAL-RESTO-DV < 2
               MOVE ZERO TO WRK-VAL-DV-CALC
           ELSE
               COMPUTE WRK-VAL-DV-CALC = 11 - WRK-VAL-RESTO-DV
           END-IF.
       0987A-EXIT.
           EXIT.

       0987B-SOMAR-DIGITO.
           COMPUTE WRK-VAL-SOMA-DV = WRK-VAL-SOMA-DV
               + WRK-VAL-SEQ-DIG(WRK-VAL-IDX) * (9 - WRK-VAL-IDX).
       0987B-EXIT.
           EXIT.

       0987C-CRITICAR-VALE.
           MOVE VAL-SALDO    TO WRK-VAL-SALDO.
           MOVE VAL-VALIDADE TO WRK-VAL-VALIDADE.
           EVALUATE TRUE
               WHEN VAL-CANCELADO
                   MOVE 'VALE CANCELADO.' TO WRK-VAL-MENSAGEM
               WHEN VAL-EXPIRADO
                   MOVE 'VALE VENCIDO E BAIXADO.' TO WRK-VAL-MENSAGEM
               WHEN VAL-VALIDADE < WRK-VAL-DATA-HOJE
                   MOVE 'VALE FORA DA VALIDADE.' TO WRK-VAL-MENSAGEM
               WHEN VAL-ESGOTADO OR VAL-SALDO = ZERO
                   MOVE 'VALE SEM SALDO.' TO WRK-VAL-MENSAGEM
               WHEN VAL-SALDO < WRK-VAL-VALOR
                   MOVE 'SALDO DO VALE NAO COBRE O VALOR.'
                       TO WRK-VAL-MENSAGEM
               WHEN OTHER
                   MOVE 'S' TO WRK-VAL-RESULTADO
           END-EVALUATE.
       0987C-EXIT.
           EXIT.

      * DEBITO ('D') OU CREDITO ('C') DE WRK-VAL-VALOR NO SALDO,
      * RELENDO O VALE NA HORA DE GRAVAR. O DEBITO QUE ZERA O SALDO
      * DEIXA O VALE ESGOTADO; O CREDITO (ESTORNO DE UMA COMPRA PAGA
      * COM O VALE) O REATIVA, MAS NAO ENTRA EM VALE VENCIDO OU
      * CANCELADO (QUEM CHAMA EMITE UM VALE NOVO).
       0988-MOVIMENTAR-VALE.
           MOVE 'N'    TO WRK-VAL-RESULTADO.
           MOVE SPACES TO WRK-VAL-MENSAGEM.
           ACCEPT WRK-VAL-DATA-HOJE FROM DATE YYYYMMDD.
           IF NOT VALES-ABERTO
               MOVE 'LIVRO DE VALES INDISPONIVEL.' TO WRK-VAL-MENSAGEM
           ELSE
               MOVE WRK-VAL-NUMERO TO VAL-NUMERO
               READ ARQUIVO-VALES
                   INVALID KEY
                       MOVE 'VALE NAO ENCONTRADO.' TO WRK-VAL-MENSAGEM
                   NOT INVALID KEY
                       PERFORM 0988A-APLICAR-MOVIMENTO
               END-READ
           END-IF.
       0988-EXIT.
           EXIT.

       0988A-APLICAR-MOVIMENTO.
           IF WRK-VAL-OPERACAO = 'D'
               IF VAL-SALDO < WRK-VAL-VALOR
                   MOVE 'SALDO DO VALE NAO COBRE O VALOR.'
                       TO WRK-VAL-MENSAGEM
               ELSE
                   SUBTRACT WRK-VAL-VALOR FROM VAL-SALDO
                   IF VAL-SALDO = ZERO
                       MOVE 'U' TO VAL-SITUACAO
                   END-IF
               END-IF
           ELSE
               IF VAL-EXPIRADO OR VAL-CANCELADO
                  OR VAL-VALIDADE < WRK-VAL-DATA-HOJE
                   MOVE 'VALE VENCIDO OU CANCELADO.'
                       TO WRK-VAL-MENSAGEM
               ELSE
                   ADD WRK-VAL-VALOR TO VAL-SALDO
                   IF VAL-ESGOTADO
                       MOVE 'A' TO VAL-SITUACAO
                   END-IF
               END-IF
           END-IF.
           IF WRK-VAL-MENSAGEM = SPACES
               MOVE WRK-VAL-DATA-HOJE TO VAL-DATA-ULTIMO-USO
               REWRITE REGISTRO-VALE
                   INVALID KEY
                       MOVE 'ERRO AO REGRAVAR O VALE.'
                           TO WRK-VAL-MENSAGEM
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-VAL-RESULTADO
                       MOVE VAL-SALDO TO WRK-VAL-SALDO
               END-REWRITE
           END-IF.
       0988A-EXIT.
           EXIT.

      * VALE NOVO NA PROXIMA SEQUENCIA (A MAIOR GRAVADA MAIS UM, COM O
      * DIGITO); SE OUTRO TERMINAL GRAVOU O MESMO NUMERO ANTES,
      * REAPURA, ATE 5 VEZES. VALIDADE NO FIM DO MES, N MESES ADIANTE.
       0989-EMITIR-VALE.
           MOVE 'N'   TO WRK-VAL-RESULTADO WRK-VAL-GRAVADO.
           MOVE ZERO  TO WRK-VAL-TENTATIVAS.
           MOVE ZEROS TO WRK-VAL-NUMERO.
           IF NOT VALES-ABERTO OR WRK-VAL-VALOR = ZERO
               MOVE 'VALE NAO EMITIDO.' TO WRK-VAL-MENSAGEM
           ELSE
               ACCEPT WRK-VAL-DATA-HOJE FROM DATE YYYYMMDD
               COMPUTE WRK-VAL-MESES = WRK-VAL-HOJE-ANO * 12
                   + WRK-VAL-HOJE-MES - 1 + WRK-VAL-VALIDADE-MESES
               DIVIDE WRK-VAL-MESES BY 12
                   GIVING WRK-VAL-VEN-ANO
                   REMAINDER WRK-VAL-VEN-MES
               ADD 1 TO WRK-VAL-VEN-MES
               MOVE '31' TO WRK-VAL-VEN-DIA
               PERFORM 0989A-TENTAR-EMISSAO
                   UNTIL VALE-GRAVADO
                      OR WRK-VAL-TENTATIVAS >= 5
               IF VALE-GRAVADO
                   MOVE 'S' TO WRK-VAL-RESULTADO
                   MOVE WRK-VAL-VALOR  TO WRK-VAL-SALDO
                   MOVE WRK-VAL-VENCE  TO WRK-VAL-VALIDADE
               ELSE
                   MOVE ZEROS TO WRK-VAL-NUMERO
                   MOVE 'VALES-PRESENTE.DAT EM USO. VALE NAO EMITIDO.'
                       TO WRK-VAL-MENSAGEM
               END-IF
           END-IF.
       0989-EXIT.
           EXIT.

       0989A-TENTAR-EMISSAO.
           ADD 1 TO WRK-VAL-TENTATIVAS.
           MOVE ZEROS TO WRK-VAL-ULTIMA-SEQ.
           MOVE 'N'   TO WRK-VAL-FIM.
           MOVE ZEROS TO VAL-NUMERO.
           START ARQUIVO-VALES KEY NOT < VAL-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-VAL-FIM
               NOT INVALID KEY
                   PERFORM 0989B-LER-VALE
                   PERFORM 0989C-GUARDAR-SEQUENCIA
                       UNTIL VALES-VARRIDOS
           END-START.

           COMPUTE WRK-VAL-NUMERO = (WRK-VAL-ULTIMA-SEQ + 1) * 10.
           PERFORM 0987A-CALCULAR-DIGITO.
           MOVE WRK-VAL-DV-CALC TO WRK-VAL-DIGITO.

           MOVE WRK-VAL-NUMERO    TO VAL-NUMERO.
           MOVE WRK-VAL-TIPO      TO VAL-TIPO.
           MOVE WRK-VAL-DATA-HOJE TO VAL-DATA-EMISSAO.
           MOVE WRK-VAL-VALOR     TO VAL-VALOR-ORIGINAL VAL-SALDO.
           MOVE WRK-VAL-VENCE     TO VAL-VALIDADE.
           MOVE 'A'               TO VAL-SITUACAO.
           MOVE SPACES            TO VAL-DATA-ULTIMO-USO
                                     VAL-DATA-BAIXA.
           MOVE ZERO              TO VAL-VALOR-BAIXADO.
           MOVE WRK-VAL-LOJA      TO VAL-LOJA.
           MOVE WRK-VAL-OPERADOR  TO VAL-OPERADOR.
           MOVE WRK-VAL-SESSAO    TO VAL-SESSAO.
           MOVE WRK-VAL-PAGAMENTO TO VAL-PAGAMENTO.
           MOVE WRK-VAL-CUPOM     TO VAL-CUPOM.
           MOVE WRK-VAL-CPF       TO VAL-CPF.
           WRITE REGISTRO-VALE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-VAL-GRAVADO
           END-WRITE.
       0989A-EXIT.
           EXIT.

       0989B-LER-VALE.
           READ ARQUIVO-VALES NEXT RECORD.
           IF NOT FS-VAL-OK
               MOVE 'S' TO WRK-VAL-FIM
           END-IF.
       0989B-EXIT.
           EXIT.

       0989C-GUARDAR-SEQUENCIA.
           IF VAL-SEQUENCIA > WRK-VAL-ULTIMA-SEQ
               MOVE VAL-SEQUENCIA TO WRK-VAL-ULTIMA-SEQ
           END-IF.
           PERFORM 0989B-LER-VALE.
       0989C-EXIT.
           EXIT.
