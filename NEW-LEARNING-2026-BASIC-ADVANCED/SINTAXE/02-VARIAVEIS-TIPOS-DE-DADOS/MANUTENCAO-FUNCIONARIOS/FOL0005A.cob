      *> COM LIMITE, ALIQUOTA E PARCELA A DEDUZIR), LISTA O ARQUIVO,
      *> EXCLUI UMA VIGENCIA INTEIRA E CONSULTA QUAL TABELA VALE PARA
      *> UMA COMPETENCIA (MESMA BUSCA 0980 QUE A FOLHA USA). INCLUSAO
      *> E EXCLUSAO EXIGEM SUPERVISOR NO SIGN-ON. NO MESMO ARQUIVO,
      *> COM VIGENCIA, FICAM A DEDUCAO POR DEPENDENTE DO IRRF (TIPO
      *> 'D') E O TETO/COTA DO SALARIO-FAMILIA (TIPO 'F'), UMA FAIXA
      *> SO CADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               PERFORM PEDIR-TIPO
               DISPLAY 'VIGENCIA (COMPETENCIA AAAAMM DE INICIO): '
               ACCEPT TBI-VIGENCIA
               IF WS-TIPO = 'D' OR WS-TIPO = 'F'
                   PERFORM INCLUIR-VALOR-DEPENDENTE
               ELSE
                   PERFORM INCLUIR-FAIXA-IMPOSTO
               END-IF
           END-IF.

       INCLUIR-FAIXA-IMPOSTO.
           DISPLAY 'NUMERO DA FAIXA (01 A 08, EM ORDEM): '.
           ACCEPT TBI-FAIXA.
           DISPLAY 'LIMITE SUPERIOR DA FAIXA (9999999.99 = SEM '
                   'LIMITE): '.
           ACCEPT TBI-LIMITE.
           DISPLAY 'ALIQUOTA EM PORCENTO (EX.: 7.50): '.
           ACCEPT WS-ALIQ-PCT.
           COMPUTE TBI-ALIQUOTA = WS-ALIQ-PCT / 100.
           IF TBI-TIPO = 'R'
               DISPLAY 'PARCELA A DEDUZIR: '
               ACCEPT TBI-DEDUZIR
           ELSE
               MOVE ZERO TO TBI-DEDUZIR
           END-IF.
           MOVE WS-TIPO TO TBI-TIPO.
           PERFORM GRAVAR-FAIXA.

      *> DEPENDENTES: UMA FAIXA SO (01) POR VIGENCIA, SEM ALIQUOTA.
      *> NA DEDUCAO O VALOR VAI NO LIMITE; NO SALARIO-FAMILIA O
      *> LIMITE E A REMUNERACAO MAXIMA E A COTA VAI NA PARCELA A
      *> DEDUZIR.
       INCLUIR-VALOR-DEPENDENTE.
           MOVE 1 TO TBI-FAIXA.
           MOVE ZERO TO TBI-ALIQUOTA TBI-DEDUZIR.
           IF WS-TIPO = 'D'
               DISPLAY 'DEDUCAO DO IRRF POR DEPENDENTE: '
               ACCEPT TBI-LIMITE
           ELSE
               DISPLAY 'REMUNERACAO MAXIMA PARA O SALARIO-FAMILIA: '
               ACCEPT TBI-LIMITE
               DISPLAY 'VALOR DA COTA POR FILHO: '
               ACCEPT TBI-DEDUZIR
           END-IF.
           MOVE WS-TIPO TO TBI-TIPO.
           PERFORM GRAVAR-FAIXA.

       GRAVAR-FAIXA.
           WRITE REGISTRO-TABELA-IMPOSTO
               INVALID KEY
                   REWRITE REGISTRO-TABELA-IMPOSTO
                   DISPLAY 'FAIXA JA EXISTIA E FOI REGRAVADA.'
               NOT INVALID KEY
                   DISPLAY 'FAIXA GRAVADA.'
           END-WRITE.

       PEDIR-TIPO.
           DISPLAY 'TIPO: (I)NSS, I(R)RF, (D)EDUCAO POR DEPENDENTE '
                   'OU SALARIO-(F)AMILIA? '.
           ACCEPT WS-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO.
           IF WS-TIPO NOT = 'I' AND WS-TIPO NOT = 'R'
              AND WS-TIPO NOT = 'D' AND WS-TIPO NOT = 'F'
               DISPLAY 'TIPO INVALIDO.'
               PERFORM PEDIR-TIPO
           END-IF.
                       TBL-INSS-QTD ' FAIXAS); IRRF VIGENCIA '
                       TBL-VERSAO-IRRF ' (' TBL-IRRF-QTD ' FAIXAS).'
           END-IF.
           MOVE TBL-DEDUCAO-DEP TO WS-LIMITE-ED.
           IF TBL-VERSAO-DEP = SPACES
               DISPLAY 'DEDUCAO POR DEPENDENTE: ' WS-LIMITE-ED
                       ' (VALOR INTERNO HISTORICO).'
           ELSE
               DISPLAY 'DEDUCAO POR DEPENDENTE: ' WS-LIMITE-ED
                       ' (VIGENCIA ' TBL-VERSAO-DEP ').'
           END-IF.
           MOVE TBL-SALFAM-LIMITE TO WS-LIMITE-ED.
           MOVE TBL-SALFAM-COTA   TO WS-DEDUZIR-ED.
           IF TBL-VERSAO-SALFAM = SPACES
               DISPLAY 'SALARIO-FAMILIA: COTA ' WS-DEDUZIR-ED
                       ' ATE ' WS-LIMITE-ED
                       ' (VALOR INTERNO HISTORICO).'
           ELSE
               DISPLAY 'SALARIO-FAMILIA: COTA ' WS-DEDUZIR-ED
                       ' ATE ' WS-LIMITE-ED
                       ' (VIGENCIA ' TBL-VERSAO-SALFAM ').'
           END-IF.

           COPY TABIMP-PD.CPY.
           COPY SIGNON-PD.CPY.
