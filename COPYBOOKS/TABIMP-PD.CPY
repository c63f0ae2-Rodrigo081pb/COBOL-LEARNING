      *                PARTIR DE TABELAS-IMPOSTO.DAT (FOL0005A): PARA
      *                CADA TIPO, VARRE AS VIGENCIAS EM ORDEM E GUARDA
      *                AS FAIXAS DA ULTIMA QUE NAO ULTRAPASSA A
      *                COMPETENCIA PEDIDA. A DEDUCAO POR DEPENDENTE E O
      *                SALARIO-FAMILIA SEGUEM A MESMA REGRA; SEM
      *                VIGENCIA DELES NO ARQUIVO, FICAM OS VALORES
      *                INTERNOS HISTORICOS DE 2024. VER INSTRUCOES DE
      *                USO NO TABIMP-WS.CPY.
      ******************************************************************

       0980-CARREGAR-TABELAS-IMPOSTO.
           MOVE 'N' TO WRK-TBI-CARREGADAS.
           MOVE SPACES TO TBL-VERSAO-INSS TBL-VERSAO-IRRF.
           MOVE ZERO TO TBL-INSS-QTD TBL-IRRF-QTD.
           MOVE SPACES TO TBL-VERSAO-DEP TBL-VERSAO-SALFAM.
           MOVE 189.59  TO TBL-DEDUCAO-DEP.
           MOVE 1819.26 TO TBL-SALFAM-LIMITE.
           MOVE 62.04   TO TBL-SALFAM-COTA.

           ACCEPT WRK-TABIMP-PATH
               FROM ENVIRONMENT 'TABELAS_IMPOSTO_PATH'.
               PERFORM 0981-VARRER-TIPO-TABELA
               MOVE 'R' TO WRK-TBI-TIPO-BUSCA
               PERFORM 0981-VARRER-TIPO-TABELA
               MOVE 'D' TO WRK-TBI-TIPO-BUSCA
               PERFORM 0981-VARRER-TIPO-TABELA
               MOVE 'F' TO WRK-TBI-TIPO-BUSCA
               PERFORM 0981-VARRER-TIPO-TABELA
               IF TBL-INSS-QTD > ZERO AND TBL-IRRF-QTD > ZERO
                   MOVE 'S' TO WRK-TBI-CARREGADAS
               END-IF
                  OR TBI-VIGENCIA > WRK-TBI-COMPETENCIA
                   MOVE 'S' TO WRK-TBI-FIM
               ELSE
                   EVALUATE WRK-TBI-TIPO-BUSCA
                       WHEN 'I'
                           PERFORM 0983A-GUARDAR-FAIXA-INSS
                       WHEN 'R'
                           PERFORM 0983B-GUARDAR-FAIXA-IRRF
                       WHEN 'D'
                           PERFORM 0983C-GUARDAR-DEDUCAO-DEP
                       WHEN 'F'
                           PERFORM 0983D-GUARDAR-SALARIO-FAMILIA
                   END-EVALUATE
                   PERFORM 0982-LER-TABELA-IMPOSTO
               END-IF
           END-IF.
           END-IF.
       0983B-EXIT.
           EXIT.

       0983C-GUARDAR-DEDUCAO-DEP.
           MOVE TBI-VIGENCIA TO TBL-VERSAO-DEP.
           MOVE TBI-LIMITE   TO TBL-DEDUCAO-DEP.
       0983C-EXIT.
           EXIT.

       0983D-GUARDAR-SALARIO-FAMILIA.
           MOVE TBI-VIGENCIA TO TBL-VERSAO-SALFAM.
           MOVE TBI-LIMITE   TO TBL-SALFAM-LIMITE.
           MOVE TBI-DEDUZIR  TO TBL-SALFAM-COTA.
       0983D-EXIT.
           EXIT.
