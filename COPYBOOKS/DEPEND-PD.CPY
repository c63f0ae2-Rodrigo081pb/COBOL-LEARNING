      ******************************************************************
      * COPYBOOK.....: DEPEND-PD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: PARAGRAFOS COMPARTILHADOS DA APURACAO DOS
      *                DEPENDENTES DE UM EMPREGADO EM DEPENDENTES.DAT
      *                (DEP0001A): ABERTURA DO ARQUIVO, CONTAGEM DOS
      *                QUE DEDUZEM NO IRRF E DOS QUE DAO DIREITO AO
      *                SALARIO-FAMILIA NUMA DATA, E A AVALIACAO DE UM
      *                REGISTRO (IDADE NA DATA CONTRA OS LIMITES). VER
      *                INSTRUCOES DE USO NO DEPEND-WS.CPY.
      ******************************************************************

       0916-ABRIR-DEPENDENTES.
           MOVE 'N' TO WRK-DPD-EXISTE.
           ACCEPT WRK-DEPENDENTES-PATH
               FROM ENVIRONMENT 'DEPENDENTES_PATH'.
           IF WRK-DEPENDENTES-PATH = SPACES
               MOVE 'DEPENDENTES.DAT' TO WRK-DEPENDENTES-PATH
           END-IF.
           OPEN INPUT ARQUIVO-DEPENDENTES.
           IF FS-DPD-ARQUIVO-NOVO
               CLOSE ARQUIVO-DEPENDENTES
           ELSE
               MOVE 'S' TO WRK-DPD-EXISTE
           END-IF.
       0916-EXIT.
           EXIT.

       0917-CONTAR-DEPENDENTES.
           MOVE ZERO TO WRK-DPD-QTD-IRRF WRK-DPD-QTD-SALFAM.
           MOVE 'S' TO WRK-DPD-FIM.
           IF DEPENDENTES-EXISTE AND WRK-DPD-CPF-TITULAR NOT = SPACES
               MOVE 'N' TO WRK-DPD-FIM
               MOVE WRK-DPD-CPF-TITULAR TO DEP-CPF-TITULAR
               MOVE ZERO TO DEP-SEQUENCIA
               START ARQUIVO-DEPENDENTES KEY NOT < DEP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-DPD-FIM
                   NOT INVALID KEY
                       PERFORM 0917A-LER-DEPENDENTE
                       PERFORM 0917B-SOMAR-DEPENDENTE
                           UNTIL DPD-VARREDURA-FIM
               END-START
           END-IF.
       0917-EXIT.
           EXIT.

       0917A-LER-DEPENDENTE.
           READ ARQUIVO-DEPENDENTES NEXT RECORD.
           IF NOT FS-DPD-OK
              OR DEP-CPF-TITULAR NOT = WRK-DPD-CPF-TITULAR
               MOVE 'S' TO WRK-DPD-FIM
           END-IF.
       0917A-EXIT.
           EXIT.

       0917B-SOMAR-DEPENDENTE.
           PERFORM 0918-AVALIAR-DEPENDENTE.
           IF DPD-CONTA-IRRF
               ADD 1 TO WRK-DPD-QTD-IRRF
           END-IF.
           IF DPD-CONTA-SALFAM
               ADD 1 TO WRK-DPD-QTD-SALFAM
           END-IF.
           PERFORM 0917A-LER-DEPENDENTE.
       0917B-EXIT.
           EXIT.

      * IDADE NA DATA DE REFERENCIA E DIREITOS DO DEPENDENTE NELA:
      * SO O ATIVO CONTA; FILHO/ENTEADO DEIXA DE CONTAR NO IRRF AO
      * COMPLETAR O LIMITE E SO ELE TEM SALARIO-FAMILIA, ATE O
      * LIMITE PROPRIO. NASCIMENTO ZERADO CONTA COMO IDADE ZERO.
       0918-AVALIAR-DEPENDENTE.
           MOVE 'N' TO WRK-DPD-CONTA-IRRF WRK-DPD-CONTA-SALFAM.
           MOVE ZERO TO WRK-DPD-IDADE.
           IF DEP-DATA-NASCIMENTO IS NUMERIC
              AND DEP-DATA-NASCIMENTO NOT = ZERO
               MOVE DEP-DATA-NASCIMENTO TO WRK-DPD-NASC
               IF WRK-DPD-REF-ANO > WRK-DPD-NASC-ANO
                   COMPUTE WRK-DPD-IDADE =
                       WRK-DPD-REF-ANO - WRK-DPD-NASC-ANO
                   IF WRK-DPD-REF-MMDD < WRK-DPD-NASC-MMDD
                       SUBTRACT 1 FROM WRK-DPD-IDADE
                   END-IF
               END-IF
           END-IF.
           IF DEP-ATIVO AND DEP-IRRF-SIM
               IF NOT DEP-SUJEITO-A-IDADE
                  OR WRK-DPD-IDADE < WRK-DPD-LIMITE-IRRF
                   MOVE 'S' TO WRK-DPD-CONTA-IRRF
               END-IF
           END-IF.
           IF DEP-ATIVO AND DEP-SALFAM-SIM AND DEP-SUJEITO-A-IDADE
               IF WRK-DPD-IDADE < WRK-DPD-LIMITE-SALFAM
                   MOVE 'S' TO WRK-DPD-CONTA-SALFAM
               END-IF
           END-IF.
       0918-EXIT.
           EXIT.
