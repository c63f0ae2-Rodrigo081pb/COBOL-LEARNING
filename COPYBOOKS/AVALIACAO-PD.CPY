      ******************************************************************
      * COPYBOOK.....: AVALIACAO-PD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: PARAGRAFOS COMPARTILHADOS DO PLANO DE AVALIACAO
      *                (AVALIACOES.DAT, AVA0001A): VALIDACAO DOS PESOS
      *                (0933), LEITURA DO PLANO DA DISCIPLINA/PERIODO
      *                (0934) E ROTULO DE CADA NOTA (0936). VER
      *                INSTRUCOES DE USO NO AVALIACAO-WS.CPY.
      ******************************************************************

      * O PLANO SO VALE COM 1 A 10 AVALIACOES, TODAS COM NOME E PESO,
      * DATA EM BRANCO OU AAAAMMDD E PESOS SOMANDO EXATAMENTE 100%.
       0933-VALIDAR-PLANO-AVALIACAO.
           MOVE 'S'    TO WRK-AVA-VALIDO.
           MOVE SPACES TO WRK-AVA-ERRO.
           MOVE ZERO   TO WRK-AVA-SOMA-PESOS.
           IF WRK-AVA-QTD NOT NUMERIC
              OR WRK-AVA-QTD < 1 OR WRK-AVA-QTD > 10
               MOVE 'N' TO WRK-AVA-VALIDO
               MOVE 'QUANTIDADE DE AVALIACOES DEVE SER DE 1 A 10.'
                   TO WRK-AVA-ERRO
           ELSE
               PERFORM 0933A-CONFERIR-AVALIACAO
                   VARYING WRK-AVA-IDX FROM 1 BY 1
                   UNTIL WRK-AVA-IDX > WRK-AVA-QTD
               IF PLANO-AVALIACAO-OK AND WRK-AVA-SOMA-PESOS NOT = 100
                   MOVE 'N' TO WRK-AVA-VALIDO
                   MOVE WRK-AVA-SOMA-PESOS TO WRK-AVA-SOMA-ED
                   STRING 'OS PESOS SOMAM '  DELIMITED BY SIZE
                          WRK-AVA-SOMA-ED    DELIMITED BY SIZE
                          '%; DEVEM SOMAR 100%.' DELIMITED BY SIZE
                       INTO WRK-AVA-ERRO
                   END-STRING
               END-IF
           END-IF.
       0933-EXIT.
           EXIT.

       0933A-CONFERIR-AVALIACAO.
           IF PLANO-AVALIACAO-OK
               IF WRK-AVA-NOME(WRK-AVA-IDX) = SPACES
                   MOVE 'N' TO WRK-AVA-VALIDO
                   MOVE 'AVALIACAO SEM NOME NO PLANO.' TO WRK-AVA-ERRO
               ELSE
               IF WRK-AVA-PESO(WRK-AVA-IDX) NOT NUMERIC
                  OR WRK-AVA-PESO(WRK-AVA-IDX) = ZERO
                   MOVE 'N' TO WRK-AVA-VALIDO
                   MOVE 'AVALIACAO SEM PESO NO PLANO.' TO WRK-AVA-ERRO
               ELSE
               IF WRK-AVA-DATA(WRK-AVA-IDX) NOT = SPACES
                  AND WRK-AVA-DATA(WRK-AVA-IDX) NOT NUMERIC
                   MOVE 'N' TO WRK-AVA-VALIDO
                   MOVE 'DATA DE AVALIACAO INVALIDA (AAAAMMDD).'
                       TO WRK-AVA-ERRO
               ELSE
                   ADD WRK-AVA-PESO(WRK-AVA-IDX) TO WRK-AVA-SOMA-PESOS
               END-IF
               END-IF
               END-IF
           END-IF.
       0933A-EXIT.
           EXIT.

      * SEM AVALIACOES.DAT OU SEM PLANO PARA A CHAVE, VOLTA COM
      * PLANO-AVALIACAO-EXISTE FALSO E WRK-AVA-PLANO ZERADO.
       0934-LER-PLANO-AVALIACAO.
           IF WRK-AVA-CHAVE-LIDA NOT = WRK-AVA-CHAVE
               PERFORM 0934A-BUSCAR-PLANO
           END-IF.
       0934-EXIT.
           EXIT.

       0934A-BUSCAR-PLANO.
           MOVE WRK-AVA-CHAVE TO WRK-AVA-CHAVE-LIDA.
           MOVE 'N' TO WRK-AVA-ACHADO WRK-AVA-VALIDO.
           MOVE SPACES TO WRK-AVA-ERRO.
           INITIALIZE WRK-AVA-PLANO.
           ACCEPT WRK-AVALIACOES-PATH
               FROM ENVIRONMENT 'AVALIACOES_DAT_PATH'.
           IF WRK-AVALIACOES-PATH = SPACES
               MOVE 'AVALIACOES.DAT' TO WRK-AVALIACOES-PATH
           END-IF.

           OPEN INPUT ARQUIVO-AVALIACOES.
           IF NOT FS-AVA-ARQUIVO-NOVO
               MOVE WRK-AVA-DISCIPLINA TO AVA-DISCIPLINA
               MOVE WRK-AVA-PERIODO    TO AVA-PERIODO
               READ ARQUIVO-AVALIACOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-AVA-ACHADO
                       MOVE AVA-PLANO TO WRK-AVA-PLANO
                       PERFORM 0933-VALIDAR-PLANO-AVALIACAO
               END-READ
           END-IF.
           CLOSE ARQUIVO-AVALIACOES.
       0934A-EXIT.
           EXIT.

      * NOME DA AVALIACAO WRK-AVA-IDX NO PLANO LIDO PELO 0934; FORA DO
      * PLANO (OU SEM PLANO), 'NOTA NN' COMO NA MEDIA SIMPLES.
       0936-ROTULO-AVALIACAO.
           MOVE SPACES TO WRK-AVA-ROTULO.
           IF PLANO-AVALIACAO-EXISTE AND WRK-AVA-IDX <= WRK-AVA-QTD
              AND WRK-AVA-NOME(WRK-AVA-IDX) NOT = SPACES
               MOVE WRK-AVA-NOME(WRK-AVA-IDX) TO WRK-AVA-ROTULO
           ELSE
               MOVE WRK-AVA-IDX TO WRK-AVA-NUM
               STRING 'NOTA '     DELIMITED BY SIZE
                      WRK-AVA-NUM DELIMITED BY SIZE
                   INTO WRK-AVA-ROTULO
               END-STRING
           END-IF.
       0936-EXIT.
           EXIT.
