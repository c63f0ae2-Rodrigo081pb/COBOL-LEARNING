      ******************************************************************
      * COPYBOOK.....: PAGADOR-PD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: PARAGRAFO COMPARTILHADO QUE LOCALIZA O
      *                RESPONSAVEL FINANCEIRO DO ALUNO EM
      *                RESPONSAVEIS.DAT (RSP0001A), E O QUE TRAZ OS
      *                DADOS DE UM PAGADOR JA GRAVADO NO TITULO
      *                (0932). VER INSTRUCOES DE USO NO PAGADOR-WS.CPY.
      ******************************************************************

       0931-LOCALIZAR-PAGADOR.
           MOVE 'N' TO WRK-PAG-ACHADO.
           MOVE SPACES TO WRK-PAG-CPF WRK-PAG-NOME WRK-PAG-ENDERECO
                          WRK-PAG-CIDADE WRK-PAG-UF WRK-PAG-CEP
                          WRK-PAG-TELEFONE WRK-PAG-EMAIL.
           ACCEPT WRK-RESPONSAVEIS-PATH
               FROM ENVIRONMENT 'RESPONSAVEIS_DAT_PATH'.
           IF WRK-RESPONSAVEIS-PATH = SPACES
               MOVE 'RESPONSAVEIS.DAT' TO WRK-RESPONSAVEIS-PATH
           END-IF.

           OPEN INPUT ARQUIVO-RESPONSAVEIS.
           IF NOT FS-RSP-ARQUIVO-NOVO
               MOVE WRK-PAG-MATRICULA TO RSP-MATRICULA
               MOVE LOW-VALUES        TO RSP-CPF
               START ARQUIVO-RESPONSAVEIS KEY NOT < RSP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0931A-LER-RESPONSAVEL
                       PERFORM 0931B-CONFERIR-RESPONSAVEL
                           UNTIL FS-RSP-FIM-ARQUIVO
                              OR PAGADOR-ENCONTRADO
                              OR RSP-MATRICULA NOT = WRK-PAG-MATRICULA
               END-START
           END-IF.
           CLOSE ARQUIVO-RESPONSAVEIS.
       0931-EXIT.
           EXIT.

       0931A-LER-RESPONSAVEL.
           READ ARQUIVO-RESPONSAVEIS NEXT RECORD.
       0931A-EXIT.
           EXIT.

       0931B-CONFERIR-RESPONSAVEL.
           IF RSP-E-FINANCEIRO
               PERFORM 0931C-COPIAR-PAGADOR
           ELSE
               PERFORM 0931A-LER-RESPONSAVEL
           END-IF.
       0931B-EXIT.
           EXIT.

       0931C-COPIAR-PAGADOR.
           MOVE 'S'          TO WRK-PAG-ACHADO.
           MOVE RSP-CPF      TO WRK-PAG-CPF.
           MOVE RSP-NOME     TO WRK-PAG-NOME.
           MOVE RSP-ENDERECO TO WRK-PAG-ENDERECO.
           MOVE RSP-CIDADE   TO WRK-PAG-CIDADE.
           MOVE RSP-UF       TO WRK-PAG-UF.
           MOVE RSP-CEP      TO WRK-PAG-CEP.
           MOVE RSP-TELEFONE TO WRK-PAG-TELEFONE.
           MOVE RSP-EMAIL    TO WRK-PAG-EMAIL.
       0931C-EXIT.
           EXIT.

      * DADOS DO PAGADOR GRAVADO NO TITULO (WRK-PAG-MATRICULA +
      * WRK-PAG-CPF), MESMO QUE ELE NAO SEJA MAIS O FINANCEIRO DO
      * ALUNO: O TITULO CONTINUA COBRADO DE QUEM FOI EMITIDO. SE O
      * RESPONSAVEL FOI EXCLUIDO, VOLTA SO COM O CPF (ENDERECO EM
      * BRANCO) E PAGADOR-ENCONTRADO FALSO.
       0932-LER-PAGADOR.
           MOVE 'N' TO WRK-PAG-ACHADO.
           MOVE SPACES TO WRK-PAG-NOME WRK-PAG-ENDERECO
                          WRK-PAG-CIDADE WRK-PAG-UF WRK-PAG-CEP
                          WRK-PAG-TELEFONE WRK-PAG-EMAIL.
           ACCEPT WRK-RESPONSAVEIS-PATH
               FROM ENVIRONMENT 'RESPONSAVEIS_DAT_PATH'.
           IF WRK-RESPONSAVEIS-PATH = SPACES
               MOVE 'RESPONSAVEIS.DAT' TO WRK-RESPONSAVEIS-PATH
           END-IF.

           OPEN INPUT ARQUIVO-RESPONSAVEIS.
           IF NOT FS-RSP-ARQUIVO-NOVO
               MOVE WRK-PAG-MATRICULA TO RSP-MATRICULA
               MOVE WRK-PAG-CPF       TO RSP-CPF
               READ ARQUIVO-RESPONSAVEIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0931C-COPIAR-PAGADOR
               END-READ
           END-IF.
           CLOSE ARQUIVO-RESPONSAVEIS.
       0932-EXIT.
           EXIT.
