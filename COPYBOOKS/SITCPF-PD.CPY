      ******************************************************************
      * COPYBOOK.....: SITCPF-PD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: PARAGRAFOS COMPARTILHADOS DA CONSULTA DA
      *                SITUACAO CADASTRAL DO CPF (SITUACAO-CPF.DAT,
      *                CARREGADO PELO CAD0027A), PARA A INCLUSAO DE
      *                VENDA FATURADA, EMPRESTIMO E FUNCIONARIO PEDIR
      *                SUPERVISOR QUANDO O CPF ESTA SUSPENSO,
      *                CANCELADO, NULO OU DE TITULAR FALECIDO. VER
      *                INSTRUCOES DE USO NO SITCPF-WS.CPY.
      ******************************************************************

       0952-ABRIR-SITUACAO-CPF.
           ACCEPT WRK-SITCPF-PATH
               FROM ENVIRONMENT 'SITUACAO_CPF_PATH'.
           IF WRK-SITCPF-PATH = SPACES
               MOVE 'SITUACAO-CPF.DAT' TO WRK-SITCPF-PATH
           END-IF.

           MOVE 'N' TO WRK-SIT-BASE.
           OPEN INPUT ARQUIVO-SITUACAO-CPF.
           IF FS-SCF-ARQUIVO-NOVO
               DISPLAY 'AVISO: SITUACAO-CPF.DAT AINDA NAO EXISTE '
                       '(CAD0027A). SEGUINDO SEM CRITICA DA SITUACAO '
                       'DO CPF NA RECEITA.'
               CLOSE ARQUIVO-SITUACAO-CPF
           ELSE
               MOVE 'S' TO WRK-SIT-BASE
           END-IF.
       0952-EXIT.
           EXIT.

      * O CPF E REDUZIDO AOS 11 DIGITOS DA CHAVE. CPF SEM OS 11
      * DIGITOS OU AINDA NAO CONSULTADO NA RECEITA NAO E BARRADO
      * AQUI (A CRITICA DOS DIGITOS E DO 0900-VALIDAR-CPF).
       0953-VERIFICAR-SITUACAO-CPF.
           MOVE 'N' TO WRK-SIT-IRREGULAR.
           MOVE SPACES TO WRK-SIT-DESCRICAO WRK-SIT-DATA.
           MOVE ZERO TO WRK-SIT-QTD-DIGITOS.
           MOVE SPACES TO WRK-SIT-CPF-NUM.
           IF SITCPF-BASE-ABERTA
               PERFORM 0953A-EXTRAIR-DIGITO-SITCPF
                   VARYING WRK-SIT-POS FROM 1 BY 1
                   UNTIL WRK-SIT-POS > 14
           END-IF.

           IF SITCPF-BASE-ABERTA AND WRK-SIT-QTD-DIGITOS = 11
               MOVE WRK-SIT-CPF-NUM TO SCF-CPF
               READ ARQUIVO-SITUACAO-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT SCF-REGULAR
                           MOVE 'S' TO WRK-SIT-IRREGULAR
                           MOVE SCF-DESCRICAO TO WRK-SIT-DESCRICAO
                           MOVE SCF-DATA-SITUACAO TO WRK-SIT-DATA
                       END-IF
               END-READ
           END-IF.
       0953-EXIT.
           EXIT.

       0953A-EXTRAIR-DIGITO-SITCPF.
           IF WRK-SIT-CPF-BUSCA(WRK-SIT-POS:1) IS NUMERIC
              AND WRK-SIT-QTD-DIGITOS < 11
               ADD 1 TO WRK-SIT-QTD-DIGITOS
               MOVE WRK-SIT-CPF-BUSCA(WRK-SIT-POS:1)
                   TO WRK-SIT-CPF-NUM(WRK-SIT-QTD-DIGITOS:1)
           END-IF.
       0953A-EXIT.
           EXIT.

       0954-FECHAR-SITUACAO-CPF.
           IF SITCPF-BASE-ABERTA
               CLOSE ARQUIVO-SITUACAO-CPF
               MOVE 'N' TO WRK-SIT-BASE
           END-IF.
       0954-EXIT.
           EXIT.
