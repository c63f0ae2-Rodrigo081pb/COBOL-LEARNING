      ******************************************************************
      * COPYBOOK.....: NOTIFICA-PD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: PARAGRAFOS COMPARTILHADOS DA FILA DE
      *                NOTIFICACOES (NOTIFICACOES.DAT): ACHA O E-MAIL
      *                E O TELEFONE DO CPF EM CONTATOS.DAT, MONTA O
      *                TEXTO PELO MODELO DO CATALOGO MENSAGENS.DAT
      *                (SUBSTITUICAO DO &1, 0958) E GRAVA UMA MENSAGEM
      *                PENDENTE POR CANAL. O MESMO EVENTO JA NA FILA
      *                (MESMA CHAVE) E SUPRIMIDO E CONTADO COMO
      *                DUPLICADO. VER INSTRUCOES DE USO NO
      *                NOTIFICA-WS.CPY.
      ******************************************************************

       0978-ABRIR-NOTIFICACOES.
           ACCEPT WRK-NOTIFICACOES-PATH
               FROM ENVIRONMENT 'NOTIFICACOES_DAT_PATH'.
           IF WRK-NOTIFICACOES-PATH = SPACES
               MOVE 'NOTIFICACOES.DAT' TO WRK-NOTIFICACOES-PATH
           END-IF.
           ACCEPT WRK-CONTATOS-PATH
               FROM ENVIRONMENT 'CONTATOS_DAT_PATH'.
           IF WRK-CONTATOS-PATH = SPACES
               MOVE 'CONTATOS.DAT' TO WRK-CONTATOS-PATH
           END-IF.
           ACCEPT WRK-MENSAGENS-PATH
               FROM ENVIRONMENT 'MENSAGENS_DAT_PATH'.
           IF WRK-MENSAGENS-PATH = SPACES
               MOVE 'MENSAGENS.DAT' TO WRK-MENSAGENS-PATH
           END-IF.
           ACCEPT WRK-NTF-HOJE FROM DATE YYYYMMDD.

      * O ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO EM I-O.
           OPEN I-O ARQUIVO-NOTIFICACOES.
           IF FS-NTF-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-NOTIFICACOES
               CLOSE ARQUIVO-NOTIFICACOES
               OPEN I-O ARQUIVO-NOTIFICACOES
           END-IF.

           MOVE 'N' TO WRK-NTF-CONTATOS-BASE.
           OPEN INPUT ARQUIVO-CONTATOS.
           IF FS-CTT-ARQUIVO-NOVO
               DISPLAY 'AVISO: CONTATOS.DAT AINDA NAO EXISTE. SO SAI '
                       'AVISO PARA QUEM TEM CONTATO INFORMADO NO '
                       'PROPRIO DOCUMENTO.'
               CLOSE ARQUIVO-CONTATOS
           ELSE
               MOVE 'S' TO WRK-NTF-CONTATOS-BASE
           END-IF.
       0978-EXIT.
           EXIT.

      * UMA MENSAGEM POR CANAL COM DESTINO. SEM NENHUM DESTINO, O
      * EVENTO E CONTADO COMO SEM CONTATO; SEM O MODELO NO CATALOGO,
      * NADA E GRAVADO (RODE O MSG0001A, OPCAO G, PARA SEMEAR).
       0979-ENFILEIRAR-NOTIFICACAO.
           MOVE SPACES TO WRK-NTF-EMAIL WRK-NTF-FONE.
           IF WRK-NTF-CPF NOT = SPACES AND CONTATOS-NO-AR
               PERFORM 0979A-BUSCAR-CONTATOS
           END-IF.
           IF WRK-NTF-EMAIL = SPACES
               MOVE WRK-NTF-EMAIL-ALT TO WRK-NTF-EMAIL
           END-IF.
           IF WRK-NTF-FONE = SPACES
               MOVE WRK-NTF-FONE-ALT TO WRK-NTF-FONE
           END-IF.

           IF WRK-NTF-EMAIL = SPACES AND WRK-NTF-FONE = SPACES
               ADD 1 TO WRK-NTF-SEM-CONTATO
           ELSE
               PERFORM 0979C-MONTAR-TEXTO
               IF NOT MENSAGEM-ACHADA
                   ADD 1 TO WRK-NTF-SEM-MODELO
                   DISPLAY 'AVISO: MODELO ' WRK-NTF-MODELO
                           ' NAO CATALOGADO EM MENSAGENS.DAT.'
               ELSE
                   IF WRK-NTF-EMAIL NOT = SPACES
                       MOVE 'E' TO NTF-CANAL
                       MOVE WRK-NTF-EMAIL TO NTF-DESTINO
                       PERFORM 0979D-GRAVAR-NOTIFICACAO
                   END-IF
                   IF WRK-NTF-FONE NOT = SPACES
                       MOVE 'T' TO NTF-CANAL
                       MOVE WRK-NTF-FONE TO NTF-DESTINO
                       PERFORM 0979D-GRAVAR-NOTIFICACAO
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WRK-NTF-SUBST WRK-NTF-DATA-ENVIO
                          WRK-NTF-EMAIL-ALT WRK-NTF-FONE-ALT.
           MOVE 'S' TO WRK-NTF-FINALIDADE.
       0979-EXIT.
           EXIT.

      * PRIMEIRO E-MAIL E PRIMEIRO TELEFONE DO CPF, NA ORDEM DA
      * SEQUENCIA DOS CONTATOS.
       0979A-BUSCAR-CONTATOS.
           MOVE 'N' TO WRK-NTF-CTT-FIM.
           MOVE WRK-NTF-CPF TO CTT-CPF.
           MOVE ZEROS       TO CTT-SEQ.
           START ARQUIVO-CONTATOS KEY NOT < CTT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-NTF-CTT-FIM
           END-START.
           PERFORM 0979B-LER-CONTATO UNTIL NTF-CONTATOS-LIDOS.
       0979A-EXIT.
           EXIT.

       0979B-LER-CONTATO.
           READ ARQUIVO-CONTATOS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-NTF-CTT-FIM
               NOT AT END
                   IF CTT-CPF NOT = WRK-NTF-CPF
                       MOVE 'S' TO WRK-NTF-CTT-FIM
                   ELSE
                       IF CTT-EMAIL AND WRK-NTF-EMAIL = SPACES
                           MOVE CTT-VALOR TO WRK-NTF-EMAIL
                       END-IF
                       IF CTT-TELEFONE AND WRK-NTF-FONE = SPACES
                           MOVE CTT-VALOR TO WRK-NTF-FONE
                       END-IF
                   END-IF
           END-READ.
           IF WRK-NTF-EMAIL NOT = SPACES AND WRK-NTF-FONE NOT = SPACES
               MOVE 'S' TO WRK-NTF-CTT-FIM
           END-IF.
       0979B-EXIT.
           EXIT.

      * MESMA PROCURA DO 0955, SEM EXIBIR: O TEXTO FINAL FICA EM
      * WRK-MSG-TEXTO-FINAL.
       0979C-MONTAR-TEXTO.
           MOVE WRK-NTF-MODELO TO WRK-MSG-CODIGO.
           MOVE WRK-NTF-SUBST  TO WRK-MSG-SUBST.
           MOVE 'N' TO WRK-MSG-ACHADA.
           OPEN INPUT MENSAGENS-ARQUIVO.
           IF FS-MSG-ARQUIVO-NOVO
               CONTINUE
           ELSE
               PERFORM 0956-LER-MENSAGEM
               PERFORM 0957-PROCURAR-MENSAGEM
                   UNTIL FS-MSG-FIM OR MENSAGEM-ACHADA
           END-IF.
           CLOSE MENSAGENS-ARQUIVO.
           IF MENSAGEM-ACHADA
               PERFORM 0958-MONTAR-TEXTO
           END-IF.
           MOVE SPACES TO WRK-MSG-SUBST.
       0979C-EXIT.
           EXIT.

      * CANAL E DESTINO JA ESTAO NO REGISTRO. CHAVE REPETIDA = O
      * MESMO EVENTO JA FOI ENFILEIRADO NESTE CANAL.
       0979D-GRAVAR-NOTIFICACAO.
           MOVE WRK-NTF-EVENTO      TO NTF-EVENTO.
           MOVE WRK-NTF-REFERENCIA  TO NTF-REFERENCIA.
           MOVE WRK-NTF-CPF         TO NTF-CPF.
           MOVE WRK-NTF-MODELO      TO NTF-MODELO.
           MOVE WRK-MSG-TEXTO-FINAL TO NTF-TEXTO.
           MOVE WRK-NTF-FINALIDADE  TO NTF-FINALIDADE.
           MOVE WRK-NTF-HOJE        TO NTF-DATA-GERACAO.
           IF WRK-NTF-DATA-ENVIO = SPACES
               MOVE WRK-NTF-HOJE TO NTF-DATA-ENVIO
           ELSE
               MOVE WRK-NTF-DATA-ENVIO TO NTF-DATA-ENVIO
           END-IF.
           MOVE WRK-NTF-PROGRAMA    TO NTF-PROGRAMA.
           MOVE 'P'                 TO NTF-SITUACAO.
           MOVE WRK-NTF-HOJE        TO NTF-DATA-SITUACAO.
           MOVE ZEROS               TO NTF-TENTATIVAS.
           MOVE SPACES              TO NTF-RETORNO.
           WRITE REGISTRO-NOTIFICACAO
               INVALID KEY
                   ADD 1 TO WRK-NTF-DUPLICADAS
               NOT INVALID KEY
                   ADD 1 TO WRK-NTF-GERADAS
           END-WRITE.
       0979D-EXIT.
           EXIT.

       0984-FECHAR-NOTIFICACOES.
           CLOSE ARQUIVO-NOTIFICACOES.
           IF CONTATOS-NO-AR
               CLOSE ARQUIVO-CONTATOS
           END-IF.
       0984-EXIT.
           EXIT.
