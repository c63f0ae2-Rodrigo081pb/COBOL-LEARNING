      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: FECHAMENTO MENSAL DO PROGRAMA DE FIDELIDADE: VENCE
      *              OS LOTES DE PONTOS DE FIDELIDADE.DAT QUE PASSARAM
      *              DA VALIDADE (O SALDO DO LOTE VIRA EXPIRADO, COM A
      *              DATA) E GRAVA O EXTRATO MENSAL POR CLIENTE --
      *              SALDO, GANHOS, RESGATES, ESTORNOS E VENCIDOS NO
      *              MES E O QUE VENCE NO MES SEGUINTE -- COM O NOME
      *              (CLIENTES.DAT) E O CONTATO (CONTATOS.DAT), PARA
      *              AVISAR O CLIENTE DO SALDO. SO SAI NO EXTRATO QUEM
      *              TEM CONSENTIMENTO DE MARKETING (CONSENT-PD.CPY);
      *              OS DEMAIS SAO SUPRIMIDOS E CONTADOS NO RESUMO.
      *              PENSADO PARA RODAR COMO PASSO DO JOB FIM-DE-MES.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FID0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FIDELIDADE
               ASSIGN TO DYNAMIC WRK-FIDELIDADE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FID-CHAVE
               FILE STATUS IS WRK-FID-STATUS.

           SELECT ARQUIVO-CLIENTES ASSIGN TO DYNAMIC WRK-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT ARQUIVO-CONTATOS ASSIGN TO DYNAMIC WRK-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-CTT-STATUS.

           SELECT ARQUIVO-CONSENTIMENTOS
               ASSIGN TO DYNAMIC WRK-CONSENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSN-CHAVE
               FILE STATUS IS WRK-CSN-STATUS.

           SELECT ARQUIVO-EXTRATO ASSIGN TO DYNAMIC WRK-EXTRATO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-FIDELIDADE.
           COPY FIDELIDADE-FD.CPY.

       FD ARQUIVO-CLIENTES.
           COPY CLIENTES-FD.CPY.

       FD ARQUIVO-CONTATOS.
           COPY CONTATOS-FD.CPY.

       FD ARQUIVO-CONSENTIMENTOS.
           COPY CONSENTIMENTOS-FD.CPY.

       FD ARQUIVO-EXTRATO
           RECORD CONTAINS 150 CHARACTERS.
       01 LINHA-EXTRATO PIC X(150).

       WORKING-STORAGE SECTION.

       01 WRK-CLI-STATUS PIC X(02).
           88 FS-CLI-OK             VALUE '00'.
           88 FS-CLI-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CTT-STATUS PIC X(02).
           88 FS-CTT-OK             VALUE '00'.
           88 FS-CTT-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-EXT-STATUS PIC X(02).
           88 FS-EXT-OK             VALUE '00'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-CLIENTES-PATH PIC X(100).
       01 WRK-CONTATOS-PATH PIC X(100).
       01 WRK-EXTRATO-PATH  PIC X(100).

       01 WRK-CLIENTES-EXISTE PIC X(01) VALUE 'N'.
           88 CLIENTES-EXISTE VALUE 'S'.
       01 WRK-CONTATOS-EXISTE PIC X(01) VALUE 'N'.
           88 CONTATOS-EXISTE VALUE 'S'.

       01 WRK-MES-ENTRADA PIC X(06).
       01 WRK-MES-ALVO    PIC X(06).
       01 WRK-PROXIMO-MES.
           05 WRK-PROX-ANO PIC 9(04).
           05 WRK-PROX-MES PIC 9(02).
       01 WRK-DATA-HOJE   PIC X(08).

      * QUEBRA POR CPF: ACUMULADOS DO CLIENTE NO MES.
       01 WRK-CPF-ATUAL       PIC X(14) VALUE SPACES.
       01 WRK-EXT-SALDO       PIC 9(09) VALUE ZERO.
       01 WRK-EXT-GANHOS      PIC 9(09) VALUE ZERO.
       01 WRK-EXT-RESGATADOS  PIC 9(09) VALUE ZERO.
       01 WRK-EXT-ESTORNADOS  PIC 9(09) VALUE ZERO.
       01 WRK-EXT-EXPIRADOS   PIC 9(09) VALUE ZERO.
       01 WRK-EXT-A-VENCER    PIC 9(09) VALUE ZERO.

       01 WRK-NOME-CLIENTE    PIC X(30).
       01 WRK-CONTATO         PIC X(40).
       01 WRK-CTT-FIM PIC X(01) VALUE 'N'.
           88 CONTATOS-VARRIDOS VALUE 'S'.

       01 WRK-LOTES-VENCIDOS  PIC 9(07) COMP VALUE 0.
       01 WRK-PONTOS-VENCIDOS PIC 9(11) VALUE ZERO.
       01 WRK-CLIENTES-LISTADOS PIC 9(07) COMP VALUE 0.

       01 WRK-PONTOS-ED  PIC ZZZ,ZZZ,ZZ9.
       01 WRK-SALDO-ED   PIC ZZZZZZZZ9.
       01 WRK-GANHOS-ED  PIC ZZZZZZZZ9.
       01 WRK-RESGATE-ED PIC ZZZZZZZZ9.
       01 WRK-ESTORNO-ED PIC ZZZZZZZZ9.
       01 WRK-VENCIDO-ED PIC ZZZZZZZZ9.
       01 WRK-VENCER-ED  PIC ZZZZZZZZ9.
       01 WRK-TOTAL-ED   PIC ZZZZZZ9.

           COPY FIDELIDADE-WS.CPY.
           COPY CPFMASK-WS.CPY.
           COPY CONSENT-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   FID0001A - FECHAMENTO MENSAL DE FIDELIDADE   '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'MES DO EXTRATO (AAAAMM, ENTER PARA O MES '
                   'ATUAL): '.
           ACCEPT WRK-MES-ENTRADA.
           IF WRK-MES-ENTRADA = SPACES
               MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-ALVO
           ELSE
               MOVE WRK-MES-ENTRADA TO WRK-MES-ALVO
           END-IF.

           IF WRK-MES-ALVO NOT NUMERIC
              OR WRK-MES-ALVO(5:2) < '01'
              OR WRK-MES-ALVO(5:2) > '12'
               DISPLAY 'MES INVALIDO: ' WRK-MES-ENTRADA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0995-ABRIR-FIDELIDADE
               IF NOT FIDELIDADE-ABERTA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0002-VENCER-PONTOS
                   PERFORM 0003-GERAR-EXTRATO
                   CLOSE ARQUIVO-FIDELIDADE
               END-IF
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-CLIENTES-PATH
               FROM ENVIRONMENT 'CLIENTES_DAT_PATH'.
           IF WRK-CLIENTES-PATH = SPACES
               MOVE 'CLIENTES.DAT' TO WRK-CLIENTES-PATH
           END-IF.

           ACCEPT WRK-CONTATOS-PATH
               FROM ENVIRONMENT 'CONTATOS_DAT_PATH'.
           IF WRK-CONTATOS-PATH = SPACES
               MOVE 'CONTATOS.DAT' TO WRK-CONTATOS-PATH
           END-IF.

           ACCEPT WRK-EXTRATO-PATH
               FROM ENVIRONMENT 'EXTRATO_FIDELIDADE_PATH'.
           IF WRK-EXTRATO-PATH = SPACES
               MOVE 'EXTRATO-FIDELIDADE.TXT' TO WRK-EXTRATO-PATH
           END-IF.
       0000-END.

      * LOTE COM SALDO E VALIDADE ANTERIOR A HOJE: O SALDO VIRA
      * EXPIRADO, COM A DATA DO VENCIMENTO (ENTRA NO EXTRATO DO MES).
       0002-VENCER-PONTOS.
           MOVE 'N' TO WRK-FID-FIM.
           MOVE LOW-VALUES TO FID-CHAVE.
           START ARQUIVO-FIDELIDADE KEY NOT < FID-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FID-FIM
               NOT INVALID KEY
                   PERFORM 0996A-LER-FIDELIDADE
                   PERFORM 0002A-AVALIAR-LOTE
                       UNTIL FIDELIDADE-VARRIDA
           END-START.

           MOVE WRK-PONTOS-VENCIDOS TO WRK-PONTOS-ED.
           DISPLAY 'LOTES VENCIDOS NESTA RODADA: ' WRK-LOTES-VENCIDOS
                   ' PONTOS: ' WRK-PONTOS-ED.
       0002-END.

       0002A-AVALIAR-LOTE.
           IF FID-LOTE-DE-PONTOS
              AND FID-SALDO-LOTE > ZERO
              AND FID-VALIDADE < WRK-DATA-HOJE
               ADD FID-SALDO-LOTE TO FID-EXPIRADOS
               ADD FID-SALDO-LOTE TO WRK-PONTOS-VENCIDOS
               MOVE ZERO          TO FID-SALDO-LOTE
               MOVE WRK-DATA-HOJE TO FID-DATA-EXPIRACAO
               REWRITE REGISTRO-FIDELIDADE
               ADD 1 TO WRK-LOTES-VENCIDOS
           END-IF.
           PERFORM 0996A-LER-FIDELIDADE.
       0002A-END.

      * LE O LIVRO EM ORDEM DE CPF E FECHA CADA CLIENTE NA QUEBRA.
       0003-GERAR-EXTRATO.
           MOVE WRK-MES-ALVO(1:4) TO WRK-PROX-ANO.
           MOVE WRK-MES-ALVO(5:2) TO WRK-PROX-MES.
           IF WRK-PROX-MES = 12
               ADD 1 TO WRK-PROX-ANO
               MOVE 1 TO WRK-PROX-MES
           ELSE
               ADD 1 TO WRK-PROX-MES
           END-IF.

           PERFORM 0975-ABRIR-CONSENTIMENTOS.

           OPEN INPUT ARQUIVO-CLIENTES.
           IF FS-CLI-ARQUIVO-NOVO
               CLOSE ARQUIVO-CLIENTES
           ELSE
               MOVE 'S' TO WRK-CLIENTES-EXISTE
           END-IF.

           OPEN INPUT ARQUIVO-CONTATOS.
           IF FS-CTT-ARQUIVO-NOVO
               CLOSE ARQUIVO-CONTATOS
           ELSE
               MOVE 'S' TO WRK-CONTATOS-EXISTE
           END-IF.

           OPEN OUTPUT ARQUIVO-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING 'EXTRATO DE PONTOS DE FIDELIDADE - MES '
                                    DELIMITED BY SIZE
                  WRK-MES-ALVO      DELIMITED BY SIZE
               INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE 'NOME'           TO LINHA-EXTRATO(1:4).
           MOVE 'CPF'            TO LINHA-EXTRATO(32:3).
           MOVE 'SALDO'          TO LINHA-EXTRATO(52:5).
           MOVE 'GANHOS'         TO LINHA-EXTRATO(61:6).
           MOVE 'RESGATES'       TO LINHA-EXTRATO(69:8).
           MOVE 'ESTORNOS'       TO LINHA-EXTRATO(79:8).
           MOVE 'VENCIDOS'       TO LINHA-EXTRATO(89:8).
           MOVE 'A VENCER'       TO LINHA-EXTRATO(99:8).
           MOVE 'CONTATO'        TO LINHA-EXTRATO(109:7).
           WRITE LINHA-EXTRATO.

           MOVE SPACES TO WRK-CPF-ATUAL.
           PERFORM 0003B-ZERAR-CLIENTE.
           MOVE 'N' TO WRK-FID-FIM.
           MOVE LOW-VALUES TO FID-CHAVE.
           START ARQUIVO-FIDELIDADE KEY NOT < FID-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FID-FIM
               NOT INVALID KEY
                   PERFORM 0996A-LER-FIDELIDADE
                   PERFORM 0004-ACUMULAR-LANCAMENTO
                       UNTIL FIDELIDADE-VARRIDA
           END-START.
           IF WRK-CPF-ATUAL NOT = SPACES
               PERFORM 0005-FECHAR-CLIENTE
           END-IF.

           MOVE SPACES TO LINHA-EXTRATO.
           MOVE WRK-CLIENTES-LISTADOS TO WRK-TOTAL-ED.
           STRING 'CLIENTES NO EXTRATO: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED            DELIMITED BY SIZE
               INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE WRK-CSN-SUPRIMIDOS TO WRK-TOTAL-ED.
           STRING 'SUPRIMIDOS SEM CONSENTIMENTO: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED                     DELIMITED BY SIZE
               INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           CLOSE ARQUIVO-EXTRATO.

           IF CLIENTES-EXISTE
               CLOSE ARQUIVO-CLIENTES
           END-IF.
           IF CONTATOS-EXISTE
               CLOSE ARQUIVO-CONTATOS
           END-IF.
           PERFORM 0977-FECHAR-CONSENTIMENTOS.

           DISPLAY 'EXTRATO DO MES ' WRK-MES-ALVO ': '
                   WRK-CLIENTES-LISTADOS ' CLIENTE(S) (SUPRIMIDOS '
                   'SEM CONSENTIMENTO: ' WRK-CSN-SUPRIMIDOS ').'.
       0003-END.

       0003B-ZERAR-CLIENTE.
           MOVE ZERO TO WRK-EXT-SALDO WRK-EXT-GANHOS
                        WRK-EXT-RESGATADOS WRK-EXT-ESTORNADOS
                        WRK-EXT-EXPIRADOS WRK-EXT-A-VENCER.
       0003B-END.

       0004-ACUMULAR-LANCAMENTO.
           IF FID-CPF NOT = WRK-CPF-ATUAL
               IF WRK-CPF-ATUAL NOT = SPACES
                   PERFORM 0005-FECHAR-CLIENTE
               END-IF
               MOVE FID-CPF TO WRK-CPF-ATUAL
               PERFORM 0003B-ZERAR-CLIENTE
           END-IF.

           IF FID-DATA(1:6) = WRK-MES-ALVO
               EVALUATE TRUE
                   WHEN FID-LOTE-DE-PONTOS
                       ADD FID-PONTOS TO WRK-EXT-GANHOS
                   WHEN FID-RESGATE
                       ADD FID-PONTOS TO WRK-EXT-RESGATADOS
                   WHEN FID-ESTORNO
                       ADD FID-PONTOS TO WRK-EXT-ESTORNADOS
               END-EVALUATE
           END-IF.

           IF FID-LOTE-DE-PONTOS
               IF FID-DATA-EXPIRACAO(1:6) = WRK-MES-ALVO
                   ADD FID-EXPIRADOS TO WRK-EXT-EXPIRADOS
               END-IF
               IF FID-VALIDADE >= WRK-DATA-HOJE
                   ADD FID-SALDO-LOTE TO WRK-EXT-SALDO
                   IF FID-VALIDADE(1:6) = WRK-PROXIMO-MES
                       ADD FID-SALDO-LOTE TO WRK-EXT-A-VENCER
                   END-IF
               END-IF
           END-IF.

           PERFORM 0996A-LER-FIDELIDADE.
       0004-END.

      * CLIENTE SEM SALDO E SEM MOVIMENTO NO MES NAO SAI; OS DEMAIS
      * SAEM SE CONSENTIRAM O CONTATO DE MARKETING.
       0005-FECHAR-CLIENTE.
           IF WRK-EXT-SALDO > ZERO OR WRK-EXT-GANHOS > ZERO
              OR WRK-EXT-RESGATADOS > ZERO
              OR WRK-EXT-ESTORNADOS > ZERO
              OR WRK-EXT-EXPIRADOS > ZERO
               MOVE WRK-CPF-ATUAL TO WRK-CSN-CPF-BUSCA
               PERFORM 0976-VERIFICAR-CONSENTIMENTO
               IF CONTATO-PERMITIDO
                   PERFORM 0006-GRAVAR-LINHA-CLIENTE
               ELSE
                   ADD 1 TO WRK-CSN-SUPRIMIDOS
               END-IF
           END-IF.
       0005-END.

       0006-GRAVAR-LINHA-CLIENTE.
           MOVE SPACES TO WRK-NOME-CLIENTE WRK-CONTATO.
           IF CLIENTES-EXISTE
               MOVE WRK-CPF-ATUAL TO CLI-CPF
               READ ARQUIVO-CLIENTES
                   INVALID KEY
                       MOVE '(SEM CADASTRO DE CLIENTE)'
                           TO WRK-NOME-CLIENTE
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WRK-NOME-CLIENTE
               END-READ
           END-IF.
           IF CONTATOS-EXISTE
               PERFORM 0007-BUSCAR-CONTATO
           END-IF.

           MOVE WRK-CPF-ATUAL      TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           MOVE WRK-EXT-SALDO      TO WRK-SALDO-ED.
           MOVE WRK-EXT-GANHOS     TO WRK-GANHOS-ED.
           MOVE WRK-EXT-RESGATADOS TO WRK-RESGATE-ED.
           MOVE WRK-EXT-ESTORNADOS TO WRK-ESTORNO-ED.
           MOVE WRK-EXT-EXPIRADOS  TO WRK-VENCIDO-ED.
           MOVE WRK-EXT-A-VENCER   TO WRK-VENCER-ED.

           MOVE SPACES TO LINHA-EXTRATO.
           STRING WRK-NOME-CLIENTE DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-MSK-SAIDA    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-SALDO-ED     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-GANHOS-ED    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-RESGATE-ED   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-ESTORNO-ED   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-VENCIDO-ED   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-VENCER-ED    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-CONTATO      DELIMITED BY SIZE
               INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           ADD 1 TO WRK-CLIENTES-LISTADOS.
       0006-END.

      * PRIMEIRO E-MAIL DO CPF EM CONTATOS.DAT; SEM E-MAIL, O
      * PRIMEIRO TELEFONE.
       0007-BUSCAR-CONTATO.
           MOVE 'N' TO WRK-CTT-FIM.
           MOVE WRK-CPF-ATUAL TO CTT-CPF.
           MOVE ZEROS         TO CTT-SEQ.
           START ARQUIVO-CONTATOS KEY NOT < CTT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-CTT-FIM
               NOT INVALID KEY
                   PERFORM 0007A-LER-CONTATO
                   PERFORM 0007B-AVALIAR-CONTATO
                       UNTIL CONTATOS-VARRIDOS
           END-START.
       0007-END.

       0007A-LER-CONTATO.
           READ ARQUIVO-CONTATOS NEXT RECORD.
           IF NOT FS-CTT-OK
               MOVE 'S' TO WRK-CTT-FIM
           END-IF.
       0007A-END.

       0007B-AVALIAR-CONTATO.
           IF CTT-CPF NOT = WRK-CPF-ATUAL
               MOVE 'S' TO WRK-CTT-FIM
           ELSE
               IF CTT-EMAIL
                   MOVE CTT-VALOR TO WRK-CONTATO
                   MOVE 'S' TO WRK-CTT-FIM
               ELSE
                   IF WRK-CONTATO = SPACES
                       MOVE CTT-VALOR TO WRK-CONTATO
                   END-IF
                   PERFORM 0007A-LER-CONTATO
               END-IF
           END-IF.
       0007B-END.

           COPY FIDELIDADE-PD.CPY.
           COPY CPFMASK-PD.CPY.
           COPY CONSENT-PD.CPY.
           COPY BANNER-PD.CPY.
