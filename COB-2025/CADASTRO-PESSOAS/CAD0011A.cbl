      *                        CAD0021A): QUEM NAO TEM CONSENTIMENTO
      *                        DE MARKETING CONCEDIDO E SUPRIMIDO DA
      *                        LISTA E CONTADO NO RESUMO DA RODADA.
      * 15/10/2026 - RODRIGO - CADA ANIVERSARIANTE DO EXTRATO (SO QUEM
      *                        CONSENTIU) GANHA A MENSAGEM DE
      *                        ANIVERSARIO NA FILA DE NOTIFICACOES,
      *                        PARA SAIR NO DIA; DATA JA PASSADA NAO
      *                        GERA MENSAGEM E A REEMISSAO NAO REPETE.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS CSN-CHAVE
               FILE STATUS IS WRK-CSN-STATUS.

           SELECT ARQUIVO-NOTIFICACOES
               ASSIGN TO DYNAMIC WRK-NOTIFICACOES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-CHAVE
               FILE STATUS IS WRK-NTF-STATUS.

           SELECT ARQUIVO-CONTATOS ASSIGN TO DYNAMIC WRK-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-CTT-STATUS.

           SELECT MENSAGENS-ARQUIVO
               ASSIGN TO DYNAMIC WRK-MENSAGENS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-CADASTRO.
       FD ARQUIVO-CONSENTIMENTOS.
           COPY CONSENTIMENTOS-FD.CPY.

       FD ARQUIVO-NOTIFICACOES.
           COPY NOTIFICACOES-FD.CPY.

       FD ARQUIVO-CONTATOS.
           COPY CONTATOS-FD.CPY.

       FD MENSAGENS-ARQUIVO.
           COPY MENSAGENS-FD.CPY.

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-DIA        PIC 9(02).
       01 WRK-TOTAL-SELECIONADOS PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-EDITADO      PIC ZZZZ9.

      * DATA DO ANIVERSARIO NO ANO DA MENSAGEM (EXTRATO DE UM MES JA
      * PASSADO NO ANO VALE PARA O ANO SEGUINTE).
       01 WRK-ANIVERSARIO.
           05 WRK-ANIV-ANO PIC 9(04).
           05 WRK-ANIV-MES PIC 9(02).
           05 WRK-ANIV-DIA PIC 9(02).
       01 WRK-ANIV-NUM REDEFINES WRK-ANIVERSARIO PIC 9(08).
       01 WRK-PRIMEIRO-NOME PIC X(30).

           COPY CPFMASK-WS.CPY.
           COPY CONSENT-WS.CPY.
           COPY MENSAGEM-WS.CPY.
           COPY NOTIFICA-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-CADASTRO-PATH
               FROM ENVIRONMENT 'CADASTRO_DAT_PATH'.
           IF WRK-CADASTRO-PATH = SPACES
               MOVE 'CADASTRO.DAT' TO WRK-CADASTRO-PATH
           END-IF.

       0002-GERAR-EXTRATO.
           PERFORM 0975-ABRIR-CONSENTIMENTOS.
           PERFORM 0978-ABRIR-NOTIFICACOES.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-DIA SORT-NOME
               OUTPUT PROCEDURE IS 0005-GRAVAR-EXTRATO.

           PERFORM 0977-FECHAR-CONSENTIMENTOS.
           PERFORM 0984-FECHAR-NOTIFICACOES.

           DISPLAY 'ANIVERSARIANTES NO MES ' WRK-MES-ALVO ': '
                   WRK-TOTAL-SELECIONADOS
                   ' (SUPRIMIDOS SEM CONSENTIMENTO: '
                   WRK-CSN-SUPRIMIDOS ').'.
           DISPLAY 'MENSAGENS DE ANIVERSARIO ENFILEIRADAS: '
                   WRK-NTF-GERADAS ' (JA NA FILA: '
                   WRK-NTF-DUPLICADAS ', SEM CONTATO: '
                   WRK-NTF-SEM-CONTATO ').'.
       0002-END.

      * LE O CADASTRO POR COMPLETO E LIBERA PARA A CLASSIFICACAO SO
           END-STRING.
           WRITE LINHA-ANIVER.
           ADD 1 TO WRK-TOTAL-SELECIONADOS.
           PERFORM 0007-ENFILEIRAR-ANIVERSARIO.

           PERFORM 0005A-RECEBER-ORDENADO.
       0006-END.

      * MENSAGEM DE MARKETING: SO CHEGA AQUI QUEM CONSENTIU (0004), E
      * A REMESSA (NTF0001A) CONFERE DE NOVO NO DIA DO ENVIO. 29/02
      * EM ANO NAO BISSEXTO SAI EM 28/02. A CHAVE E CPF + ANO.
       0007-ENFILEIRAR-ANIVERSARIO.
           MOVE WRK-HOJE-ANO TO WRK-ANIV-ANO.
           IF WRK-MES-ALVO < WRK-HOJE-MES
               ADD 1 TO WRK-ANIV-ANO
           END-IF.
           MOVE WRK-MES-ALVO TO WRK-ANIV-MES.
           MOVE SORT-DIA     TO WRK-ANIV-DIA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-ANIV-NUM) NOT = 0
               SUBTRACT 1 FROM WRK-ANIV-DIA
           END-IF.
           IF WRK-ANIVERSARIO < WRK-DATA-HOJE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-PRIMEIRO-NOME.
           UNSTRING SORT-NOME DELIMITED BY ' '
               INTO WRK-PRIMEIRO-NOME
           END-UNSTRING.

           MOVE 'ANI' TO WRK-NTF-EVENTO.
           MOVE SPACES TO WRK-NTF-REFERENCIA.
           STRING SORT-CPF     DELIMITED BY SIZE
                  WRK-ANIV-ANO DELIMITED BY SIZE
               INTO WRK-NTF-REFERENCIA
           END-STRING.
           MOVE SORT-CPF          TO WRK-NTF-CPF.
           MOVE WRK-PRIMEIRO-NOME TO WRK-NTF-SUBST.
           MOVE 'NTF-0005'        TO WRK-NTF-MODELO.
           MOVE 'M'               TO WRK-NTF-FINALIDADE.
           MOVE WRK-ANIVERSARIO   TO WRK-NTF-DATA-ENVIO.
           MOVE 'CAD0011A'        TO WRK-NTF-PROGRAMA.
           PERFORM 0979-ENFILEIRAR-NOTIFICACAO.
       0007-END.

           COPY CPFMASK-PD.CPY.
           COPY CONSENT-PD.CPY.
           COPY MENSAGEM-PD.CPY.
           COPY NOTIFICA-PD.CPY.
           COPY BANNER-PD.CPY.
