      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: BAIXA DO RETORNO DE ENTREGA DO GATEWAY DE E-MAIL
      *              E SMS NA FILA DE NOTIFICACOES (NOTIFICACOES.DAT).
      *              O ARQUIVO E CONFERIDO INTEIRO ANTES DA BAIXA
      *              (CABECALHO, RODAPE E QUANTIDADE DE DETALHES, COMO
      *              NO CAD0027A); ARQUIVO TRUNCADO OU FORA DO LAYOUT E
      *              RECUSADO SEM TOCAR NA FILA (RETURN-CODE 8). CADA
      *              DETALHE LOCALIZA A MENSAGEM PELA CHAVE DEVOLVIDA:
      *              ENTREGUE FECHA A MENSAGEM; FALHA VOLTA A MENSAGEM
      *              PARA PENDENTE, PARA SAIR DE NOVO NA PROXIMA
      *              REMESSA DO NTF0001A, ATE ESGOTAR AS TENTATIVAS
      *              (NOTIF_TENTATIVAS, PADRAO 3) -- DAI A FALHA FICA
      *              DEFINITIVA. SO MENSAGEM REMETIDA E BAIXADA: O MESMO
      *              RETORNO LIDO DUAS VEZES NAO MUDA NADA. AS FALHAS
      *              DEFINITIVAS SAEM NO RELATORIO DO SPOOL (CONTATO A
      *              CONFERIR NO CADASTRO); HAVENDO ALGUMA, O PASSO
      *              REGISTRA A EXCECAO JOB-0016 E DEVOLVE RETURN-CODE
      *              4. SEM ARQUIVO DE RETORNO NO DIA, NADA A BAIXAR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTF0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RETORNO ASSIGN TO DYNAMIC WRK-RETORNO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.

           SELECT ARQUIVO-NOTIFICACOES
               ASSIGN TO DYNAMIC WRK-NOTIFICACOES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-CHAVE
               FILE STATUS IS WRK-NTF-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT EXCECOES-ARQUIVO ASSIGN TO DYNAMIC WRK-EXCDIA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-RETORNO
           RECORD CONTAINS 80 CHARACTERS.
           COPY NOTIF-RETORNO-FD.CPY.

       FD ARQUIVO-NOTIFICACOES.
           COPY NOTIFICACOES-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD EXCECOES-ARQUIVO.
           COPY EXCECAO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-RET-STATUS PIC X(02).
           88 FS-RET-OK           VALUE '00'.
           88 FS-RET-FIM-ARQUIVO  VALUE '10'.
           88 FS-RET-ARQUIVO-NOVO VALUE '35'.
       01 WRK-NTF-STATUS PIC X(02).
           88 FS-NTF-OK           VALUE '00'.
           88 FS-NTF-ARQUIVO-NOVO VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-RETORNO-PATH      PIC X(100).
       01 WRK-NOTIFICACOES-PATH PIC X(100).

      * TENTATIVAS DE ENVIO ANTES DA FALHA DEFINITIVA.
       01 WRK-TENTATIVAS-ENT PIC X(02).
       01 WRK-MAX-TENTATIVAS PIC 9(02) VALUE 3.

       01 WRK-DATA-HOJE PIC X(08).

      * CONFERENCIA DO ARQUIVO ANTES DA BAIXA.
       01 WRK-RETORNO-OK PIC X(01) VALUE 'N'.
           88 RETORNO-VALIDO VALUE 'S'.
       01 WRK-RETORNO-AUSENTE PIC X(01) VALUE 'N'.
           88 SEM-RETORNO-NO-DIA VALUE 'S'.
       01 WRK-TEM-CABECALHO PIC X(01) VALUE 'N'.
           88 TEM-CABECALHO VALUE 'S'.
       01 WRK-TEM-RODAPE PIC X(01) VALUE 'N'.
           88 TEM-RODAPE VALUE 'S'.
       01 WRK-FORA-LAYOUT   PIC 9(07) COMP VALUE 0.
       01 WRK-QTD-RODAPE    PIC 9(08) VALUE ZERO.
       01 WRK-DATA-PROCESSAMENTO PIC X(08) VALUE SPACES.

      * CONTADORES DA BAIXA.
       01 WRK-DETALHES-LIDOS PIC 9(08) COMP VALUE 0.
       01 WRK-ENTREGUES      PIC 9(07) COMP VALUE 0.
       01 WRK-REENVIAR       PIC 9(07) COMP VALUE 0.
       01 WRK-FALHAS         PIC 9(07) COMP VALUE 0.
       01 WRK-NAO-ACHADAS    PIC 9(07) COMP VALUE 0.
       01 WRK-JA-BAIXADAS    PIC 9(07) COMP VALUE 0.
       01 WRK-RECUSADOS      PIC 9(07) COMP VALUE 0.

       01 WRK-QTD-ED PIC Z,ZZZ,ZZ9.

           COPY CPFMASK-WS.CPY.
           COPY EXCECAO-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '  NTF0002A - RETORNO DE ENTREGA DAS NOTIFICACOES '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0002-CONFERIR-RETORNO.
           IF SEM-RETORNO-NO-DIA
               DISPLAY 'NENHUM RETORNO DO GATEWAY A BAIXAR.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           IF NOT RETORNO-VALIDO
               DISPLAY 'RETORNO RECUSADO. NADA FOI BAIXADO.'
               MOVE 8 TO RETURN-CODE
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           MOVE 'NOTIFICACOES-FALHA' TO WRK-REL-NOME.
           MOVE 'CHAVE DA FILA             CPF            DESTINO
      -         '                                 MOTIVO'
               TO WRK-REL-CABECALHO.
           MOVE 'NTF0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           PERFORM 0003-BAIXAR-RETORNO.

           PERFORM 0010-IMPRIMIR-TOTAIS.
           PERFORM 0973-FECHAR-RELATORIO.
           PERFORM 0020-IMPRIMIR-RESUMO.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WRK-FALHAS > 0
               MOVE 'NTF0002A' TO WRK-EXC-PROGRAMA
               MOVE 'JOB-0016' TO WRK-EXC-CODIGO
               MOVE WRK-FALHAS TO WRK-EXC-DETALHE
               PERFORM 0985-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-RETORNO-PATH
               FROM ENVIRONMENT 'NOTIF_RETORNO_PATH'.
           IF WRK-RETORNO-PATH = SPACES
               MOVE 'NOTIF-RETORNO.TXT' TO WRK-RETORNO-PATH
           END-IF.
           ACCEPT WRK-NOTIFICACOES-PATH
               FROM ENVIRONMENT 'NOTIFICACOES_DAT_PATH'.
           IF WRK-NOTIFICACOES-PATH = SPACES
               MOVE 'NOTIFICACOES.DAT' TO WRK-NOTIFICACOES-PATH
           END-IF.
           ACCEPT WRK-TENTATIVAS-ENT
               FROM ENVIRONMENT 'NOTIF_TENTATIVAS'.
           IF WRK-TENTATIVAS-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-TENTATIVAS-ENT)
                   TO WRK-MAX-TENTATIVAS
           END-IF.
           IF WRK-MAX-TENTATIVAS = ZERO
               MOVE 1 TO WRK-MAX-TENTATIVAS
           END-IF.
       0000-END.

      * ----------------------------------------------------------------
      * PRIMEIRA PASSADA: O ARQUIVO PRECISA COMECAR PELO CABECALHO,
      * TERMINAR PELO RODAPE E TER NO RODAPE A QUANTIDADE DE DETALHES
      * LIDOS. TIPO DE REGISTRO DESCONHECIDO RECUSA O ARQUIVO.
      * ----------------------------------------------------------------
       0002-CONFERIR-RETORNO.
           MOVE 'N' TO WRK-RETORNO-OK.
           OPEN INPUT ARQUIVO-RETORNO.
           IF FS-RET-ARQUIVO-NOVO
               MOVE 'S' TO WRK-RETORNO-AUSENTE
               CLOSE ARQUIVO-RETORNO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0002A-LER-RETORNO.
           IF NOT FS-RET-FIM-ARQUIVO AND NRT-CABECALHO
               MOVE 'S' TO WRK-TEM-CABECALHO
               MOVE NRT-DATA-PROCESSAMENTO TO WRK-DATA-PROCESSAMENTO
               PERFORM 0002A-LER-RETORNO
           END-IF.
           PERFORM 0002B-CONTAR-REGISTRO
               UNTIL FS-RET-FIM-ARQUIVO OR TEM-RODAPE.
           IF TEM-RODAPE
               PERFORM 0002A-LER-RETORNO
               IF NOT FS-RET-FIM-ARQUIVO
                   DISPLAY 'HA REGISTROS DEPOIS DO RODAPE.'
                   ADD 1 TO WRK-FORA-LAYOUT
               END-IF
           END-IF.
           CLOSE ARQUIVO-RETORNO.

           IF NOT TEM-CABECALHO
               DISPLAY 'RETORNO SEM CABECALHO (TIPO 0) NO INICIO.'
           ELSE
               IF NOT TEM-RODAPE
                   DISPLAY 'RETORNO SEM RODAPE (TIPO 9): ARQUIVO '
                           'TRUNCADO.'
               ELSE
                   IF WRK-QTD-RODAPE NOT = WRK-DETALHES-LIDOS
                       DISPLAY 'RODAPE INFORMA ' WRK-QTD-RODAPE
                               ' DETALHES; LIDOS '
                               WRK-DETALHES-LIDOS '.'
                   ELSE
                       IF WRK-FORA-LAYOUT > 0
                           DISPLAY 'REGISTROS FORA DO LAYOUT: '
                                   WRK-FORA-LAYOUT '.'
                       ELSE
                           MOVE 'S' TO WRK-RETORNO-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WRK-DETALHES-LIDOS.
       0002-END.

       0002A-LER-RETORNO.
           READ ARQUIVO-RETORNO.
       0002A-END.

       0002B-CONTAR-REGISTRO.
           EVALUATE TRUE
               WHEN NRT-DETALHE
                   ADD 1 TO WRK-DETALHES-LIDOS
               WHEN NRT-RODAPE
                   MOVE 'S' TO WRK-TEM-RODAPE
                   IF NRT-QTD-DETALHES IS NUMERIC
                       MOVE NRT-QTD-DETALHES TO WRK-QTD-RODAPE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-FORA-LAYOUT
           END-EVALUATE.
           IF NOT TEM-RODAPE
               PERFORM 0002A-LER-RETORNO
           END-IF.
       0002B-END.

      * ----------------------------------------------------------------
      * SEGUNDA PASSADA: BAIXA CADA DETALHE NA FILA.
      * ----------------------------------------------------------------
       0003-BAIXAR-RETORNO.
           OPEN I-O ARQUIVO-NOTIFICACOES.
           IF FS-NTF-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-NOTIFICACOES
               CLOSE ARQUIVO-NOTIFICACOES
               OPEN I-O ARQUIVO-NOTIFICACOES
           END-IF.

           OPEN INPUT ARQUIVO-RETORNO.
           PERFORM 0002A-LER-RETORNO.
           PERFORM 0004-BAIXAR-DETALHE
               UNTIL FS-RET-FIM-ARQUIVO.
           CLOSE ARQUIVO-RETORNO.
           CLOSE ARQUIVO-NOTIFICACOES.
       0003-END.

       0004-BAIXAR-DETALHE.
           IF NRT-DETALHE
               ADD 1 TO WRK-DETALHES-LIDOS
               IF NOT NRT-ENTREGUE AND NOT NRT-FALHOU
                   ADD 1 TO WRK-RECUSADOS
                   DISPLAY 'DETALHE ' NRT-SEQUENCIA ' RECUSADO: '
                           'SITUACAO INVALIDA (' NRT-SITUACAO ').'
               ELSE
                   PERFORM 0005-LOCALIZAR-MENSAGEM
               END-IF
           END-IF.
           PERFORM 0002A-LER-RETORNO.
       0004-END.

      * CHAVE DESCONHECIDA (REMESSA DE OUTRA BASE) E MENSAGEM QUE NAO
      * ESTA MAIS REMETIDA (RETORNO JA BAIXADO) SO SAO CONTADAS.
       0005-LOCALIZAR-MENSAGEM.
           MOVE NRT-CHAVE TO NTF-CHAVE.
           READ ARQUIVO-NOTIFICACOES
               INVALID KEY
                   ADD 1 TO WRK-NAO-ACHADAS
                   DISPLAY 'DETALHE ' NRT-SEQUENCIA ': CHAVE '
                           NRT-CHAVE ' NAO ESTA NA FILA.'
                   EXIT PARAGRAPH
           END-READ.
           IF NOT NTF-REMETIDA
               ADD 1 TO WRK-JA-BAIXADAS
               EXIT PARAGRAPH
           END-IF.

           IF NRT-DATA IS NUMERIC
               MOVE NRT-DATA TO NTF-DATA-SITUACAO
           ELSE
               MOVE WRK-DATA-HOJE TO NTF-DATA-SITUACAO
           END-IF.
           MOVE NRT-MOTIVO TO NTF-RETORNO.

           EVALUATE TRUE
               WHEN NRT-ENTREGUE
                   MOVE 'E' TO NTF-SITUACAO
                   ADD 1 TO WRK-ENTREGUES
               WHEN NTF-TENTATIVAS < WRK-MAX-TENTATIVAS
                   MOVE 'P' TO NTF-SITUACAO
                   ADD 1 TO WRK-REENVIAR
               WHEN OTHER
                   MOVE 'F' TO NTF-SITUACAO
                   ADD 1 TO WRK-FALHAS
                   PERFORM 0006-IMPRIMIR-FALHA
           END-EVALUATE.
           REWRITE REGISTRO-NOTIFICACAO.
       0005-END.

       0006-IMPRIMIR-FALHA.
           MOVE NTF-CPF TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           MOVE NTF-CHAVE     TO WRK-REL-LINHA(1:24).
           MOVE WRK-MSK-SAIDA TO WRK-REL-LINHA(27:14).
           MOVE NTF-DESTINO   TO WRK-REL-LINHA(42:50).
           MOVE NTF-RETORNO   TO WRK-REL-LINHA(93:30).
           PERFORM 0972-IMPRIMIR-LINHA.
       0006-END.

       0010-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO WRK-REL-LINHA(1:70).
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-FALHAS TO WRK-REL-NUM-ED.
           STRING 'FALHAS DEFINITIVAS (CONFERIR CONTATO): '
                      DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-ENTREGUES TO WRK-REL-NUM-ED.
           STRING 'MENSAGENS ENTREGUES..................: '
                      DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-REENVIAR TO WRK-REL-NUM-ED.
           STRING 'FALHAS DE VOLTA A FILA (NOVA TENTATIVA): '
                      DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'DATA DE PROCESSAMENTO NO GATEWAY.....: '
                      DELIMITED BY SIZE
                  WRK-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0010-END.

       0020-IMPRIMIR-RESUMO.
           MOVE WRK-DETALHES-LIDOS TO WRK-QTD-ED.
           DISPLAY 'DETALHES NO RETORNO.........: ' WRK-QTD-ED.
           MOVE WRK-ENTREGUES TO WRK-QTD-ED.
           DISPLAY 'ENTREGUES...................: ' WRK-QTD-ED.
           MOVE WRK-REENVIAR TO WRK-QTD-ED.
           DISPLAY 'DE VOLTA A FILA.............: ' WRK-QTD-ED.
           MOVE WRK-FALHAS TO WRK-QTD-ED.
           DISPLAY 'FALHAS DEFINITIVAS..........: ' WRK-QTD-ED.
           MOVE WRK-JA-BAIXADAS TO WRK-QTD-ED.
           DISPLAY 'JA BAIXADAS ANTES...........: ' WRK-QTD-ED.
           MOVE WRK-NAO-ACHADAS TO WRK-QTD-ED.
           DISPLAY 'CHAVE FORA DA FILA..........: ' WRK-QTD-ED.
           MOVE WRK-RECUSADOS TO WRK-QTD-ED.
           DISPLAY 'DETALHES RECUSADOS..........: ' WRK-QTD-ED.
       0020-END.

           COPY CPFMASK-PD.CPY.
           COPY EXCECAO-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
