      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: FILA DE NOTIFICACOES AOS CLIENTES POR E-MAIL E
      *              SMS -- O FIM DO TELEFONEMA A MAO. PASSO DIARIO DO
      *              FIM-DE-DIA EM DUAS PARTES:
      *              1) EVENTOS DO DIA: ENCOMENDA ABERTA COM ENTREGA
      *                 AMANHA (ENCOMENDAS.DAT), MENSALIDADE EM ABERTO
      *                 QUE VENCE EM 3 DIAS (MENSALIDADES.DAT, AVISO
      *                 AO RESPONSAVEL FINANCEIRO) E PARCELA DE
      *                 EMPRESTIMO EM ATRASO (EMPRESTIMOS.DAT, MESMO
      *                 CALCULO DO POSTING FIN0002A). CADA EVENTO VAI
      *                 PARA NOTIFICACOES.DAT PELO PARAGRAFO
      *                 COMPARTILHADO 0979, COM O TEXTO DO MODELO DE
      *                 MENSAGENS.DAT; O EXTRATO DA EMPRESA (VEN0003A)
      *                 E O ANIVERSARIO (CAD0011A) SAO ENFILEIRADOS
      *                 PELOS PROPRIOS PROGRAMAS. EVENTO JA NA FILA E
      *                 SUPRIMIDO (CHAVE EVENTO + DOCUMENTO + CANAL).
      *              2) REMESSA AO GATEWAY: AS MENSAGENS PENDENTES COM
      *                 DATA DE ENVIO ATE HOJE SAEM NO ARQUIVO DE
      *                 REMESSA (NOTIF-REMESSA-FD.CPY) E FICAM
      *                 REMETIDAS ATE O RETORNO (NTF0002A). MARKETING
      *                 SEM CONSENTIMENTO CONCEDIDO NO DIA (CAD0021A)
      *                 NAO SAI: FICA SUPRIMIDA NA FILA.
      *              O RESUMO POR EVENTO VAI PARA O SPOOL. RETURN-CODE
      *              4 QUANDO FALTA MODELO NO CATALOGO (RODE O
      *              MSG0001A, OPCAO G).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTF0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ENCOMENDAS
               ASSIGN TO DYNAMIC WRK-ENCOMENDAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENC-NUMERO
               FILE STATUS IS WRK-ENC-STATUS.

           SELECT ARQUIVO-MENSALIDADES
               ASSIGN TO DYNAMIC WRK-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MEN-STATUS.

           SELECT ARQUIVO-RESPONSAVEIS
               ASSIGN TO DYNAMIC WRK-RESPONSAVEIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS WRK-RSP-STATUS.

           SELECT ARQUIVO-EMPRESTIMOS
               ASSIGN TO DYNAMIC WRK-EMPRESTIMOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIN-NUMERO
               FILE STATUS IS WRK-FIN-STATUS.

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

           SELECT ARQUIVO-CONSENTIMENTOS
               ASSIGN TO DYNAMIC WRK-CONSENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSN-CHAVE
               FILE STATUS IS WRK-CSN-STATUS.

           SELECT MENSAGENS-ARQUIVO
               ASSIGN TO DYNAMIC WRK-MENSAGENS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MSG-STATUS.

           SELECT ARQUIVO-REMESSA ASSIGN TO DYNAMIC WRK-REMESSA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RMS-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-ENCOMENDAS.
           COPY ENCOMENDAS-FD.CPY.

       FD ARQUIVO-MENSALIDADES.
           COPY MENSALIDADES-FD.CPY.

       FD ARQUIVO-RESPONSAVEIS.
           COPY RESPONSAVEIS-FD.CPY.

       FD ARQUIVO-EMPRESTIMOS.
           COPY EMPRESTIMOS-FD.CPY.

       FD ARQUIVO-NOTIFICACOES.
           COPY NOTIFICACOES-FD.CPY.

       FD ARQUIVO-CONTATOS.
           COPY CONTATOS-FD.CPY.

       FD ARQUIVO-CONSENTIMENTOS.
           COPY CONSENTIMENTOS-FD.CPY.

       FD MENSAGENS-ARQUIVO.
           COPY MENSAGENS-FD.CPY.

       FD ARQUIVO-REMESSA
           RECORD CONTAINS 200 CHARACTERS.
           COPY NOTIF-REMESSA-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-ENC-STATUS PIC X(02).
           88 FS-ENC-OK           VALUE '00'.
           88 FS-ENC-FIM-ARQUIVO  VALUE '10'.
           88 FS-ENC-ARQUIVO-NOVO VALUE '35'.
       01 WRK-MEN-STATUS PIC X(02).
           88 FS-MEN-OK           VALUE '00'.
           88 FS-MEN-FIM-ARQUIVO  VALUE '10'.
           88 FS-MEN-ARQUIVO-NOVO VALUE '35'.
       01 WRK-FIN-STATUS PIC X(02).
           88 FS-FIN-OK           VALUE '00'.
           88 FS-FIN-FIM-ARQUIVO  VALUE '10'.
           88 FS-FIN-ARQUIVO-NOVO VALUE '35'.
       01 WRK-RMS-STATUS PIC X(02).
           88 FS-RMS-OK           VALUE '00'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS). A REMESSA
      * PADRAO LEVA A DATA NO NOME, PARA NAO SOBREPOR A DO DIA
      * ANTERIOR AINDA NAO COLETADA PELO GATEWAY.
       01 WRK-ENCOMENDAS-PATH   PIC X(100).
       01 WRK-MENSALIDADES-PATH PIC X(100).
       01 WRK-EMPRESTIMOS-PATH  PIC X(100).
       01 WRK-REMESSA-PATH      PIC X(100).

      * DATAS DOS EVENTOS: AMANHA (ENCOMENDA) E HOJE + 3 DIAS
      * (MENSALIDADE), PELO DIA CORRIDO.
       01 WRK-DATA-HOJE   PIC X(08).
       01 WRK-DATA-AMANHA PIC X(08).
       01 WRK-DATA-MAIS-3 PIC X(08).
       01 WRK-DATA-NUM    PIC 9(08).
       01 WRK-HOJE-INT    PIC 9(08) COMP.
       01 WRK-VENC-INT    PIC 9(08) COMP.
       01 WRK-DIAS-ATRASO PIC S9(05) COMP.
       01 WRK-PARCELA     PIC 9(03).

      * TOTAIS POR EVENTO: 1 ENCOMENDA, 2 MENSALIDADE, 3 EMPRESTIMO.
      * AS MENSAGENS DE CADA EVENTO SAO A DIFERENCA DOS CONTADORES DA
      * FILA (NOTIFICA-WS) ANTES E DEPOIS DA VARREDURA.
       01 WRK-EVT-TABELA.
           05 WRK-EVT-ITEM OCCURS 3 TIMES.
               10 WRK-EVT-NOME        PIC X(24).
               10 WRK-EVT-EVENTOS     PIC 9(07) COMP.
               10 WRK-EVT-GERADAS     PIC 9(07) COMP.
               10 WRK-EVT-DUPLICADAS  PIC 9(07) COMP.
               10 WRK-EVT-SEM-CONTATO PIC 9(07) COMP.
       01 WRK-EVT-IDX PIC 9(02) COMP VALUE 0.
       01 WRK-ANT-GERADAS     PIC 9(07) COMP VALUE 0.
       01 WRK-ANT-DUPLICADAS  PIC 9(07) COMP VALUE 0.
       01 WRK-ANT-SEM-CONTATO PIC 9(07) COMP VALUE 0.

      * TOTAIS DA REMESSA.
       01 WRK-QTD-REMETIDAS  PIC 9(08) COMP VALUE 0.
       01 WRK-QTD-SUPRIMIDAS PIC 9(07) COMP VALUE 0.
       01 WRK-QTD-AGUARDANDO PIC 9(07) COMP VALUE 0.
       01 WRK-NTF-FIM PIC X(01) VALUE 'N'.
           88 FILA-ESGOTADA VALUE 'S'.

       01 WRK-QTD-ED PIC Z,ZZZ,ZZ9.

           COPY PAGADOR-WS.CPY.
           COPY CONSENT-WS.CPY.
           COPY MENSAGEM-WS.CPY.
           COPY NOTIFICA-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '  NTF0001A - FILA DE NOTIFICACOES (E-MAIL/SMS)  '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0000A-CALCULAR-DATAS.

           MOVE 'ENCOMENDA PARA AMANHA'   TO WRK-EVT-NOME(1).
           MOVE 'MENSALIDADE EM 3 DIAS'   TO WRK-EVT-NOME(2).
           MOVE 'EMPRESTIMO EM ATRASO'    TO WRK-EVT-NOME(3).

           PERFORM 0978-ABRIR-NOTIFICACOES.
           PERFORM 0002-EVENTOS-ENCOMENDAS.
           PERFORM 0003-EVENTOS-MENSALIDADES.
           PERFORM 0004-EVENTOS-EMPRESTIMOS.

           PERFORM 0975-ABRIR-CONSENTIMENTOS.
           PERFORM 0005-GERAR-REMESSA.
           PERFORM 0977-FECHAR-CONSENTIMENTOS.
           PERFORM 0984-FECHAR-NOTIFICACOES.

           PERFORM 0010-EMITIR-RELATORIO.
           PERFORM 0020-IMPRIMIR-RESUMO.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WRK-NTF-SEM-MODELO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-ENCOMENDAS-PATH
               FROM ENVIRONMENT 'ENCOMENDAS_DAT_PATH'.
           IF WRK-ENCOMENDAS-PATH = SPACES
               MOVE 'ENCOMENDAS.DAT' TO WRK-ENCOMENDAS-PATH
           END-IF.
           ACCEPT WRK-MENSALIDADES-PATH
               FROM ENVIRONMENT 'MENSALIDADES_DAT_PATH'.
           IF WRK-MENSALIDADES-PATH = SPACES
               MOVE 'MENSALIDADES.DAT' TO WRK-MENSALIDADES-PATH
           END-IF.
           ACCEPT WRK-EMPRESTIMOS-PATH
               FROM ENVIRONMENT 'EMPRESTIMOS_DAT_PATH'.
           IF WRK-EMPRESTIMOS-PATH = SPACES
               MOVE 'EMPRESTIMOS.DAT' TO WRK-EMPRESTIMOS-PATH
           END-IF.
       0000-END.

       0000A-CALCULAR-DATAS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-NUM.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).
           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-HOJE-INT + 1).
           MOVE WRK-DATA-NUM TO WRK-DATA-AMANHA.
           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-HOJE-INT + 3).
           MOVE WRK-DATA-NUM TO WRK-DATA-MAIS-3.

           ACCEPT WRK-REMESSA-PATH
               FROM ENVIRONMENT 'NOTIF_REMESSA_PATH'.
           IF WRK-REMESSA-PATH = SPACES
               STRING 'NOTIF-REMESSA-' DELIMITED BY SIZE
                      WRK-DATA-HOJE    DELIMITED BY SIZE
                      '.TXT'           DELIMITED BY SIZE
                   INTO WRK-REMESSA-PATH
               END-STRING
           END-IF.
       0000A-END.

      * ----------------------------------------------------------------
      * ENCOMENDA ABERTA (INCLUSIVE A DE ENTREGA FRUSTRADA, QUE VOLTA
      * NO MANIFESTO) COM DATA DE ENTREGA AMANHA. A REFERENCIA LEVA A
      * DATA: ENCOMENDA REMARCADA GANHA AVISO NOVO.
      * ----------------------------------------------------------------
       0002-EVENTOS-ENCOMENDAS.
           MOVE 1 TO WRK-EVT-IDX.
           PERFORM 0008-INICIAR-EVENTO.
           OPEN INPUT ARQUIVO-ENCOMENDAS.
           IF FS-ENC-ARQUIVO-NOVO
               DISPLAY 'ENCOMENDAS.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0002A-LER-ENCOMENDA
               PERFORM 0002B-AVALIAR-ENCOMENDA
                   UNTIL FS-ENC-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-ENCOMENDAS.
           PERFORM 0009-FECHAR-EVENTO.
       0002-END.

       0002A-LER-ENCOMENDA.
           READ ARQUIVO-ENCOMENDAS NEXT RECORD.
       0002A-END.

       0002B-AVALIAR-ENCOMENDA.
           IF ENC-ABERTA AND ENC-DATA-ENTREGA = WRK-DATA-AMANHA
               ADD 1 TO WRK-EVT-EVENTOS(WRK-EVT-IDX)
               MOVE 'ENC' TO WRK-NTF-EVENTO
               MOVE SPACES TO WRK-NTF-REFERENCIA WRK-NTF-SUBST
               STRING ENC-NUMERO       DELIMITED BY SIZE
                      ENC-DATA-ENTREGA DELIMITED BY SIZE
                   INTO WRK-NTF-REFERENCIA
               END-STRING
               STRING ENC-NUMERO DELIMITED BY SIZE
                      ' ('       DELIMITED BY SIZE
                      ENC-SABOR  DELIMITED BY '  '
                      ')'        DELIMITED BY SIZE
                   INTO WRK-NTF-SUBST
               END-STRING
               MOVE ENC-CPF    TO WRK-NTF-CPF
               MOVE 'NTF-0001' TO WRK-NTF-MODELO
               MOVE 'S'        TO WRK-NTF-FINALIDADE
               MOVE 'NTF0001A' TO WRK-NTF-PROGRAMA
               PERFORM 0979-ENFILEIRAR-NOTIFICACAO
           END-IF.
           PERFORM 0002A-LER-ENCOMENDA.
       0002B-END.

      * ----------------------------------------------------------------
      * MENSALIDADE EM ABERTO QUE VENCE DAQUI A 3 DIAS. O AVISO VAI AO
      * PAGADOR GRAVADO NO TITULO (OU, NOS TITULOS ANTIGOS, AO
      * RESPONSAVEL FINANCEIRO ATUAL), PELO CONTATO DO CADASTRO OU, NA
      * FALTA, PELO E-MAIL E TELEFONE DO PROPRIO RESPONSAVEL. ALUNO
      * SEM RESPONSAVEL FINANCEIRO NAO TEM CPF: FICA SEM CONTATO.
      * ----------------------------------------------------------------
       0003-EVENTOS-MENSALIDADES.
           MOVE 2 TO WRK-EVT-IDX.
           PERFORM 0008-INICIAR-EVENTO.
           OPEN INPUT ARQUIVO-MENSALIDADES.
           IF FS-MEN-ARQUIVO-NOVO
               DISPLAY 'MENSALIDADES.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0003A-LER-MENSALIDADE
               PERFORM 0003B-AVALIAR-MENSALIDADE
                   UNTIL FS-MEN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-MENSALIDADES.
           PERFORM 0009-FECHAR-EVENTO.
       0003-END.

       0003A-LER-MENSALIDADE.
           READ ARQUIVO-MENSALIDADES NEXT RECORD.
       0003A-END.

       0003B-AVALIAR-MENSALIDADE.
           IF MEN-ABERTA AND MEN-VENCIMENTO = WRK-DATA-MAIS-3
               ADD 1 TO WRK-EVT-EVENTOS(WRK-EVT-IDX)
               PERFORM 0003C-RESOLVER-PAGADOR
               MOVE 'MEN' TO WRK-NTF-EVENTO
               MOVE SPACES TO WRK-NTF-REFERENCIA WRK-NTF-SUBST
               STRING MEN-MATRICULA   DELIMITED BY SIZE
                      MEN-COMPETENCIA DELIMITED BY SIZE
                   INTO WRK-NTF-REFERENCIA
               END-STRING
               IF MEN-PARCELA-ACORDO
                   STRING 'PARCELA '  DELIMITED BY SIZE
                          MEN-PARCELA DELIMITED BY SIZE
                          ' DO ACORDO ' DELIMITED BY SIZE
                          MEN-ACORDO  DELIMITED BY SIZE
                       INTO WRK-NTF-SUBST
                   END-STRING
               ELSE
                   STRING MEN-COMPETENCIA(5:2) DELIMITED BY SIZE
                          '/'                  DELIMITED BY SIZE
                          MEN-COMPETENCIA(1:4) DELIMITED BY SIZE
                       INTO WRK-NTF-SUBST
                   END-STRING
               END-IF
               MOVE WRK-PAG-CPF      TO WRK-NTF-CPF
               MOVE WRK-PAG-EMAIL    TO WRK-NTF-EMAIL-ALT
               MOVE WRK-PAG-TELEFONE TO WRK-NTF-FONE-ALT
               MOVE 'NTF-0002' TO WRK-NTF-MODELO
               MOVE 'S'        TO WRK-NTF-FINALIDADE
               MOVE 'NTF0001A' TO WRK-NTF-PROGRAMA
               PERFORM 0979-ENFILEIRAR-NOTIFICACAO
           END-IF.
           PERFORM 0003A-LER-MENSALIDADE.
       0003B-END.

       0003C-RESOLVER-PAGADOR.
           MOVE MEN-MATRICULA TO WRK-PAG-MATRICULA.
           IF MEN-CPF-PAGADOR NOT = SPACES
               MOVE MEN-CPF-PAGADOR TO WRK-PAG-CPF
               PERFORM 0932-LER-PAGADOR
           ELSE
               PERFORM 0931-LOCALIZAR-PAGADOR
           END-IF.
       0003C-END.

      * ----------------------------------------------------------------
      * PARCELA DE CONTRATO ATIVO EM ATRASO, PELO MESMO VENCIMENTO
      * ESTIMADO DO FIN0002A (30 DIAS POR PARCELA DESDE O CONTRATO).
      * A REFERENCIA E CONTRATO + PARCELA: UM AVISO POR PARCELA.
      * ----------------------------------------------------------------
       0004-EVENTOS-EMPRESTIMOS.
           MOVE 3 TO WRK-EVT-IDX.
           PERFORM 0008-INICIAR-EVENTO.
           OPEN INPUT ARQUIVO-EMPRESTIMOS.
           IF FS-FIN-ARQUIVO-NOVO
               DISPLAY 'EMPRESTIMOS.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0004A-LER-CONTRATO
               PERFORM 0004B-AVALIAR-CONTRATO
                   UNTIL FS-FIN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-EMPRESTIMOS.
           PERFORM 0009-FECHAR-EVENTO.
       0004-END.

       0004A-LER-CONTRATO.
           READ ARQUIVO-EMPRESTIMOS NEXT RECORD.
       0004A-END.

       0004B-AVALIAR-CONTRATO.
           MOVE ZERO TO WRK-DIAS-ATRASO.
           IF FIN-ATIVO AND FIN-DATA-CONTRATO IS NUMERIC
               MOVE FIN-DATA-CONTRATO TO WRK-DATA-NUM
               COMPUTE WRK-VENC-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                   + (FIN-PARCELAS-PAGAS + 1) * 30
               COMPUTE WRK-DIAS-ATRASO = WRK-HOJE-INT - WRK-VENC-INT
           END-IF.

           IF WRK-DIAS-ATRASO > 0
               ADD 1 TO WRK-EVT-EVENTOS(WRK-EVT-IDX)
               COMPUTE WRK-PARCELA = FIN-PARCELAS-PAGAS + 1
               MOVE 'EMP' TO WRK-NTF-EVENTO
               MOVE SPACES TO WRK-NTF-REFERENCIA WRK-NTF-SUBST
               STRING FIN-NUMERO  DELIMITED BY SIZE
                      WRK-PARCELA DELIMITED BY SIZE
                   INTO WRK-NTF-REFERENCIA
               END-STRING
               STRING WRK-PARCELA       DELIMITED BY SIZE
                      '/'               DELIMITED BY SIZE
                      FIN-QTD-PARCELAS  DELIMITED BY SIZE
                      ' (CONTRATO '     DELIMITED BY SIZE
                      FIN-NUMERO        DELIMITED BY SIZE
                      ')'               DELIMITED BY SIZE
                   INTO WRK-NTF-SUBST
               END-STRING
               MOVE FIN-CPF    TO WRK-NTF-CPF
               MOVE 'NTF-0003' TO WRK-NTF-MODELO
               MOVE 'S'        TO WRK-NTF-FINALIDADE
               MOVE 'NTF0001A' TO WRK-NTF-PROGRAMA
               PERFORM 0979-ENFILEIRAR-NOTIFICACAO
           END-IF.
           PERFORM 0004A-LER-CONTRATO.
       0004B-END.

      * ----------------------------------------------------------------
      * REMESSA: VARRE A FILA INTEIRA. PENDENTE COM DATA DE ENVIO ATE
      * HOJE SAI NO ARQUIVO E PASSA A REMETIDA (CONTANDO A
      * TENTATIVA); MARKETING SEM CONSENTIMENTO NO DIA E SUPRIMIDO;
      * PENDENTE DE DATA FUTURA (ANIVERSARIO) AGUARDA.
      * ----------------------------------------------------------------
       0005-GERAR-REMESSA.
           OPEN OUTPUT ARQUIVO-REMESSA.
           MOVE SPACES TO REGISTRO-REMESSA-NOTIF.
           MOVE '0' TO NRM-TIPO.
           MOVE WRK-DATA-HOJE TO NRM-DATA-GERACAO.
           WRITE REGISTRO-REMESSA-NOTIF.

           MOVE 'N' TO WRK-NTF-FIM.
           MOVE LOW-VALUES TO NTF-CHAVE.
           START ARQUIVO-NOTIFICACOES KEY NOT < NTF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-NTF-FIM
           END-START.
           PERFORM 0005A-LER-FILA.
           PERFORM 0006-AVALIAR-PENDENTE UNTIL FILA-ESGOTADA.

           MOVE SPACES TO REGISTRO-REMESSA-NOTIF.
           MOVE '9' TO NRM-TIPO.
           MOVE WRK-QTD-REMETIDAS TO NRM-QTD-DETALHES.
           WRITE REGISTRO-REMESSA-NOTIF.
           CLOSE ARQUIVO-REMESSA.
       0005-END.

       0005A-LER-FILA.
           IF NOT FILA-ESGOTADA
               READ ARQUIVO-NOTIFICACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-NTF-FIM
               END-READ
           END-IF.
       0005A-END.

       0006-AVALIAR-PENDENTE.
           IF NTF-PENDENTE
               IF NTF-DATA-ENVIO > WRK-DATA-HOJE
                   ADD 1 TO WRK-QTD-AGUARDANDO
               ELSE
                   IF NTF-MARKETING
                       MOVE NTF-CPF TO WRK-CSN-CPF-BUSCA
                       PERFORM 0976-VERIFICAR-CONSENTIMENTO
                   ELSE
                       MOVE 'S' TO WRK-CSN-PERMITIDO
                   END-IF
                   IF CONTATO-PERMITIDO
                       PERFORM 0007-REMETER-MENSAGEM
                   ELSE
                       MOVE 'S' TO NTF-SITUACAO
                       MOVE WRK-DATA-HOJE TO NTF-DATA-SITUACAO
                       MOVE 'SEM CONSENTIMENTO DE MARKETING'
                           TO NTF-RETORNO
                       REWRITE REGISTRO-NOTIFICACAO
                       ADD 1 TO WRK-QTD-SUPRIMIDAS
                   END-IF
               END-IF
           END-IF.
           PERFORM 0005A-LER-FILA.
       0006-END.

       0007-REMETER-MENSAGEM.
           ADD 1 TO WRK-QTD-REMETIDAS.
           MOVE SPACES TO REGISTRO-REMESSA-NOTIF.
           MOVE '1' TO NRM-TIPO.
           MOVE WRK-QTD-REMETIDAS TO NRM-SEQUENCIA.
           MOVE NTF-CHAVE   TO NRM-CHAVE.
           MOVE NTF-DESTINO TO NRM-DESTINO.
           MOVE NTF-TEXTO   TO NRM-TEXTO.
           WRITE REGISTRO-REMESSA-NOTIF.

           MOVE 'R' TO NTF-SITUACAO.
           MOVE WRK-DATA-HOJE TO NTF-DATA-SITUACAO.
           IF NTF-TENTATIVAS IS NOT NUMERIC
               MOVE ZEROS TO NTF-TENTATIVAS
           END-IF.
           ADD 1 TO NTF-TENTATIVAS.
           REWRITE REGISTRO-NOTIFICACAO.
       0007-END.

      * FOTOGRAFIA DOS CONTADORES DA FILA ANTES DA VARREDURA DO
      * EVENTO, PARA O RESUMO SAIR POR EVENTO.
       0008-INICIAR-EVENTO.
           MOVE ZERO TO WRK-EVT-EVENTOS(WRK-EVT-IDX).
           MOVE WRK-NTF-GERADAS     TO WRK-ANT-GERADAS.
           MOVE WRK-NTF-DUPLICADAS  TO WRK-ANT-DUPLICADAS.
           MOVE WRK-NTF-SEM-CONTATO TO WRK-ANT-SEM-CONTATO.
       0008-END.

       0009-FECHAR-EVENTO.
           COMPUTE WRK-EVT-GERADAS(WRK-EVT-IDX) =
               WRK-NTF-GERADAS - WRK-ANT-GERADAS.
           COMPUTE WRK-EVT-DUPLICADAS(WRK-EVT-IDX) =
               WRK-NTF-DUPLICADAS - WRK-ANT-DUPLICADAS.
           COMPUTE WRK-EVT-SEM-CONTATO(WRK-EVT-IDX) =
               WRK-NTF-SEM-CONTATO - WRK-ANT-SEM-CONTATO.
       0009-END.

      * ----------------------------------------------------------------
      * RELATORIO NO SPOOL: UMA LINHA POR EVENTO E OS TOTAIS DA
      * REMESSA.
      * ----------------------------------------------------------------
       0010-EMITIR-RELATORIO.
           MOVE 'NOTIFICACOES-FILA' TO WRK-REL-NOME.
           MOVE 'EVENTO                     EVENTOS  MENSAGENS  JA NA F
      -         'ILA  SEM CONTATO' TO WRK-REL-CABECALHO.
           MOVE 'NTF0001A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           PERFORM 0011-IMPRIMIR-EVENTO
               VARYING WRK-EVT-IDX FROM 1 BY 1
               UNTIL WRK-EVT-IDX > 3.

           MOVE ALL '-' TO WRK-REL-LINHA(1:70).
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-NTF-SEM-MODELO TO WRK-REL-NUM-ED.
           STRING 'EVENTOS SEM MODELO NO CATALOGO.....: '
                      DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-REMETIDAS TO WRK-REL-NUM-ED.
           STRING 'MENSAGENS REMETIDAS AO GATEWAY.....: '
                      DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-SUPRIMIDAS TO WRK-REL-NUM-ED.
           STRING 'MARKETING SUPRIMIDO (CONSENTIMENTO): '
                      DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-AGUARDANDO TO WRK-REL-NUM-ED.
           STRING 'AGUARDANDO A DATA DE ENVIO.........: '
                      DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'ARQUIVO DE REMESSA: ' DELIMITED BY SIZE
                  WRK-REMESSA-PATH DELIMITED BY SPACE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0973-FECHAR-RELATORIO.
       0010-END.

       0011-IMPRIMIR-EVENTO.
           MOVE WRK-EVT-NOME(WRK-EVT-IDX) TO WRK-REL-LINHA(1:24).
           MOVE WRK-EVT-EVENTOS(WRK-EVT-IDX) TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO WRK-REL-LINHA(26:9).
           MOVE WRK-EVT-GERADAS(WRK-EVT-IDX) TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO WRK-REL-LINHA(37:9).
           MOVE WRK-EVT-DUPLICADAS(WRK-EVT-IDX) TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO WRK-REL-LINHA(48:9).
           MOVE WRK-EVT-SEM-CONTATO(WRK-EVT-IDX) TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO WRK-REL-LINHA(60:9).
           PERFORM 0972-IMPRIMIR-LINHA.
       0011-END.

       0020-IMPRIMIR-RESUMO.
           MOVE WRK-NTF-GERADAS TO WRK-QTD-ED.
           DISPLAY 'MENSAGENS ENFILEIRADAS......: ' WRK-QTD-ED.
           MOVE WRK-NTF-DUPLICADAS TO WRK-QTD-ED.
           DISPLAY 'EVENTOS JA NA FILA..........: ' WRK-QTD-ED.
           MOVE WRK-NTF-SEM-CONTATO TO WRK-QTD-ED.
           DISPLAY 'EVENTOS SEM CONTATO.........: ' WRK-QTD-ED.
           MOVE WRK-NTF-SEM-MODELO TO WRK-QTD-ED.
           DISPLAY 'EVENTOS SEM MODELO..........: ' WRK-QTD-ED.
           MOVE WRK-QTD-REMETIDAS TO WRK-QTD-ED.
           DISPLAY 'REMETIDAS AO GATEWAY........: ' WRK-QTD-ED.
           MOVE WRK-QTD-SUPRIMIDAS TO WRK-QTD-ED.
           DISPLAY 'SUPRIMIDAS (CONSENTIMENTO)..: ' WRK-QTD-ED.
           MOVE WRK-QTD-AGUARDANDO TO WRK-QTD-ED.
           DISPLAY 'AGUARDANDO DATA DE ENVIO....: ' WRK-QTD-ED.
       0020-END.

           COPY PAGADOR-PD.CPY.
           COPY CONSENT-PD.CPY.
           COPY MENSAGEM-PD.CPY.
           COPY NOTIFICA-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
