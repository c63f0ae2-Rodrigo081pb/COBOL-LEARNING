      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: ATENDIMENTO AO DIREITO DE ACESSO DA LGPD: DADO UM
      *              CPF, REUNE TUDO O QUE O SISTEMA GUARDA SOBRE A
      *              PESSOA E EMITE NO SPOOL UM RELATORIO FORMAL EM
      *              LINGUAGEM SIMPLES -- ATE AQUI A RESPOSTA ERA
      *              MONTADA NA MAO, ARQUIVO A ARQUIVO, E JA DEIXOU
      *              DADO DE FORA. SAO LIDOS, SEM ALTERACAO:
      *              CADASTRO.DAT, CONTATOS.DAT, CONSENTIMENTOS.DAT,
      *              CLIENTES.DAT, VENDAS.DAT E OS ARQUIVOS MORTOS
      *              VENDAS-AAAA.DAT (VEN0008A), ENCOMENDAS.DAT,
      *              FUNCIONARIOS.DAT, HOLERITES-HIST.DAT,
      *              EMPRESTIMOS.DAT, BANCO-HORAS.DAT,
      *              CADASTRO-EXPURGO.DAT, APROVACOES.DAT,
      *              CADASTRO-JORNAL.DAT E AUDITLOG.DAT -- O MESMO
      *              CONJUNTO TRATADO NA ELIMINACAO (CAD0016A), MAIS
      *              OS ARQUIVOS DE RH E DE PEDIDOS. CADA ARQUIVO SAI
      *              COM A FINALIDADE DO TRATAMENTO E AS DATAS DE CADA
      *              REGISTRO. A DATA DA SOLICITACAO E INFORMADA PELO
      *              OPERADOR; A DATA DA ENTREGA E A DA EMISSAO. O
      *              ATENDIMENTO FICA REGISTRADO EM LGPD-ACESSOS.DAT
      *              COM OS DIAS CORRIDOS FRENTE AO PRAZO LEGAL DE 15
      *              DIAS, PARA COMPROVAR A RESPOSTA, E E CARIMBADO NA
      *              TRILHA DE AUDITORIA COM O OPERADOR DO SIGN-ON.
      *              ARQUIVO AUSENTE NA INSTALACAO E TRATADO COMO SEM
      *              DADOS DO TITULAR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAD0025A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CADASTRO ASSIGN TO DYNAMIC WRK-CADASTRO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WRK-FILE-STATUS.

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

           SELECT ARQUIVO-CLIENTES ASSIGN TO DYNAMIC WRK-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLI-STATUS.

      * VENDAS.DAT E OS ARQUIVOS MORTOS DO ANO USAM O MESMO SELECT; O
      * CAMINHO E TROCADO ANTES DE CADA ABERTURA.
           SELECT ARQUIVO-VENDAS ASSIGN TO DYNAMIC WRK-VENDAS-LIDO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VEN-STATUS.

           SELECT ARQUIVO-ENCOMENDAS
               ASSIGN TO DYNAMIC WRK-ENCOMENDAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               FILE STATUS IS WRK-ENC-STATUS.

           SELECT ARQUIVO-FUNCIONARIOS
               ASSIGN TO DYNAMIC WRK-FUNCIONARIOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUN-STATUS.

           SELECT ARQUIVO-HOLHIST ASSIGN TO DYNAMIC WRK-HOLHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WRK-HST-STATUS.

           SELECT ARQUIVO-EMPRESTIMOS
               ASSIGN TO DYNAMIC WRK-EMPRESTIMOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIN-NUMERO
               FILE STATUS IS WRK-FIN-STATUS.

           SELECT ARQUIVO-BANCO-HORAS ASSIGN TO DYNAMIC WRK-BANCO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNH-CHAVE
               FILE STATUS IS WRK-BNH-STATUS.

           SELECT ARQUIVO-EXPURGO ASSIGN TO DYNAMIC WRK-EXPURGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXP-STATUS.

           SELECT ARQUIVO-APROVACOES
               ASSIGN TO DYNAMIC WRK-APROVACOES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APR-STATUS.

           SELECT JORNAL-ARQUIVO ASSIGN TO DYNAMIC WRK-JORNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JORNAL-STATUS.

           SELECT AUDITLOG-ARQUIVO ASSIGN TO DYNAMIC WRK-AUDITLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.

      * LIVRO DE ATENDIMENTO DAS SOLICITACOES DE ACESSO, CUMULATIVO.
           SELECT ARQUIVO-LGPD-ACESSOS
               ASSIGN TO DYNAMIC WRK-LGPD-ACESSOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LGA-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT OPERADORES-ARQUIVO
               ASSIGN TO DYNAMIC WRK-OPERADORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-OPE-STATUS.

           SELECT SIGNON-LOG-ARQUIVO
               ASSIGN TO DYNAMIC WRK-SIGNON-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SLG-STATUS.

           SELECT ARQUIVO-PERFIS ASSIGN TO DYNAMIC WRK-PERFIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-PRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-CADASTRO.
           COPY CADASTRO-FD.CPY.

       FD ARQUIVO-CONTATOS.
           COPY CONTATOS-FD.CPY.

       FD ARQUIVO-CONSENTIMENTOS.
           COPY CONSENTIMENTOS-FD.CPY.

       FD ARQUIVO-CLIENTES.
           COPY CLIENTES-FD.CPY.

       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.

       FD ARQUIVO-ENCOMENDAS.
           COPY ENCOMENDAS-FD.CPY.

       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       FD ARQUIVO-HOLHIST.
           COPY HOLERITES-HIST-FD.CPY.

       FD ARQUIVO-EMPRESTIMOS.
           COPY EMPRESTIMOS-FD.CPY.

       FD ARQUIVO-BANCO-HORAS.
           COPY BANCOHORAS-FD.CPY.

       FD ARQUIVO-EXPURGO.
       01 REGISTRO-EXPURGO.
           05 EXP-NOME            PIC X(30).
           05 EXP-DATA-NASC       PIC 9(08).
           05 EXP-CPF             PIC X(14).
           05 EXP-DATA-INATIVACAO PIC X(08).
           05 EXP-DATA-EXPURGO    PIC X(08).

       FD ARQUIVO-APROVACOES.
           COPY APROVACOES-FD.CPY.

       FD JORNAL-ARQUIVO.
           COPY JORNAL-FD.CPY.

       FD AUDITLOG-ARQUIVO.
           COPY AUDITLOG-FD.CPY.

       FD ARQUIVO-LGPD-ACESSOS.
           COPY LGPD-ACESSOS-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-FILE-STATUS PIC X(02).
           88 FS-OK                VALUE '00'.
           88 FS-ARQUIVO-NOVO      VALUE '35'.

       01 WRK-CTT-STATUS PIC X(02).
           88 FS-CTT-OK             VALUE '00'.
           88 FS-CTT-FIM-ARQUIVO    VALUE '10'.
           88 FS-CTT-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CSN-STATUS PIC X(02).
           88 FS-CSN-OK             VALUE '00'.
           88 FS-CSN-FIM-ARQUIVO    VALUE '10'.
           88 FS-CSN-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CLI-STATUS PIC X(02).
           88 FS-CLI-OK             VALUE '00'.
           88 FS-CLI-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-VEN-STATUS PIC X(02).
           88 FS-VEN-OK             VALUE '00'.
           88 FS-VEN-FIM-ARQUIVO    VALUE '10'.
           88 FS-VEN-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ENC-STATUS PIC X(02).
           88 FS-ENC-OK             VALUE '00'.
           88 FS-ENC-FIM-ARQUIVO    VALUE '10'.
           88 FS-ENC-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-FUN-STATUS PIC X(02).
           88 FS-FUN-OK             VALUE '00'.
           88 FS-FUN-FIM-ARQUIVO    VALUE '10'.
           88 FS-FUN-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-HST-STATUS PIC X(02).
           88 FS-HST-OK             VALUE '00'.
           88 FS-HST-FIM-ARQUIVO    VALUE '10'.
           88 FS-HST-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-FIN-STATUS PIC X(02).
           88 FS-FIN-OK             VALUE '00'.
           88 FS-FIN-FIM-ARQUIVO    VALUE '10'.
           88 FS-FIN-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-BNH-STATUS PIC X(02).
           88 FS-BNH-OK             VALUE '00'.
           88 FS-BNH-FIM-ARQUIVO    VALUE '10'.
           88 FS-BNH-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-EXP-STATUS PIC X(02).
           88 FS-EXP-OK             VALUE '00'.
           88 FS-EXP-FIM-ARQUIVO    VALUE '10'.
           88 FS-EXP-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-APR-STATUS PIC X(02).
           88 FS-APR-OK             VALUE '00'.
           88 FS-APR-FIM-ARQUIVO    VALUE '10'.
           88 FS-APR-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-JORNAL-STATUS PIC X(02).
           88 JORNAL-OK             VALUE '00'.
           88 JORNAL-FIM            VALUE '10'.
           88 JORNAL-ARQ-NOVO       VALUE '35'.

       01 WRK-LGA-STATUS PIC X(02).
           88 FS-LGA-OK             VALUE '00'.
           88 FS-LGA-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-CADASTRO-PATH      PIC X(100).
       01 WRK-CONTATOS-PATH      PIC X(100).
       01 WRK-CONSENT-PATH       PIC X(100).
       01 WRK-CLIENTES-PATH      PIC X(100).
       01 WRK-VENDAS-PATH        PIC X(100).
       01 WRK-VENDAS-LIDO-PATH   PIC X(100).
       01 WRK-ENCOMENDAS-PATH    PIC X(100).
       01 WRK-FUNCIONARIOS-PATH  PIC X(100).
       01 WRK-HOLHIST-PATH       PIC X(100).
       01 WRK-EMPRESTIMOS-PATH   PIC X(100).
       01 WRK-BANCO-PATH         PIC X(100).
       01 WRK-EXPURGO-PATH       PIC X(100).
       01 WRK-APROVACOES-PATH    PIC X(100).
       01 WRK-JORNAL-PATH        PIC X(100).
       01 WRK-LGPD-ACESSOS-PATH  PIC X(100).

       01 WRK-CPF-ALVO  PIC X(14).

       01 WRK-DATA-HOJE PIC X(08).
       01 WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE PIC 9(08).
       01 WRK-HORA-HOJE PIC X(08).

      * DATA EM QUE O TITULAR FEZ O PEDIDO (AAAAMMDD). VAZIA ASSUME
      * HOJE (PEDIDO ATENDIDO NO BALCAO).
       01 WRK-DATA-SOLICITACAO PIC X(08).
       01 WRK-DATA-SOLICITACAO-N REDEFINES WRK-DATA-SOLICITACAO
                                 PIC 9(08).
       01 WRK-DATA-VALIDA PIC X(01) VALUE 'N'.
           88 DATA-SOLICITACAO-VALIDA VALUE 'S'.

      * PRAZO DA LGPD PARA A DECLARACAO COMPLETA (ART. 19, II), EM
      * DIAS CORRIDOS A PARTIR DO PEDIDO.
       01 WRK-PRAZO-LEGAL  PIC 9(03) VALUE 15.
       01 WRK-DIAS-CORRIDOS PIC 9(05) COMP VALUE 0.

      * ARQUIVOS MORTOS DE VENDAS PROCURADOS: OS DEZ ANOS FECHADOS
      * ANTERIORES AO CORRENTE (ANO SEM ARQUIVO E PULADO).
       01 WRK-ANO-ARQ    PIC 9(04).
       01 WRK-ANO-INICIO PIC 9(04).
       01 WRK-ANO-FIM    PIC 9(04).
       01 WRK-VEN-ARQ-NOME PIC X(20).
       01 WRK-VEN-ARQ-ACHADO PIC X(01).
           88 VEN-ARQ-COM-DADOS VALUE 'S'.

      * CONTROLE DA LEITURA POR FAIXA DE CHAVE (CPF NO INICIO DA
      * CHAVE): A LEITURA PARA QUANDO O CPF MUDA.
       01 WRK-FIM-FAIXA PIC X(01).
           88 FIM-FAIXA VALUE 'S'.

      * SECAO CORRENTE DO RELATORIO: ARQUIVO, FINALIDADE E REGISTROS
      * DO TITULAR ACHADOS NELE.
       01 WRK-SEC-ARQUIVO    PIC X(40).
       01 WRK-SEC-FINALIDADE PIC X(100).
       01 WRK-QTD-SECAO      PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-TOTAL      PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-ARQUIVOS   PIC 9(03) COMP VALUE 0.

      * FORMATACAO DE DATA AAAAMMDD PARA DD/MM/AAAA.
       01 WRK-DTF-ENTRADA PIC X(08).
       01 WRK-DTF-SAIDA   PIC X(10).

       01 WRK-DESCRICAO   PIC X(20).
       01 WRK-VALOR-ED    PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-VALOR-ED2   PIC ZZZ,ZZZ,ZZ9.99-.
       01 WRK-QTD-ED      PIC ZZZZ9.
       01 WRK-HORAS-ED    PIC ZZ9.99.
       01 WRK-DIAS-ED     PIC ZZZZ9.
       01 WRK-PRAZO-ED    PIC ZZ9.

      * VISAO DAS IMAGENS DO JORNAL E DA FILA DE APROVACAO NO LAYOUT
      * DO REGISTRO DE CADASTRO, PARA LOCALIZAR O CPF DO TITULAR.
       01 WRK-IMAGEM-EXAME.
           05 WRK-IME-NOME            PIC X(30).
           05 WRK-IME-DATA-NASC       PIC 9(08).
           05 WRK-IME-CPF             PIC X(14).
           05 WRK-IME-SITUACAO        PIC X(01).
           05 WRK-IME-DATA-INATIVACAO PIC X(08).
       01 WRK-IME-CPF-ANTES PIC X(14).

           COPY CPFMASK-WS.CPY.
           COPY AUDITLOG-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   CAD0025A - RELATORIO DE ACESSO DO TITULAR    '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'CAD0025A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.
           MOVE WRK-OPE-ID TO WRK-LOG-OPERADOR.

           PERFORM 0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.

           DISPLAY 'CPF DO TITULAR (VAZIO CANCELA): '.
           ACCEPT WRK-CPF-ALVO.
           IF WRK-CPF-ALVO = SPACES
               DISPLAY 'ATENDIMENTO CANCELADO PELO OPERADOR.'
           ELSE
               PERFORM 0002-PEDIR-DATA-SOLICITACAO
                   UNTIL DATA-SOLICITACAO-VALIDA
               PERFORM 0003-EMITIR-RELATORIO
               PERFORM 0030-REGISTRAR-ATENDIMENTO
               PERFORM 0031-IMPRIMIR-RESUMO
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-CADASTRO-PATH
               FROM ENVIRONMENT 'CADASTRO_DAT_PATH'.
           IF WRK-CADASTRO-PATH = SPACES
               MOVE 'CADASTRO.DAT' TO WRK-CADASTRO-PATH
           END-IF.
           ACCEPT WRK-CONTATOS-PATH
               FROM ENVIRONMENT 'CONTATOS_DAT_PATH'.
           IF WRK-CONTATOS-PATH = SPACES
               MOVE 'CONTATOS.DAT' TO WRK-CONTATOS-PATH
           END-IF.
           ACCEPT WRK-CONSENT-PATH
               FROM ENVIRONMENT 'CONSENTIMENTOS_DAT_PATH'.
           IF WRK-CONSENT-PATH = SPACES
               MOVE 'CONSENTIMENTOS.DAT' TO WRK-CONSENT-PATH
           END-IF.
           ACCEPT WRK-CLIENTES-PATH
               FROM ENVIRONMENT 'CLIENTES_DAT_PATH'.
           IF WRK-CLIENTES-PATH = SPACES
               MOVE 'CLIENTES.DAT' TO WRK-CLIENTES-PATH
           END-IF.
           ACCEPT WRK-VENDAS-PATH FROM ENVIRONMENT 'VENDAS_DAT_PATH'.
           IF WRK-VENDAS-PATH = SPACES
               MOVE 'VENDAS.DAT' TO WRK-VENDAS-PATH
           END-IF.
           ACCEPT WRK-ENCOMENDAS-PATH
               FROM ENVIRONMENT 'ENCOMENDAS_DAT_PATH'.
           IF WRK-ENCOMENDAS-PATH = SPACES
               MOVE 'ENCOMENDAS.DAT' TO WRK-ENCOMENDAS-PATH
           END-IF.
           ACCEPT WRK-FUNCIONARIOS-PATH
               FROM ENVIRONMENT 'FUNCIONARIOS_DAT_PATH'.
           IF WRK-FUNCIONARIOS-PATH = SPACES
               MOVE 'FUNCIONARIOS.DAT' TO WRK-FUNCIONARIOS-PATH
           END-IF.
           ACCEPT WRK-HOLHIST-PATH
               FROM ENVIRONMENT 'HOLERITES_HIST_PATH'.
           IF WRK-HOLHIST-PATH = SPACES
               MOVE 'HOLERITES-HIST.DAT' TO WRK-HOLHIST-PATH
           END-IF.
           ACCEPT WRK-EMPRESTIMOS-PATH
               FROM ENVIRONMENT 'EMPRESTIMOS_DAT_PATH'.
           IF WRK-EMPRESTIMOS-PATH = SPACES
               MOVE 'EMPRESTIMOS.DAT' TO WRK-EMPRESTIMOS-PATH
           END-IF.
           ACCEPT WRK-BANCO-PATH FROM ENVIRONMENT 'BANCO_HORAS_PATH'.
           IF WRK-BANCO-PATH = SPACES
               MOVE 'BANCO-HORAS.DAT' TO WRK-BANCO-PATH
           END-IF.
           ACCEPT WRK-EXPURGO-PATH
               FROM ENVIRONMENT 'CADASTRO_EXPURGO_PATH'.
           IF WRK-EXPURGO-PATH = SPACES
               MOVE 'CADASTRO-EXPURGO.DAT' TO WRK-EXPURGO-PATH
           END-IF.
           ACCEPT WRK-APROVACOES-PATH
               FROM ENVIRONMENT 'APROVACOES_DAT_PATH'.
           IF WRK-APROVACOES-PATH = SPACES
               MOVE 'APROVACOES.DAT' TO WRK-APROVACOES-PATH
           END-IF.
           ACCEPT WRK-JORNAL-PATH
               FROM ENVIRONMENT 'CADASTRO_JORNAL_PATH'.
           IF WRK-JORNAL-PATH = SPACES
               MOVE 'CADASTRO-JORNAL.DAT' TO WRK-JORNAL-PATH
           END-IF.
           ACCEPT WRK-AUDITLOG-PATH
               FROM ENVIRONMENT 'AUDITLOG_DAT_PATH'.
           IF WRK-AUDITLOG-PATH = SPACES
               MOVE 'AUDITLOG.DAT' TO WRK-AUDITLOG-PATH
           END-IF.
           ACCEPT WRK-LGPD-ACESSOS-PATH
               FROM ENVIRONMENT 'LGPD_ACESSOS_PATH'.
           IF WRK-LGPD-ACESSOS-PATH = SPACES
               MOVE 'LGPD-ACESSOS.DAT' TO WRK-LGPD-ACESSOS-PATH
           END-IF.
       0000-END.

      * A DATA DO PEDIDO TEM DE SER UMA DATA VALIDA E NAO PODE SER
      * POSTERIOR A HOJE; VAZIA ASSUME HOJE.
       0002-PEDIR-DATA-SOLICITACAO.
           DISPLAY 'DATA DA SOLICITACAO DO TITULAR (AAAAMMDD, VAZIO '
                   '= HOJE): '.
           ACCEPT WRK-DATA-SOLICITACAO.
           IF WRK-DATA-SOLICITACAO = SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-SOLICITACAO
           END-IF.

           IF WRK-DATA-SOLICITACAO IS NOT NUMERIC
               DISPLAY 'DATA INVALIDA.'
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-SOLICITACAO-N)
                  NOT = ZERO
                   DISPLAY 'DATA INVALIDA.'
               ELSE
                   IF WRK-DATA-SOLICITACAO > WRK-DATA-HOJE
                       DISPLAY 'A SOLICITACAO NAO PODE SER POSTERIOR '
                               'A HOJE.'
                   ELSE
                       MOVE 'S' TO WRK-DATA-VALIDA
                   END-IF
               END-IF
           END-IF.
       0002-END.

      * ----------------------------------------------------------------
      * RELATORIO FORMAL: APRESENTACAO, UMA SECAO POR ARQUIVO E O
      * FECHAMENTO COM AS DATAS DO ATENDIMENTO.
      * ----------------------------------------------------------------
       0003-EMITIR-RELATORIO.
           COMPUTE WRK-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-N)
             - FUNCTION INTEGER-OF-DATE(WRK-DATA-SOLICITACAO-N).

           MOVE 'LGPD-ACESSO' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           MOVE 'CAD0025A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           PERFORM 0004-APRESENTACAO.

           PERFORM 0010-SECAO-CADASTRO.
           PERFORM 0011-SECAO-CONTATOS.
           PERFORM 0012-SECAO-CONSENTIMENTOS.
           PERFORM 0013-SECAO-CLIENTES.
           PERFORM 0014-SECAO-VENDAS.
           PERFORM 0015-SECAO-ENCOMENDAS.
           PERFORM 0016-SECAO-FUNCIONARIOS.
           PERFORM 0017-SECAO-HOLERITES.
           PERFORM 0018-SECAO-EMPRESTIMOS.
           PERFORM 0019-SECAO-BANCO-HORAS.
           PERFORM 0020-SECAO-EXPURGO.
           PERFORM 0021-SECAO-APROVACOES.
           PERFORM 0022-SECAO-JORNAL.
           PERFORM 0023-SECAO-AUDITLOG.

           PERFORM 0005-ENCERRAMENTO.
           PERFORM 0973-FECHAR-RELATORIO.
       0003-END.

       0004-APRESENTACAO.
           MOVE 'RELATORIO DE ACESSO DO TITULAR AOS SEUS DADOS PESSOAIS'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE '(LEI 13.709/2018 - LGPD, ARTIGOS 18 E 19)'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-CPF-ALVO TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           STRING 'TITULAR (CPF).............: ' DELIMITED BY SIZE
                  WRK-MSK-SAIDA DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-DATA-SOLICITACAO TO WRK-DTF-ENTRADA.
           PERFORM 0050-FORMATAR-DATA.
           STRING 'DATA DA SOLICITACAO.......: ' DELIMITED BY SIZE
                  WRK-DTF-SAIDA DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-DATA-HOJE TO WRK-DTF-ENTRADA.
           PERFORM 0050-FORMATAR-DATA.
           STRING 'DATA DA EMISSAO/ENTREGA...: ' DELIMITED BY SIZE
                  WRK-DTF-SAIDA DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE 'PREZADO(A) TITULAR: ATENDENDO A SUA SOLICITACAO, '
             &  'RELACIONAMOS ABAIXO TODOS OS DADOS PESSOAIS SEUS'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'QUE MANTEMOS EM NOSSOS ARQUIVOS, INDICANDO PARA CADA '
             &  'ARQUIVO A FINALIDADE PARA A QUAL O DADO E USADO'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'E AS DATAS DE CADA REGISTRO. ARQUIVOS SEM NENHUM DADO '
             &  'SEU TAMBEM CONSTAM, PARA QUE A RESPOSTA SEJA'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'COMPLETA.' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0004-END.

       0005-ENCERRAMENTO.
           PERFORM 0040-LINHA-SEPARADORA.
           MOVE WRK-QTD-ARQUIVOS TO WRK-QTD-ED.
           STRING 'ARQUIVOS CONSULTADOS......: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-TOTAL TO WRK-QTD-ED.
           STRING 'REGISTROS SOBRE O TITULAR.: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-DIAS-CORRIDOS TO WRK-DIAS-ED.
           MOVE WRK-PRAZO-LEGAL TO WRK-PRAZO-ED.
           STRING 'PRAZO DE ATENDIMENTO......: ' DELIMITED BY SIZE
                  WRK-DIAS-ED DELIMITED BY SIZE
                  ' DIA(S) CORRIDO(S) DE ' DELIMITED BY SIZE
                  WRK-PRAZO-ED DELIMITED BY SIZE
                  ' PERMITIDOS' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           IF WRK-DIAS-CORRIDOS > WRK-PRAZO-LEGAL
               MOVE 'SITUACAO..................: ATENDIDO FORA DO '
                 &  'PRAZO LEGAL' TO WRK-REL-LINHA
           ELSE
               MOVE 'SITUACAO..................: ATENDIDO NO PRAZO '
                 &  'LEGAL' TO WRK-REL-LINHA
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           STRING 'EMITIDO POR...............: ' DELIMITED BY SIZE
                  WRK-OPE-ID DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'PARA CORRECAO, ELIMINACAO OU REVOGACAO DE '
             &  'CONSENTIMENTO, PROCURE O NOSSO ATENDIMENTO.'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0005-END.

      * ----------------------------------------------------------------
      * ROTINAS COMUNS DAS SECOES.
      * ----------------------------------------------------------------
       0040-LINHA-SEPARADORA.
           MOVE ALL '-' TO WRK-REL-LINHA(1:80).
           PERFORM 0972-IMPRIMIR-LINHA.
       0040-END.

      * ABRE A SECAO COM O NOME DO ARQUIVO E A FINALIDADE, PREENCHIDOS
      * PELA SECAO EM WRK-SEC-ARQUIVO E WRK-SEC-FINALIDADE.
       0041-ABRIR-SECAO.
           MOVE ZERO TO WRK-QTD-SECAO.
           ADD 1 TO WRK-QTD-ARQUIVOS.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0040-LINHA-SEPARADORA.
           STRING 'ARQUIVO...: ' DELIMITED BY SIZE
                  WRK-SEC-ARQUIVO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'FINALIDADE: ' DELIMITED BY SIZE
                  WRK-SEC-FINALIDADE DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0041-END.

       0042-FECHAR-SECAO.
           IF WRK-QTD-SECAO = ZERO
               MOVE '  NENHUM DADO SEU CONSTA NESTE ARQUIVO.'
                   TO WRK-REL-LINHA
           ELSE
               MOVE WRK-QTD-SECAO TO WRK-QTD-ED
               STRING '  REGISTROS LISTADOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
           ADD WRK-QTD-SECAO TO WRK-QTD-TOTAL.
       0042-END.

       0050-FORMATAR-DATA.
           IF WRK-DTF-ENTRADA = SPACES OR WRK-DTF-ENTRADA = ZEROS
               MOVE '--/--/----' TO WRK-DTF-SAIDA
           ELSE
               MOVE SPACES TO WRK-DTF-SAIDA
               STRING WRK-DTF-ENTRADA(7:2) DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      WRK-DTF-ENTRADA(5:2) DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      WRK-DTF-ENTRADA(1:4) DELIMITED BY SIZE
                   INTO WRK-DTF-SAIDA
               END-STRING
           END-IF.
       0050-END.

      * -------- CADASTRO.DAT --------
       0010-SECAO-CADASTRO.
           MOVE 'CADASTRO.DAT (CADASTRO GERAL)' TO WRK-SEC-ARQUIVO.
           MOVE 'IDENTIFICACAO DA PESSOA EM TODOS OS ATENDIMENTOS DA '
             &  'EMPRESA' TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-CADASTRO.
           IF FS-ARQUIVO-NOVO
               CONTINUE
           ELSE
               MOVE WRK-CPF-ALVO TO CPF
               READ ARQUIVO-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0010A-LISTAR-CADASTRO
               END-READ
           END-IF.
           CLOSE ARQUIVO-CADASTRO.
           PERFORM 0042-FECHAR-SECAO.
       0010-END.

       0010A-LISTAR-CADASTRO.
           ADD 1 TO WRK-QTD-SECAO.
           STRING '  NOME..............: ' DELIMITED BY SIZE
                  NOME DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE DATA-NASCIMENTO TO WRK-DTF-ENTRADA.
           PERFORM 0050-FORMATAR-DATA.
           STRING '  DATA DE NASCIMENTO: ' DELIMITED BY SIZE
                  WRK-DTF-SAIDA DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           IF CAD-INATIVO
               MOVE CAD-DATA-INATIVACAO TO WRK-DTF-ENTRADA
               PERFORM 0050-FORMATAR-DATA
               STRING '  SITUACAO..........: INATIVO DESDE '
                          DELIMITED BY SIZE
                      WRK-DTF-SAIDA DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           ELSE
               MOVE '  SITUACAO..........: ATIVO' TO WRK-REL-LINHA
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
       0010A-END.

      * -------- CONTATOS.DAT (CHAVE CPF + SEQUENCIA) --------
       0011-SECAO-CONTATOS.
           MOVE 'CONTATOS.DAT (TELEFONES/E-MAIL)' TO WRK-SEC-ARQUIVO.
           MOVE 'RETORNO DE ATENDIMENTOS E AVISOS; COMUNICACAO DE '
             &  'MARKETING SO COM CONSENTIMENTO' TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-CONTATOS.
           IF FS-CTT-ARQUIVO-NOVO
               CONTINUE
           ELSE
               MOVE 'N' TO WRK-FIM-FAIXA
               MOVE WRK-CPF-ALVO TO CTT-CPF
               MOVE ZERO TO CTT-SEQ
               START ARQUIVO-CONTATOS KEY NOT < CTT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0011A-LER-CONTATO
                       PERFORM 0011B-LISTAR-CONTATO UNTIL FIM-FAIXA
               END-START
           END-IF.
           CLOSE ARQUIVO-CONTATOS.
           PERFORM 0042-FECHAR-SECAO.
       0011-END.

       0011A-LER-CONTATO.
           READ ARQUIVO-CONTATOS NEXT RECORD.
           IF FS-CTT-FIM-ARQUIVO OR CTT-CPF NOT = WRK-CPF-ALVO
               MOVE 'S' TO WRK-FIM-FAIXA
           END-IF.
       0011A-END.

       0011B-LISTAR-CONTATO.
           ADD 1 TO WRK-QTD-SECAO.
           EVALUATE TRUE
               WHEN CTT-TELEFONE
                   MOVE 'TELEFONE' TO WRK-DESCRICAO
               WHEN CTT-EMAIL
                   MOVE 'E-MAIL' TO WRK-DESCRICAO
               WHEN OTHER
                   MOVE 'OUTRO' TO WRK-DESCRICAO
           END-EVALUATE.
           STRING '  ' DELIMITED BY SIZE
                  WRK-DESCRICAO DELIMITED BY SIZE
                  CTT-VALOR DELIMITED BY '  '
                  ' (SEM DATA REGISTRADA)' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0011A-LER-CONTATO.
       0011B-END.

      * -------- CONSENTIMENTOS.DAT (CHAVE CPF + FINALIDADE) --------
       0012-SECAO-CONSENTIMENTOS.
           MOVE 'CONSENTIMENTOS.DAT' TO WRK-SEC-ARQUIVO.
           MOVE 'PROVA DA SUA ESCOLHA DE RECEBER OU NAO COMUNICACOES '
             &  'DE MARKETING' TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-CONSENTIMENTOS.
           IF FS-CSN-ARQUIVO-NOVO
               CONTINUE
           ELSE
               MOVE 'N' TO WRK-FIM-FAIXA
               MOVE WRK-CPF-ALVO TO CSN-CPF
               MOVE LOW-VALUES TO CSN-FINALIDADE
               START ARQUIVO-CONSENTIMENTOS KEY NOT < CSN-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0012A-LER-CONSENTIMENTO
                       PERFORM 0012B-LISTAR-CONSENTIMENTO
                           UNTIL FIM-FAIXA
               END-START
           END-IF.
           CLOSE ARQUIVO-CONSENTIMENTOS.
           PERFORM 0042-FECHAR-SECAO.
       0012-END.

       0012A-LER-CONSENTIMENTO.
           READ ARQUIVO-CONSENTIMENTOS NEXT RECORD.
           IF FS-CSN-FIM-ARQUIVO OR CSN-CPF NOT = WRK-CPF-ALVO
               MOVE 'S' TO WRK-FIM-FAIXA
           END-IF.
       0012A-END.

       0012B-LISTAR-CONSENTIMENTO.
           ADD 1 TO WRK-QTD-SECAO.
           IF CSN-MARKETING
               MOVE 'MARKETING' TO WRK-DESCRICAO
           ELSE
               MOVE CSN-FINALIDADE TO WRK-DESCRICAO
           END-IF.
           MOVE CSN-DATA TO WRK-DTF-ENTRADA.
           PERFORM 0050-FORMATAR-DATA.
           IF CSN-CONCEDIDO
               STRING '  FINALIDADE ' DELIMITED BY SIZE
                      WRK-DESCRICAO DELIMITED BY SIZE
                      ' CONSENTIMENTO CONCEDIDO EM ' DELIMITED BY SIZE
                      WRK-DTF-SAIDA DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           ELSE
               STRING '  FINALIDADE ' DELIMITED BY SIZE
                      WRK-DESCRICAO DELIMITED BY SIZE
                      ' CONSENTIMENTO REVOGADO EM ' DELIMITED BY SIZE
                      WRK-DTF-SAIDA DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0012A-LER-CONSENTIMENTO.
       0012B-END.

      * -------- CLIENTES.DAT --------
       0013-SECAO-CLIENTES.
           MOVE 'CLIENTES.DAT (CLIENTES)' TO WRK-SEC-ARQUIVO.
           MOVE 'VENDAS, FATURAMENTO A EMPRESAS CONVENIADAS E ENTREGAS '
             &  'DE ENCOMENDAS' TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-CLIENTES.
           IF FS-CLI-ARQUIVO-NOVO
               CONTINUE
           ELSE
               MOVE WRK-CPF-ALVO TO CLI-CPF
               READ ARQUIVO-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0013A-LISTAR-CLIENTE
               END-READ
           END-IF.
           CLOSE ARQUIVO-CLIENTES.
           PERFORM 0042-FECHAR-SECAO.
       0013-END.

       0013A-LISTAR-CLIENTE.
           ADD 1 TO WRK-QTD-SECAO.
           STRING '  NOME......: ' DELIMITED BY SIZE
                  CLI-NOME DELIMITED BY SIZE
                  ' (SEM DATA REGISTRADA)' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING '  EMPRESA...: ' DELIMITED BY SIZE
                  CLI-EMPRESA DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING '  ENDERECO..: ' DELIMITED BY SIZE
                  CLI-ENDERECO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CLI-CIDADE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CLI-UF DELIMITED BY SIZE
                  ' CEP ' DELIMITED BY SIZE
                  CLI-CEP DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0013A-END.

      * -------- VENDAS.DAT E ARQUIVOS MORTOS VENDAS-AAAA.DAT --------
       0014-SECAO-VENDAS.
           MOVE 'VENDAS.DAT E VENDAS-AAAA.DAT' TO WRK-SEC-ARQUIVO.
           MOVE 'REGISTRO FISCAL E CONTABIL DAS SUAS COMPRAS E '
             &  'DEVOLUCOES' TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.

           MOVE WRK-VENDAS-PATH TO WRK-VENDAS-LIDO-PATH.
           MOVE 'VENDAS.DAT' TO WRK-VEN-ARQ-NOME.
           PERFORM 0014A-VARRER-ARQUIVO-VENDAS.

           MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-FIM.
           SUBTRACT 1 FROM WRK-ANO-FIM.
           COMPUTE WRK-ANO-INICIO = WRK-ANO-FIM - 9.
           PERFORM 0014D-VARRER-ANO-FECHADO
               VARYING WRK-ANO-ARQ FROM WRK-ANO-FIM BY -1
               UNTIL WRK-ANO-ARQ < WRK-ANO-INICIO.

           PERFORM 0042-FECHAR-SECAO.
       0014-END.

       0014A-VARRER-ARQUIVO-VENDAS.
           MOVE 'N' TO WRK-VEN-ARQ-ACHADO.
           OPEN INPUT ARQUIVO-VENDAS.
           IF FS-VEN-ARQUIVO-NOVO
               CONTINUE
           ELSE
               PERFORM 0014B-LER-VENDA
               PERFORM 0014C-LISTAR-VENDA UNTIL FS-VEN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-VENDAS.
       0014A-END.

       0014B-LER-VENDA.
           READ ARQUIVO-VENDAS.
       0014B-END.

       0014C-LISTAR-VENDA.
           IF VEN-CPF = WRK-CPF-ALVO
               ADD 1 TO WRK-QTD-SECAO
               IF NOT VEN-ARQ-COM-DADOS
                   MOVE 'S' TO WRK-VEN-ARQ-ACHADO
                   STRING '  EM ' DELIMITED BY SIZE
                          WRK-VEN-ARQ-NOME DELIMITED BY SPACE
                          ':' DELIMITED BY SIZE
                       INTO WRK-REL-LINHA
                   END-STRING
                   PERFORM 0972-IMPRIMIR-LINHA
               END-IF
               IF VEN-TIPO-DEVOLUCAO
                   MOVE 'DEVOLUCAO' TO WRK-DESCRICAO
               ELSE
                   MOVE 'COMPRA' TO WRK-DESCRICAO
               END-IF
               MOVE VEN-DATA TO WRK-DTF-ENTRADA
               PERFORM 0050-FORMATAR-DATA
               MOVE VEN-QTD TO WRK-QTD-ED
               MOVE VEN-VALOR-TOTAL TO WRK-VALOR-ED
               STRING '    ' DELIMITED BY SIZE
                      WRK-DTF-SAIDA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DESCRICAO(1:10) DELIMITED BY SIZE
                      VEN-SABOR DELIMITED BY SIZE
                      ' QTD ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' LOJA ' DELIMITED BY SIZE
                      VEN-LOJA DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0014B-LER-VENDA.
       0014C-END.

      * ARQUIVO MORTO DO ANO, NO MESMO DIRETORIO DE VENDAS.DAT (MESMA
      * REGRA DO EXTRATO MENSAL VEN0003A).
       0014D-VARRER-ANO-FECHADO.
           MOVE SPACES TO WRK-VEN-ARQ-NOME.
           STRING 'VENDAS-'   DELIMITED BY SIZE
                  WRK-ANO-ARQ DELIMITED BY SIZE
                  '.DAT'      DELIMITED BY SIZE
               INTO WRK-VEN-ARQ-NOME
           END-STRING.
           MOVE WRK-VEN-ARQ-NOME TO WRK-VENDAS-LIDO-PATH.
           PERFORM 0014A-VARRER-ARQUIVO-VENDAS.
       0014D-END.

      * -------- ENCOMENDAS.DAT (CHAVE NUMERO: VARREDURA) --------
       0015-SECAO-ENCOMENDAS.
           MOVE 'ENCOMENDAS.DAT (PEDIDOS)' TO WRK-SEC-ARQUIVO.
           MOVE 'SEPARACAO, RETIRADA E ENTREGA DAS SUAS ENCOMENDAS'
               TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-ENCOMENDAS.
           IF FS-ENC-ARQUIVO-NOVO
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO ENC-NUMERO
               START ARQUIVO-ENCOMENDAS KEY NOT < ENC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0015A-LER-ENCOMENDA
                       PERFORM 0015B-LISTAR-ENCOMENDA
                           UNTIL FS-ENC-FIM-ARQUIVO
               END-START
           END-IF.
           CLOSE ARQUIVO-ENCOMENDAS.
           PERFORM 0042-FECHAR-SECAO.
       0015-END.

       0015A-LER-ENCOMENDA.
           READ ARQUIVO-ENCOMENDAS NEXT RECORD.
       0015A-END.

       0015B-LISTAR-ENCOMENDA.
           IF ENC-CPF = WRK-CPF-ALVO
               ADD 1 TO WRK-QTD-SECAO
               EVALUATE TRUE
                   WHEN ENC-ENTREGA-FALHOU
                       MOVE 'ENTREGA FALHOU' TO WRK-DESCRICAO
                   WHEN ENC-ABERTA
                       MOVE 'EM ABERTO' TO WRK-DESCRICAO
                   WHEN ENC-RETIRADA
                       MOVE 'RETIRADA' TO WRK-DESCRICAO
                   WHEN ENC-ENTREGUE
                       MOVE 'ENTREGUE' TO WRK-DESCRICAO
                   WHEN ENC-CANCELADA
                       MOVE 'CANCELADA' TO WRK-DESCRICAO
                   WHEN OTHER
                       MOVE ENC-SITUACAO TO WRK-DESCRICAO
               END-EVALUATE
               MOVE ENC-DATA-PEDIDO TO WRK-DTF-ENTRADA
               PERFORM 0050-FORMATAR-DATA
               MOVE ENC-QTD TO WRK-QTD-ED
               STRING '  PEDIDO ' DELIMITED BY SIZE
                      ENC-NUMERO DELIMITED BY SIZE
                      ' DE ' DELIMITED BY SIZE
                      WRK-DTF-SAIDA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ENC-SABOR DELIMITED BY SIZE
                      ' QTD ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DESCRICAO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               MOVE ENC-DATA-ENTREGA TO WRK-DTF-ENTRADA
               PERFORM 0050-FORMATAR-DATA
               MOVE WRK-DTF-SAIDA TO WRK-REL-LINHA(100:10)
               MOVE 'ENTREGA' TO WRK-REL-LINHA(92:7)
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0015A-LER-ENCOMENDA.
       0015B-END.

      * -------- FUNCIONARIOS.DAT --------
       0016-SECAO-FUNCIONARIOS.
           MOVE 'FUNCIONARIOS.DAT (RH)' TO WRK-SEC-ARQUIVO.
           MOVE 'CONTRATO DE TRABALHO, FOLHA DE PAGAMENTO E '
             &  'OBRIGACOES TRABALHISTAS' TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF FS-FUN-ARQUIVO-NOVO
               CONTINUE
           ELSE
               PERFORM 0016A-LER-FUNCIONARIO
               PERFORM 0016B-LISTAR-FUNCIONARIO
                   UNTIL FS-FUN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-FUNCIONARIOS.
           PERFORM 0042-FECHAR-SECAO.
       0016-END.

       0016A-LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS.
       0016A-END.

       0016B-LISTAR-FUNCIONARIO.
           IF REG-CPF = WRK-CPF-ALVO
               ADD 1 TO WRK-QTD-SECAO
               STRING '  NOME....: ' DELIMITED BY SIZE
                      REG-NOME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      REG-SOBRENOME DELIMITED BY '  '
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               MOVE REG-SALARIO TO WRK-VALOR-ED
               STRING '  CARGO...: ' DELIMITED BY SIZE
                      REG-CARGO DELIMITED BY SIZE
                      ' SALARIO ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               IF REG-DESLIGADO
                   MOVE REG-DATA-DESLIGAMENTO TO WRK-DTF-ENTRADA
                   PERFORM 0050-FORMATAR-DATA
                   STRING '  SITUACAO: DESLIGADO EM ' DELIMITED BY SIZE
                          WRK-DTF-SAIDA DELIMITED BY SIZE
                       INTO WRK-REL-LINHA
                   END-STRING
               ELSE
                   MOVE '  SITUACAO: ATIVO' TO WRK-REL-LINHA
               END-IF
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0016A-LER-FUNCIONARIO.
       0016B-END.

      * -------- HOLERITES-HIST.DAT (CHAVE CPF + COMPETENCIA) --------
       0017-SECAO-HOLERITES.
           MOVE 'HOLERITES-HIST.DAT (HOLERITES)' TO WRK-SEC-ARQUIVO.
           MOVE 'HISTORICO DE PAGAMENTOS, GUARDADO PELO PRAZO DA '
             &  'LEGISLACAO TRABALHISTA E PREVIDENCIARIA'
               TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-HOLHIST.
           IF FS-HST-ARQUIVO-NOVO
               CONTINUE
           ELSE
               MOVE 'N' TO WRK-FIM-FAIXA
               MOVE WRK-CPF-ALVO TO HST-CPF
               MOVE LOW-VALUES TO HST-COMPETENCIA
               START ARQUIVO-HOLHIST KEY NOT < HST-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0017A-LER-HOLERITE
                       PERFORM 0017B-LISTAR-HOLERITE UNTIL FIM-FAIXA
               END-START
           END-IF.
           CLOSE ARQUIVO-HOLHIST.
           PERFORM 0042-FECHAR-SECAO.
       0017-END.

       0017A-LER-HOLERITE.
           READ ARQUIVO-HOLHIST NEXT RECORD.
           IF FS-HST-FIM-ARQUIVO OR HST-CPF NOT = WRK-CPF-ALVO
               MOVE 'S' TO WRK-FIM-FAIXA
           END-IF.
       0017A-END.

       0017B-LISTAR-HOLERITE.
           ADD 1 TO WRK-QTD-SECAO.
           IF HST-HOLERITE-RESCISAO
               MOVE 'RESCISAO' TO WRK-DESCRICAO
           ELSE
               MOVE 'FOLHA MENSAL' TO WRK-DESCRICAO
           END-IF.
           MOVE HST-BRUTO   TO WRK-VALOR-ED.
           MOVE HST-LIQUIDO TO WRK-VALOR-ED2.
           STRING '  COMPETENCIA ' DELIMITED BY SIZE
                  HST-COMPETENCIA(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  HST-COMPETENCIA(1:4) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DESCRICAO(1:13) DELIMITED BY SIZE
                  ' BRUTO ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  ' LIQUIDO ' DELIMITED BY SIZE
                  WRK-VALOR-ED2 DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0017A-LER-HOLERITE.
       0017B-END.

      * -------- EMPRESTIMOS.DAT (CHAVE NUMERO: VARREDURA) --------
       0018-SECAO-EMPRESTIMOS.
           MOVE 'EMPRESTIMOS.DAT (CONTRATOS)' TO WRK-SEC-ARQUIVO.
           MOVE 'CONCESSAO, COBRANCA E DESCONTO EM FOLHA DOS SEUS '
             &  'EMPRESTIMOS' TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-EMPRESTIMOS.
           IF FS-FIN-ARQUIVO-NOVO
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO FIN-NUMERO
               START ARQUIVO-EMPRESTIMOS KEY NOT < FIN-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0018A-LER-CONTRATO
                       PERFORM 0018B-LISTAR-CONTRATO
                           UNTIL FS-FIN-FIM-ARQUIVO
               END-START
           END-IF.
           CLOSE ARQUIVO-EMPRESTIMOS.
           PERFORM 0042-FECHAR-SECAO.
       0018-END.

       0018A-LER-CONTRATO.
           READ ARQUIVO-EMPRESTIMOS NEXT RECORD.
       0018A-END.

       0018B-LISTAR-CONTRATO.
           IF FIN-CPF = WRK-CPF-ALVO
               ADD 1 TO WRK-QTD-SECAO
               IF FIN-QUITADO
                   MOVE 'QUITADO' TO WRK-DESCRICAO
               ELSE
                   MOVE 'ATIVO' TO WRK-DESCRICAO
               END-IF
               MOVE FIN-DATA-CONTRATO TO WRK-DTF-ENTRADA
               PERFORM 0050-FORMATAR-DATA
               MOVE FIN-PRINCIPAL TO WRK-VALOR-ED
               MOVE FIN-SALDO-DEVEDOR TO WRK-VALOR-ED2
               STRING '  CONTRATO ' DELIMITED BY SIZE
                      FIN-NUMERO DELIMITED BY SIZE
                      ' DE ' DELIMITED BY SIZE
                      WRK-DTF-SAIDA DELIMITED BY SIZE
                      ' PRINCIPAL ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' SALDO ' DELIMITED BY SIZE
                      WRK-VALOR-ED2 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DESCRICAO(1:8) DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               MOVE FIN-DATA-ULT-PAGTO TO WRK-DTF-ENTRADA
               PERFORM 0050-FORMATAR-DATA
               MOVE 'ULT.PAGTO' TO WRK-REL-LINHA(98:9)
               MOVE WRK-DTF-SAIDA TO WRK-REL-LINHA(108:10)
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0018A-LER-CONTRATO.
       0018B-END.

      * -------- BANCO-HORAS.DAT (CHAVE CPF + DATA + SEQ) --------
       0019-SECAO-BANCO-HORAS.
           MOVE 'BANCO-HORAS.DAT' TO WRK-SEC-ARQUIVO.
           MOVE 'CONTROLE DE JORNADA: HORAS EXTRAS CREDITADAS, '
             &  'COMPENSADAS OU PAGAS' TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-BANCO-HORAS.
           IF FS-BNH-ARQUIVO-NOVO
               CONTINUE
           ELSE
               MOVE 'N' TO WRK-FIM-FAIXA
               MOVE WRK-CPF-ALVO TO BNH-CPF
               MOVE LOW-VALUES TO BNH-DATA
               MOVE ZERO TO BNH-SEQ
               START ARQUIVO-BANCO-HORAS KEY NOT < BNH-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0019A-LER-LANCAMENTO
                       PERFORM 0019B-LISTAR-LANCAMENTO
                           UNTIL FIM-FAIXA
               END-START
           END-IF.
           CLOSE ARQUIVO-BANCO-HORAS.
           PERFORM 0042-FECHAR-SECAO.
       0019-END.

       0019A-LER-LANCAMENTO.
           READ ARQUIVO-BANCO-HORAS NEXT RECORD.
           IF FS-BNH-FIM-ARQUIVO OR BNH-CPF NOT = WRK-CPF-ALVO
               MOVE 'S' TO WRK-FIM-FAIXA
           END-IF.
       0019A-END.

       0019B-LISTAR-LANCAMENTO.
           ADD 1 TO WRK-QTD-SECAO.
           EVALUATE TRUE
               WHEN BNH-CREDITO
                   MOVE 'CREDITO' TO WRK-DESCRICAO
               WHEN BNH-GOZO
                   MOVE 'COMPENSACAO' TO WRK-DESCRICAO
               WHEN BNH-PAGTO
                   MOVE 'PAGAMENTO' TO WRK-DESCRICAO
               WHEN OTHER
                   MOVE BNH-TIPO TO WRK-DESCRICAO
           END-EVALUATE.
           MOVE BNH-DATA TO WRK-DTF-ENTRADA.
           PERFORM 0050-FORMATAR-DATA.
           MOVE BNH-HORAS TO WRK-HORAS-ED.
           STRING '  ' DELIMITED BY SIZE
                  WRK-DTF-SAIDA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DESCRICAO(1:12) DELIMITED BY SIZE
                  WRK-HORAS-ED DELIMITED BY SIZE
                  ' HORA(S)' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0019A-LER-LANCAMENTO.
       0019B-END.

      * -------- CADASTRO-EXPURGO.DAT --------
       0020-SECAO-EXPURGO.
           MOVE 'CADASTRO-EXPURGO.DAT' TO WRK-SEC-ARQUIVO.
           MOVE 'GUARDA DOS CADASTROS INATIVOS RETIRADOS DO CADASTRO '
             &  'GERAL, PARA CONSULTA HISTORICA' TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-EXPURGO.
           IF FS-EXP-ARQUIVO-NOVO
               CONTINUE
           ELSE
               PERFORM 0020A-LER-EXPURGO
               PERFORM 0020B-LISTAR-EXPURGO UNTIL FS-EXP-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-EXPURGO.
           PERFORM 0042-FECHAR-SECAO.
       0020-END.

       0020A-LER-EXPURGO.
           READ ARQUIVO-EXPURGO.
       0020A-END.

       0020B-LISTAR-EXPURGO.
           IF EXP-CPF = WRK-CPF-ALVO
               ADD 1 TO WRK-QTD-SECAO
               MOVE EXP-DATA-EXPURGO TO WRK-DTF-ENTRADA
               PERFORM 0050-FORMATAR-DATA
               STRING '  ' DELIMITED BY SIZE
                      EXP-NOME DELIMITED BY SIZE
                      ' ARQUIVADO EM ' DELIMITED BY SIZE
                      WRK-DTF-SAIDA DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               MOVE EXP-DATA-INATIVACAO TO WRK-DTF-ENTRADA
               PERFORM 0050-FORMATAR-DATA
               MOVE 'INATIVO DESDE' TO WRK-REL-LINHA(60:13)
               MOVE WRK-DTF-SAIDA TO WRK-REL-LINHA(74:10)
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0020A-LER-EXPURGO.
       0020B-END.

      * -------- APROVACOES.DAT (FILA DE TROCA DE CPF) --------
       0021-SECAO-APROVACOES.
           MOVE 'APROVACOES.DAT' TO WRK-SEC-ARQUIVO.
           MOVE 'CONTROLE DE DUPLA CONFERENCIA DAS CORRECOES DE CPF '
             &  'NO CADASTRO' TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-APROVACOES.
           IF FS-APR-ARQUIVO-NOVO
               CONTINUE
           ELSE
               PERFORM 0021A-LER-APROVACAO
               PERFORM 0021B-LISTAR-APROVACAO
                   UNTIL FS-APR-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-APROVACOES.
           PERFORM 0042-FECHAR-SECAO.
       0021-END.

       0021A-LER-APROVACAO.
           READ ARQUIVO-APROVACOES.
       0021A-END.

       0021B-LISTAR-APROVACAO.
           MOVE APR-IMAGEM-NOVA TO WRK-IMAGEM-EXAME.
           IF APR-CPF-ANTIGO = WRK-CPF-ALVO
              OR WRK-IME-CPF = WRK-CPF-ALVO
               ADD 1 TO WRK-QTD-SECAO
               EVALUATE TRUE
                   WHEN APR-PENDENTE
                       MOVE 'PENDENTE' TO WRK-DESCRICAO
                   WHEN APR-APLICADA
                       MOVE 'APLICADA' TO WRK-DESCRICAO
                   WHEN APR-REJEITADA
                       MOVE 'REJEITADA' TO WRK-DESCRICAO
                   WHEN OTHER
                       MOVE APR-STATUS TO WRK-DESCRICAO
               END-EVALUATE
               MOVE APR-DATA-HORA(1:8) TO WRK-DTF-ENTRADA
               PERFORM 0050-FORMATAR-DATA
               STRING '  ' DELIMITED BY SIZE
                      WRK-DTF-SAIDA DELIMITED BY SIZE
                      ' CORRECAO DE CADASTRO PARA ' DELIMITED BY SIZE
                      WRK-IME-NOME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DESCRICAO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0021A-LER-APROVACAO.
       0021B-END.

      * -------- CADASTRO-JORNAL.DAT --------
      * A PESSOA CASA PELA IMAGEM ANTES OU DEPOIS (MESMA REGRA DA
      * CONSULTA DE HISTORICO CAD0022A).
       0022-SECAO-JORNAL.
           MOVE 'CADASTRO-JORNAL.DAT (JORNAL)' TO WRK-SEC-ARQUIVO.
           MOVE 'HISTORICO DAS ALTERACOES DO SEU CADASTRO, PARA '
             &  'RECUPERACAO E AUDITORIA' TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.
           OPEN INPUT JORNAL-ARQUIVO.
           IF JORNAL-ARQ-NOVO
               CONTINUE
           ELSE
               PERFORM 0022A-LER-JORNAL
               PERFORM 0022B-LISTAR-JORNAL UNTIL JORNAL-FIM
           END-IF.
           CLOSE JORNAL-ARQUIVO.
           PERFORM 0042-FECHAR-SECAO.
       0022-END.

       0022A-LER-JORNAL.
           READ JORNAL-ARQUIVO.
       0022A-END.

       0022B-LISTAR-JORNAL.
           MOVE JRN-IMAGEM-ANTES TO WRK-IMAGEM-EXAME.
           MOVE WRK-IME-CPF TO WRK-IME-CPF-ANTES.
           MOVE JRN-IMAGEM-DEPOIS TO WRK-IMAGEM-EXAME.
           IF WRK-IME-CPF-ANTES = WRK-CPF-ALVO
              OR WRK-IME-CPF = WRK-CPF-ALVO
               ADD 1 TO WRK-QTD-SECAO
               EVALUATE TRUE
                   WHEN JRN-OP-WRITE
                       MOVE 'INCLUSAO' TO WRK-DESCRICAO
                   WHEN JRN-OP-REWRITE
                       MOVE 'ALTERACAO' TO WRK-DESCRICAO
                   WHEN JRN-OP-DELETE
                       MOVE 'EXCLUSAO' TO WRK-DESCRICAO
                   WHEN OTHER
                       MOVE JRN-OPERACAO TO WRK-DESCRICAO
               END-EVALUATE
               MOVE JRN-DATA-HORA(1:8) TO WRK-DTF-ENTRADA
               PERFORM 0050-FORMATAR-DATA
               STRING '  ' DELIMITED BY SIZE
                      WRK-DTF-SAIDA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      JRN-DATA-HORA(10:2) DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      JRN-DATA-HORA(12:2) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DESCRICAO(1:10) DELIMITED BY SIZE
                      ' PELO PROGRAMA ' DELIMITED BY SIZE
                      JRN-PROGRAMA DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0022A-LER-JORNAL.
       0022B-END.

      * -------- AUDITLOG.DAT --------
      * O CPF DO TITULAR FICA NO INICIO DO DETALHE DA TRILHA (MESMA
      * REGRA DA ELIMINACAO CAD0016A).
       0023-SECAO-AUDITLOG.
           MOVE 'AUDITLOG.DAT (TRILHA)' TO WRK-SEC-ARQUIVO.
           MOVE 'TRILHA DE AUDITORIA: QUEM CONSULTOU OU ALTEROU SEUS '
             &  'DADOS E QUANDO' TO WRK-SEC-FINALIDADE.
           PERFORM 0041-ABRIR-SECAO.
           OPEN INPUT AUDITLOG-ARQUIVO.
           IF AUDITLOG-ARQ-NOVO
               CONTINUE
           ELSE
               PERFORM 0023A-LER-AUDITLOG
               PERFORM 0023B-LISTAR-AUDITLOG
                   UNTIL WRK-AUDITLOG-STATUS = '10'
           END-IF.
           CLOSE AUDITLOG-ARQUIVO.
           PERFORM 0042-FECHAR-SECAO.
       0023-END.

       0023A-LER-AUDITLOG.
           READ AUDITLOG-ARQUIVO.
       0023A-END.

       0023B-LISTAR-AUDITLOG.
           IF LOG-DETALHE(1:14) = WRK-CPF-ALVO
               ADD 1 TO WRK-QTD-SECAO
               MOVE LOG-DATA-HORA(1:8) TO WRK-DTF-ENTRADA
               PERFORM 0050-FORMATAR-DATA
               STRING '  ' DELIMITED BY SIZE
                      WRK-DTF-SAIDA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      LOG-DATA-HORA(10:2) DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      LOG-DATA-HORA(12:2) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      LOG-OPERACAO DELIMITED BY SIZE
                      ' PROGRAMA ' DELIMITED BY SIZE
                      LOG-PROGRAMA DELIMITED BY SIZE
                      ' OPERADOR ' DELIMITED BY SIZE
                      LOG-OPERADOR DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0023A-LER-AUDITLOG.
       0023B-END.

      * ----------------------------------------------------------------
      * REGISTRO DO ATENDIMENTO: LINHA NO LIVRO LGPD-ACESSOS.DAT E
      * CARIMBO NA TRILHA DE AUDITORIA.
      * ----------------------------------------------------------------
       0030-REGISTRAR-ATENDIMENTO.
           OPEN EXTEND ARQUIVO-LGPD-ACESSOS.
           IF FS-LGA-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-LGPD-ACESSOS
               CLOSE ARQUIVO-LGPD-ACESSOS
               OPEN EXTEND ARQUIVO-LGPD-ACESSOS
           END-IF.

           MOVE WRK-CPF-ALVO         TO LGA-CPF.
           MOVE WRK-DATA-SOLICITACAO TO LGA-DATA-SOLICITACAO.
           MOVE WRK-DATA-HOJE        TO LGA-DATA-ENTREGA.
           MOVE WRK-HORA-HOJE        TO LGA-HORA-ENTREGA.
           MOVE WRK-DIAS-CORRIDOS    TO LGA-DIAS-CORRIDOS.
           MOVE WRK-PRAZO-LEGAL      TO LGA-PRAZO-DIAS.
           IF WRK-DIAS-CORRIDOS > WRK-PRAZO-LEGAL
               MOVE 'F' TO LGA-SITUACAO-PRAZO
           ELSE
               MOVE 'N' TO LGA-SITUACAO-PRAZO
           END-IF.
           MOVE WRK-QTD-TOTAL        TO LGA-QTD-REGISTROS.
           MOVE WRK-OPE-ID           TO LGA-OPERADOR.
           WRITE REGISTRO-LGPD-ACESSO.
           CLOSE ARQUIVO-LGPD-ACESSOS.

           MOVE 'CAD0025A'      TO WRK-LOG-PROGRAMA.
           MOVE 'ACESSO-LGPD'   TO WRK-LOG-OPERACAO.
           MOVE WRK-CPF-ALVO    TO WRK-LOG-DETALHE.
           PERFORM 0930-LOG-TRANSACAO.
       0030-END.

       0031-IMPRIMIR-RESUMO.
           DISPLAY '================================================'.
           DISPLAY ' RELATORIO DE ACESSO LGPD EMITIDO NO SPOOL'.
           DISPLAY '================================================'.
           MOVE WRK-QTD-ARQUIVOS TO WRK-QTD-ED.
           DISPLAY ' ARQUIVOS CONSULTADOS........: ' WRK-QTD-ED.
           MOVE WRK-QTD-TOTAL TO WRK-QTD-ED.
           DISPLAY ' REGISTROS SOBRE O TITULAR...: ' WRK-QTD-ED.
           MOVE WRK-DIAS-CORRIDOS TO WRK-DIAS-ED.
           DISPLAY ' DIAS DESDE A SOLICITACAO....: ' WRK-DIAS-ED.
           IF WRK-DIAS-CORRIDOS > WRK-PRAZO-LEGAL
               DISPLAY ' ATENCAO: ATENDIMENTO FORA DO PRAZO LEGAL.'
           END-IF.
           DISPLAY ' ATENDIMENTO REGISTRADO EM LGPD-ACESSOS.DAT'.
           DISPLAY '================================================'.
       0031-END.

           COPY CPFMASK-PD.CPY.
           COPY AUDITLOG-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
