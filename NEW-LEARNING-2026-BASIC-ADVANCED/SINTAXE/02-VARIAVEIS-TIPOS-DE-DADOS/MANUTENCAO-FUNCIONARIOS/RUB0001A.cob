       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUB0001A.

      *> OBJETIVO: MANUTENCAO DO CADASTRO DE RUBRICAS DA FOLHA
      *> (RUBRICAS.DAT), OS EVENTOS RECORRENTES QUE ATE AQUI VIRAVAM
      *> ALTERACAO DE PROGRAMA A CADA DESCONTO OU PROVENTO NOVO.
      *> INCLUI E ALTERA RUBRICA (CODIGO, DESCRICAO, PROVENTO OU
      *> DESCONTO, INCIDENCIA EM INSS/IRRF/FGTS E AS CONTAS DE
      *> DEBITO/CREDITO DO LANCAMENTO DO FOL0007A), LISTA, DESATIVA E
      *> REATIVA, E TEM A CARGA (P)ADRAO COM AS RUBRICAS DE SEMPRE
      *> (VALE-TRANSPORTE, COPARTICIPACOES DO VALE-REFEICAO E DO
      *> PLANO DE SAUDE, CONTRIBUICAO SINDICAL, GRATIFICACAO FIXA,
      *> COMISSAO E AS HORAS-AULA DOS PROFESSORES COM O DSR). QUEM
      *> RECEBE OU PAGA CADA RUBRICA E LANCADO PELO RUB0002A (AS
      *> HORAS-AULA E O DSR, PELO PRO0002A).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RUBRICAS ASSIGN TO DYNAMIC WS-RUBRICAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUB-CODIGO
               FILE STATUS IS WS-RUB-STATUS.

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
       FD ARQUIVO-RUBRICAS.
           COPY RUBRICAS-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-RUB-STATUS PIC XX.
           88 WS-RUB-OK       VALUE '00'.
           88 WS-RUB-EOF      VALUE '10'.
           88 WS-RUB-ARQ-NOVO VALUE '35'.

      *> CAMINHO DO ARQUIVO, OBTIDO DE VARIAVEL DE AMBIENTE (COM
      *> VALOR PADRAO CASO ELA NAO ESTEJA DEFINIDA).
       01 WS-RUBRICAS-PATH PIC X(100).

       01 WS-CONTINUAR PIC X(01) VALUE 'S'.
       01 WS-OPCAO     PIC X(01).
       01 WS-CODIGO    PIC X(04).
       01 WS-QTD-LIDOS PIC 9(03) VALUE ZERO.
       01 WS-QTD-CARGA PIC 9(03) VALUE ZERO.
       01 WS-FIM-RUBRICAS PIC X(01) VALUE 'N'.
           88 FIM-DAS-RUBRICAS VALUE 'S'.
       01 WS-DADOS-OK PIC X(01).
           88 DADOS-OK VALUE 'S'.
       01 WS-TIPO-ED   PIC X(08).

      *> CARGA PADRAO: AS RUBRICAS QUE A LOJA JA PAGA OU DESCONTA FORA
      *> DO SISTEMA, COM CONTAS GENERICAS PARA O CONTADOR TROCAR PELAS
      *> DO PLANO DELE. PROVENTO DEBITA A DESPESA E CREDITA SALARIOS A
      *> PAGAR; DESCONTO DEBITA SALARIOS A PAGAR E CREDITA A
      *> RECUPERACAO DA DESPESA OU O REPASSE A TERCEIRO.
       01 WS-CARGA-PADRAO.
           05 FILLER PIC X(53) VALUE
              'VT  DESCONTO VALE-TRANSPORTE DNNN21010001  31010002  '.
           05 FILLER PIC X(53) VALUE
              'VR  COPART. VALE-REFEICAO    DNNN21010001  31010003  '.
           05 FILLER PIC X(53) VALUE
              'SAUDCOPART. PLANO DE SAUDE   DNNN21010001  31010004  '.
           05 FILLER PIC X(53) VALUE
              'SINDCONTRIBUICAO SINDICAL    DNNN21010001  21020004  '.
           05 FILLER PIC X(53) VALUE
              'GRATGRATIFICACAO FIXA        PSSS31010001  21010001  '.
           05 FILLER PIC X(53) VALUE
              'COMICOMISSAO SOBRE VENDAS    PSSS31010005  21010001  '.
           05 FILLER PIC X(53) VALUE
              'HAULHORAS-AULA DADAS         PSSS31010006  21010001  '.
           05 FILLER PIC X(53) VALUE
              'DSRADSR SOBRE HORAS-AULA     PSSS31010006  21010001  '.
       01 WS-CARGA-TABELA REDEFINES WS-CARGA-PADRAO.
           05 WS-CARGA-ITEM OCCURS 8 TIMES.
               10 WS-CARGA-CODIGO    PIC X(04).
               10 WS-CARGA-DESCRICAO PIC X(25).
               10 WS-CARGA-TIPO      PIC X(01).
               10 WS-CARGA-INSS      PIC X(01).
               10 WS-CARGA-IRRF      PIC X(01).
               10 WS-CARGA-FGTS      PIC X(01).
               10 WS-CARGA-DEBITO    PIC X(10).
               10 WS-CARGA-CREDITO   PIC X(10).
       01 WS-CARGA-IDX PIC 9(02) COMP.

           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '    RUB0001A - CADASTRO DE RUBRICAS DA FOLHA    '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'RUB0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           ACCEPT WS-RUBRICAS-PATH
               FROM ENVIRONMENT 'RUBRICAS_PATH'.
           IF WS-RUBRICAS-PATH = SPACES
               MOVE 'RUBRICAS.DAT' TO WS-RUBRICAS-PATH
           END-IF.

           OPEN I-O ARQUIVO-RUBRICAS.
           IF WS-RUB-ARQ-NOVO
               OPEN OUTPUT ARQUIVO-RUBRICAS
               CLOSE ARQUIVO-RUBRICAS
               OPEN I-O ARQUIVO-RUBRICAS
           END-IF.

           PERFORM MENU-PRINCIPAL UNTIL WS-CONTINUAR = 'N'.

           CLOSE ARQUIVO-RUBRICAS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY '(I)NCLUIR/ALTERAR RUBRICA, (L)ISTAR, '
                   '(D)ESATIVAR/REATIVAR, CARGA (P)ADRAO OU (S)AIR? '.
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM INCLUIR-RUBRICA
               WHEN 'L'
                   PERFORM LISTAR-RUBRICAS
               WHEN 'D'
                   PERFORM ALTERNAR-SITUACAO
               WHEN 'P'
                   PERFORM CARGA-PADRAO
               WHEN 'S'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *> RUBRICA JA CADASTRADA E REGRAVADA COM OS DADOS NOVOS E
      *> MANTEM A SITUACAO QUE TINHA.
       INCLUIR-RUBRICA.
           DISPLAY 'CODIGO DA RUBRICA (ATE 4 POSICOES, EX.: VT): '.
           ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           IF WS-CODIGO = SPACES
               DISPLAY 'CODIGO NAO PODE SER EM BRANCO.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CODIGO TO RUB-CODIGO.
           READ ARQUIVO-RUBRICAS
               INVALID KEY
                   INITIALIZE REGISTRO-RUBRICA
                   MOVE WS-CODIGO TO RUB-CODIGO
                   MOVE 'A' TO RUB-SITUACAO
               NOT INVALID KEY
                   PERFORM EXIBIR-RUBRICA
           END-READ.

           PERFORM PEDIR-DADOS-RUBRICA.
           IF NOT DADOS-OK
               DISPLAY 'RUBRICA NAO GRAVADA.'
               EXIT PARAGRAPH
           END-IF.

           WRITE REGISTRO-RUBRICA
               INVALID KEY
                   REWRITE REGISTRO-RUBRICA
                   DISPLAY 'RUBRICA JA EXISTIA E FOI REGRAVADA.'
               NOT INVALID KEY
                   DISPLAY 'RUBRICA GRAVADA.'
           END-WRITE.

      *> CRITICA DAS INCIDENCIAS: A BASE DO IRRF PARTE DA DO INSS NAS
      *> CLASSES DA FOLHA, ENTAO PROVENTO SO TRIBUTA NO IRRF SE
      *> TRIBUTAR NO INSS, E DESCONTO SO ABATE DO INSS SE ABATER DO
      *> IRRF.
       PEDIR-DADOS-RUBRICA.
           MOVE 'S' TO WS-DADOS-OK.
           DISPLAY 'DESCRICAO: '.
           ACCEPT RUB-DESCRICAO.
           MOVE FUNCTION UPPER-CASE(RUB-DESCRICAO) TO RUB-DESCRICAO.
           IF RUB-DESCRICAO = SPACES
               DISPLAY 'DESCRICAO NAO PODE SER EM BRANCO.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY '(P)ROVENTO OU (D)ESCONTO? '.
           ACCEPT RUB-TIPO.
           MOVE FUNCTION UPPER-CASE(RUB-TIPO) TO RUB-TIPO.
           IF NOT RUB-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'INCIDE NO INSS? (S/N) '.
           ACCEPT RUB-INCIDE-INSS.
           MOVE FUNCTION UPPER-CASE(RUB-INCIDE-INSS)
               TO RUB-INCIDE-INSS.
           IF NOT RUB-TRIBUTA-INSS
               MOVE 'N' TO RUB-INCIDE-INSS
           END-IF.
           DISPLAY 'INCIDE NO IRRF? (S/N) '.
           ACCEPT RUB-INCIDE-IRRF.
           MOVE FUNCTION UPPER-CASE(RUB-INCIDE-IRRF)
               TO RUB-INCIDE-IRRF.
           IF NOT RUB-TRIBUTA-IRRF
               MOVE 'N' TO RUB-INCIDE-IRRF
           END-IF.
           DISPLAY 'INCIDE NO FGTS? (S/N) '.
           ACCEPT RUB-INCIDE-FGTS.
           MOVE FUNCTION UPPER-CASE(RUB-INCIDE-FGTS)
               TO RUB-INCIDE-FGTS.
           IF NOT RUB-TRIBUTA-FGTS
               MOVE 'N' TO RUB-INCIDE-FGTS
           END-IF.

           IF RUB-PROVENTO AND RUB-TRIBUTA-IRRF
              AND NOT RUB-TRIBUTA-INSS
               DISPLAY 'PROVENTO QUE TRIBUTA NO IRRF TEM DE TRIBUTAR '
                       'NO INSS.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           IF RUB-DESCONTO AND RUB-TRIBUTA-INSS
              AND NOT RUB-TRIBUTA-IRRF
               DISPLAY 'DESCONTO QUE ABATE DO INSS TEM DE ABATER DO '
                       'IRRF.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CONTA DE DEBITO: '.
           ACCEPT RUB-CONTA-DEBITO.
           DISPLAY 'CONTA DE CREDITO: '.
           ACCEPT RUB-CONTA-CREDITO.
           IF RUB-CONTA-DEBITO = SPACES OR RUB-CONTA-CREDITO = SPACES
               DISPLAY 'AVISO: RUBRICA SEM CONTAS SAI COMO EVENTO SEM '
                       'MAPEAMENTO NA EXPORTACAO CONTABIL (FOL0007A).'
           END-IF.

       LISTAR-RUBRICAS.
           MOVE ZERO TO WS-QTD-LIDOS.
           MOVE LOW-VALUES TO RUB-CODIGO.
           START ARQUIVO-RUBRICAS KEY NOT < RUB-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LER-RUBRICA
                   PERFORM LISTAR-UMA-RUBRICA UNTIL FIM-DAS-RUBRICAS
           END-START.
           IF WS-QTD-LIDOS = ZERO
               DISPLAY 'NENHUMA RUBRICA CADASTRADA. USE A CARGA '
                       '(P)ADRAO.'
           ELSE
               DISPLAY 'RUBRICAS CADASTRADAS: ' WS-QTD-LIDOS
           END-IF.

       LER-RUBRICA.
           MOVE 'N' TO WS-FIM-RUBRICAS.
           READ ARQUIVO-RUBRICAS NEXT RECORD.
           IF NOT WS-RUB-OK
               MOVE 'S' TO WS-FIM-RUBRICAS
           END-IF.

       LISTAR-UMA-RUBRICA.
           ADD 1 TO WS-QTD-LIDOS.
           PERFORM EXIBIR-RUBRICA.
           PERFORM LER-RUBRICA.

       EXIBIR-RUBRICA.
           IF RUB-PROVENTO
               MOVE 'PROVENTO' TO WS-TIPO-ED
           ELSE
               MOVE 'DESCONTO' TO WS-TIPO-ED
           END-IF.
           DISPLAY ' ' RUB-CODIGO ' ' RUB-DESCRICAO ' ' WS-TIPO-ED
                   ' INSS ' RUB-INCIDE-INSS
                   ' IRRF ' RUB-INCIDE-IRRF
                   ' FGTS ' RUB-INCIDE-FGTS
                   ' D: ' RUB-CONTA-DEBITO
                   ' C: ' RUB-CONTA-CREDITO
                   ' ' RUB-SITUACAO.

      *> RUBRICA INATIVA SAI DA FOLHA MAS CONTINUA NO CADASTRO: OS
      *> HOLERITES ANTIGOS E OS LANCAMENTOS DO RUB0002A A REFERENCIAM.
       ALTERNAR-SITUACAO.
           DISPLAY 'CODIGO DA RUBRICA: '.
           ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO RUB-CODIGO.
           READ ARQUIVO-RUBRICAS
               INVALID KEY
                   DISPLAY 'RUBRICA NAO CADASTRADA.'
                   EXIT PARAGRAPH
           END-READ.
           PERFORM EXIBIR-RUBRICA.
           IF RUB-ATIVA
               DISPLAY 'DESATIVAR A RUBRICA? (S/N) '
           ELSE
               DISPLAY 'REATIVAR A RUBRICA? (S/N) '
           END-IF.
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           IF WS-OPCAO NOT = 'S'
               DISPLAY 'SITUACAO MANTIDA.'
               EXIT PARAGRAPH
           END-IF.
           IF RUB-ATIVA
               MOVE 'I' TO RUB-SITUACAO
           ELSE
               MOVE 'A' TO RUB-SITUACAO
           END-IF.
           REWRITE REGISTRO-RUBRICA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A RUBRICA.'
               NOT INVALID KEY
                   DISPLAY 'SITUACAO DA RUBRICA: ' RUB-SITUACAO '.'
           END-REWRITE.

       CARGA-PADRAO.
           MOVE ZERO TO WS-QTD-CARGA.
           PERFORM CARREGAR-RUBRICA-PADRAO
               VARYING WS-CARGA-IDX FROM 1 BY 1
               UNTIL WS-CARGA-IDX > 8.
           DISPLAY 'RUBRICAS SEMEADAS: ' WS-QTD-CARGA '. AJUSTE AS '
                   'CONTAS PELA OPCAO (I).'.

      *> SO SEMEIA O QUE AINDA NAO EXISTE: A CARGA PADRAO NAO PODE
      *> ATROPELAR RUBRICA JA AJUSTADA.
       CARREGAR-RUBRICA-PADRAO.
           MOVE WS-CARGA-CODIGO(WS-CARGA-IDX)    TO RUB-CODIGO.
           MOVE WS-CARGA-DESCRICAO(WS-CARGA-IDX) TO RUB-DESCRICAO.
           MOVE WS-CARGA-TIPO(WS-CARGA-IDX)      TO RUB-TIPO.
           MOVE WS-CARGA-INSS(WS-CARGA-IDX)      TO RUB-INCIDE-INSS.
           MOVE WS-CARGA-IRRF(WS-CARGA-IDX)      TO RUB-INCIDE-IRRF.
           MOVE WS-CARGA-FGTS(WS-CARGA-IDX)      TO RUB-INCIDE-FGTS.
           MOVE WS-CARGA-DEBITO(WS-CARGA-IDX)    TO RUB-CONTA-DEBITO.
           MOVE WS-CARGA-CREDITO(WS-CARGA-IDX)   TO RUB-CONTA-CREDITO.
           MOVE 'A' TO RUB-SITUACAO.
           WRITE REGISTRO-RUBRICA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CARGA
           END-WRITE.

           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
