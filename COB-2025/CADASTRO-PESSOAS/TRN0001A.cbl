      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: GERAR A COPIA DE TREINAMENTO DOS ARQUIVOS DE
      *              CADASTRO, CLIENTES E COMERCIAL: NOMES, CPFS,
      *              ENDERECOS E CONTATOS FICTICIOS E COERENTES ENTRE OS
      *              ARQUIVOS (O MESMO CPF REAL VIRA SEMPRE O MESMO CPF
      *              FICTICIO, COM DV VALIDO). VALORES E DATAS FICAM. SO
      *              RODA DENTRO DO JCL/TREINAMENTO.SH.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRN0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CADASTRO ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-CLIENTES ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-CONTATOS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-CONSENTIMENTOS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSN-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-CUPONS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUP-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-VALES ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NUMERO
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-FIDELIDADE ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FID-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-SEGMENTOS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-CHAMADOS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-NUMERO
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-NOTAS-CHAMADO ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-ENCOMENDAS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-VENDAS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-XREF ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-COMPRADORES ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-SITUACAO-CPF ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCF-CPF
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT OPERADORES-ARQUIVO ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-EMPRESAS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-ARQ-STATUS.

      * COPIA DE TRABALHO DO ARQUIVO DA VEZ, JA ANONIMIZADA, DE ONDE
      * O ARQUIVO E REGRAVADO (MESMO PADRAO .NOVO DO CAD0016A; AQUI
      * COM CHAVES NOVAS, QUE O REWRITE NAO ACEITA).
           SELECT ARQUIVO-NOVO ASSIGN TO DYNAMIC WRK-NOVO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOVO-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-CADASTRO.
           COPY CADASTRO-FD.CPY.

       FD ARQUIVO-CLIENTES.
           COPY CLIENTES-FD.CPY.

       FD ARQUIVO-CONTATOS.
           COPY CONTATOS-FD.CPY.

       FD ARQUIVO-CONSENTIMENTOS.
           COPY CONSENTIMENTOS-FD.CPY.

       FD ARQUIVO-CUPONS.
           COPY CUPONS-FD.CPY.

       FD ARQUIVO-VALES.
           COPY VALES-FD.CPY.

       FD ARQUIVO-FIDELIDADE.
           COPY FIDELIDADE-FD.CPY.

       FD ARQUIVO-SEGMENTOS.
           COPY SEGMENTOS-FD.CPY.

       FD ARQUIVO-CHAMADOS.
           COPY CHAMADOS-FD.CPY.

       FD ARQUIVO-NOTAS-CHAMADO.
           COPY CHMNOTAS-FD.CPY.

       FD ARQUIVO-ENCOMENDAS.
           COPY ENCOMENDAS-FD.CPY.

       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.

       FD ARQUIVO-XREF.
       01 REGISTRO-XREF.
           05 XRF-CLIENTE-ID PIC 9(05).
           05 FILLER         PIC X(01).
           05 XRF-CPF        PIC X(14).
           05 FILLER         PIC X(10).

       FD ARQUIVO-COMPRADORES.
           COPY COMPRADORES-FD.CPY.

       FD ARQUIVO-SITUACAO-CPF.
           COPY SITUACAO-CPF-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD ARQUIVO-EMPRESAS.
           COPY EMPRESAS-FD.CPY.

       FD ARQUIVO-NOVO.
       01 REGISTRO-NOVO PIC X(1000).

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-ARQ-STATUS PIC X(02).
           88 FS-ARQ-OK           VALUE '00'.
           88 FS-ARQ-ARQUIVO-NOVO VALUE '35'.

       01 WRK-NOVO-STATUS PIC X(02).
           88 FS-NOVO-OK          VALUE '00'.

      * CAMINHO DO ARQUIVO DA VEZ (UM DE CADA VEZ, OBTIDO DA MESMA
      * VARIAVEL DE AMBIENTE QUE OS PROGRAMAS DO SISTEMA USAM) E DA
      * SUA COPIA DE TRABALHO .NOVO.
       01 WRK-ARQ-PATH  PIC X(100).
       01 WRK-NOVO-PATH PIC X(100).
       01 WRK-DELETE-RC PIC S9(09) COMP-5.

       01 WRK-ARQUIVO-NOME PIC X(30).

      * CAMPO EXIGIDO PELO CPF-VALIDA-PD.CPY.
       01 WRK-CPF PIC X(14).

      * CONTADORES DO ARQUIVO DA VEZ E DA RODADA.
       01 WRK-LIDOS          PIC 9(07) COMP VALUE 0.
       01 WRK-GRAVADOS       PIC 9(07) COMP VALUE 0.
       01 WRK-COLISOES       PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-LIDOS    PIC 9(09) COMP VALUE 0.
       01 WRK-TOTAL-GRAVADOS PIC 9(09) COMP VALUE 0.
       01 WRK-TOTAL-COLISOES PIC 9(09) COMP VALUE 0.
       01 WRK-ARQUIVOS       PIC 9(03) COMP VALUE 0.
       01 WRK-AUSENTES       PIC 9(03) COMP VALUE 0.

       01 WRK-LINHA-ARQUIVO.
           05 WRK-LA-NOME       PIC X(30).
           05 WRK-LA-LIDOS      PIC Z(10)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LA-GRAVADOS   PIC Z(10)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LA-COLISOES   PIC Z(10)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LA-OBSERVACAO PIC X(30).

           COPY TREINA-WS.CPY.
           COPY CPF-VALIDA-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '    TRN0001A - TREINAMENTO: CADASTRO/COMERCIAL  '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0912-PREPARAR-TREINAMENTO.
           IF NOT TREINAMENTO-LIBERADO
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'TREINAMENTO-CADASTRO' TO WRK-REL-NOME.
           MOVE 'ARQUIVO                             LIDOS     GRAVADOS'
               TO WRK-REL-CABECALHO.
           MOVE 'COLISOES  SITUACAO' TO WRK-REL-CABECALHO(60:18).
           MOVE 'TRN0001A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           PERFORM 0002-TRATAR-CADASTRO.
           PERFORM 0003-TRATAR-CLIENTES.
           PERFORM 0004-TRATAR-CONTATOS.
           PERFORM 0005-TRATAR-CONSENTIMENTOS.
           PERFORM 0006-TRATAR-CUPONS.
           PERFORM 0007-TRATAR-VALES.
           PERFORM 0008-TRATAR-FIDELIDADE.
           PERFORM 0009-TRATAR-SEGMENTOS.
           PERFORM 0010-TRATAR-CHAMADOS.
           PERFORM 0011-TRATAR-NOTAS-CHAMADO.
           PERFORM 0012-TRATAR-ENCOMENDAS.
           PERFORM 0013-TRATAR-VENDAS.
           PERFORM 0014-TRATAR-XREF.
           PERFORM 0015-TRATAR-COMPRADORES.
           PERFORM 0016-TRATAR-SITUACAO-CPF.
           PERFORM 0017-TRATAR-OPERADORES.
           PERFORM 0018-TRATAR-EMPRESAS.

           PERFORM 0090-IMPRIMIR-RESUMO.
           PERFORM 0973-FECHAR-RELATORIO.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WRK-TOTAL-COLISOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0001-END.

      * CADASTRO DE PESSOAS: NOME E CPF (CHAVE).
       0002-TRATAR-CADASTRO.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'CADASTRO_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'CADASTRO.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'CADASTRO.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-CADASTRO.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0002A-LER-CADASTRO.
           PERFORM 0002B-ANONIMIZAR-CADASTRO
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-CADASTRO.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-CADASTRO.
           PERFORM 0081-LER-NOVO.
           PERFORM 0002C-REGRAVAR-CADASTRO
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-CADASTRO.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0002-END.

       0002A-LER-CADASTRO.
           READ ARQUIVO-CADASTRO NEXT RECORD.
       0002A-END.

       0002B-ANONIMIZAR-CADASTRO.
           ADD 1 TO WRK-LIDOS.
           MOVE NOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO NOME.
           MOVE CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO CPF.
           WRITE REGISTRO-NOVO FROM REGISTRO-CADASTRO.
           PERFORM 0002A-LER-CADASTRO.
       0002B-END.

       0002C-REGRAVAR-CADASTRO.
           MOVE REGISTRO-NOVO TO REGISTRO-CADASTRO.
           WRITE REGISTRO-CADASTRO
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0002C-END.

      * CLIENTES: NOME, CPF (CHAVE), ENDERECO E CEP (SO A REGIAO FICA).
       0003-TRATAR-CLIENTES.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'CLIENTES_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'CLIENTES.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'CLIENTES.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-CLIENTES.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0003A-LER-CLIENTES.
           PERFORM 0003B-ANONIMIZAR-CLIENTES
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-CLIENTES.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-CLIENTES.
           PERFORM 0081-LER-NOVO.
           PERFORM 0003C-REGRAVAR-CLIENTES
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-CLIENTES.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0003-END.

       0003A-LER-CLIENTES.
           READ ARQUIVO-CLIENTES NEXT RECORD.
       0003A-END.

       0003B-ANONIMIZAR-CLIENTES.
           ADD 1 TO WRK-LIDOS.
           MOVE CLI-NOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO CLI-NOME.
           MOVE CLI-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO CLI-CPF.
           MOVE CLI-ENDERECO TO WRK-TRN-ENDERECO-ENTRADA.
           PERFORM 0924-ANONIMIZAR-ENDERECO.
           MOVE WRK-TRN-ENDERECO-SAIDA TO CLI-ENDERECO.
           MOVE CLI-CEP TO WRK-TRN-CEP.
           PERFORM 0924A-GENERALIZAR-CEP.
           MOVE WRK-TRN-CEP TO CLI-CEP.
           WRITE REGISTRO-NOVO FROM REGISTRO-CLIENTE.
           PERFORM 0003A-LER-CLIENTES.
       0003B-END.

       0003C-REGRAVAR-CLIENTES.
           MOVE REGISTRO-NOVO TO REGISTRO-CLIENTE.
           WRITE REGISTRO-CLIENTE
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0003C-END.

      * CONTATOS: CPF DO DONO E O TELEFONE OU E-MAIL.
       0004-TRATAR-CONTATOS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'CONTATOS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'CONTATOS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'CONTATOS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-CONTATOS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0004A-LER-CONTATOS.
           PERFORM 0004B-ANONIMIZAR-CONTATOS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-CONTATOS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-CONTATOS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0004C-REGRAVAR-CONTATOS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-CONTATOS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0004-END.

       0004A-LER-CONTATOS.
           READ ARQUIVO-CONTATOS NEXT RECORD.
       0004A-END.

       0004B-ANONIMIZAR-CONTATOS.
           ADD 1 TO WRK-LIDOS.
           MOVE CTT-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO CTT-CPF.
           EVALUATE TRUE
               WHEN CTT-TELEFONE
                   MOVE CTT-VALOR TO WRK-TRN-FONE-ENTRADA
                   PERFORM 0964-ANONIMIZAR-TELEFONE
                   MOVE WRK-TRN-FONE-SAIDA TO CTT-VALOR
               WHEN CTT-EMAIL
                   MOVE CTT-VALOR TO WRK-TRN-EMAIL-ENTRADA
                   PERFORM 0967-ANONIMIZAR-EMAIL
                   MOVE WRK-TRN-EMAIL-SAIDA TO CTT-VALOR
           END-EVALUATE.
           WRITE REGISTRO-NOVO FROM REGISTRO-CONTATO.
           PERFORM 0004A-LER-CONTATOS.
       0004B-END.

       0004C-REGRAVAR-CONTATOS.
           MOVE REGISTRO-NOVO TO REGISTRO-CONTATO.
           WRITE REGISTRO-CONTATO
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0004C-END.

      * CONSENTIMENTOS LGPD: CPF DO TITULAR.
       0005-TRATAR-CONSENTIMENTOS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'CONSENTIMENTOS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'CONSENTIMENTOS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'CONSENTIMENTOS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-CONSENTIMENTOS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0005A-LER-CONSENTIMENTOS.
           PERFORM 0005B-ANONIMIZAR-CONSENTIMENTOS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-CONSENTIMENTOS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-CONSENTIMENTOS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0005C-REGRAVAR-CONSENTIMENTOS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-CONSENTIMENTOS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0005-END.

       0005A-LER-CONSENTIMENTOS.
           READ ARQUIVO-CONSENTIMENTOS NEXT RECORD.
       0005A-END.

       0005B-ANONIMIZAR-CONSENTIMENTOS.
           ADD 1 TO WRK-LIDOS.
           MOVE CSN-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO CSN-CPF.
           WRITE REGISTRO-NOVO FROM REGISTRO-CONSENTIMENTO.
           PERFORM 0005A-LER-CONSENTIMENTOS.
       0005B-END.

       0005C-REGRAVAR-CONSENTIMENTOS.
           MOVE REGISTRO-NOVO TO REGISTRO-CONSENTIMENTO.
           WRITE REGISTRO-CONSENTIMENTO
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0005C-END.

      * CUPONS: CPF NA NOTA (QUANDO INFORMADO).
       0006-TRATAR-CUPONS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'CUPONS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'CUPONS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'CUPONS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-CUPONS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0006A-LER-CUPONS.
           PERFORM 0006B-ANONIMIZAR-CUPONS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-CUPONS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-CUPONS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0006C-REGRAVAR-CUPONS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-CUPONS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0006-END.

       0006A-LER-CUPONS.
           READ ARQUIVO-CUPONS NEXT RECORD.
       0006A-END.

       0006B-ANONIMIZAR-CUPONS.
           ADD 1 TO WRK-LIDOS.
           IF CUP-CPF NOT = SPACES
               MOVE CUP-CPF TO WRK-TRN-CPF-ENTRADA
               PERFORM 0914-ANONIMIZAR-CPF
               MOVE WRK-TRN-CPF-SAIDA TO CUP-CPF
           END-IF.
           WRITE REGISTRO-NOVO FROM REGISTRO-CUPOM.
           PERFORM 0006A-LER-CUPONS.
       0006B-END.

       0006C-REGRAVAR-CUPONS.
           MOVE REGISTRO-NOVO TO REGISTRO-CUPOM.
           WRITE REGISTRO-CUPOM
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0006C-END.

      * VALES-PRESENTE E VALES-TROCA: CPF DO COMPRADOR.
       0007-TRATAR-VALES.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'VALES_PRESENTE_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'VALES-PRESENTE.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'VALES-PRESENTE.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-VALES.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0007A-LER-VALES.
           PERFORM 0007B-ANONIMIZAR-VALES
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-VALES.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-VALES.
           PERFORM 0081-LER-NOVO.
           PERFORM 0007C-REGRAVAR-VALES
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-VALES.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0007-END.

       0007A-LER-VALES.
           READ ARQUIVO-VALES NEXT RECORD.
       0007A-END.

       0007B-ANONIMIZAR-VALES.
           ADD 1 TO WRK-LIDOS.
           IF VAL-CPF NOT = SPACES
               MOVE VAL-CPF TO WRK-TRN-CPF-ENTRADA
               PERFORM 0914-ANONIMIZAR-CPF
               MOVE WRK-TRN-CPF-SAIDA TO VAL-CPF
           END-IF.
           WRITE REGISTRO-NOVO FROM REGISTRO-VALE.
           PERFORM 0007A-LER-VALES.
       0007B-END.

       0007C-REGRAVAR-VALES.
           MOVE REGISTRO-NOVO TO REGISTRO-VALE.
           WRITE REGISTRO-VALE
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0007C-END.

      * EXTRATO DE PONTOS: CPF DO CLIENTE (CHAVE).
       0008-TRATAR-FIDELIDADE.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'FIDELIDADE_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'FIDELIDADE.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'FIDELIDADE.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-FIDELIDADE.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0008A-LER-FIDELIDADE.
           PERFORM 0008B-ANONIMIZAR-FIDELIDADE
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-FIDELIDADE.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-FIDELIDADE.
           PERFORM 0081-LER-NOVO.
           PERFORM 0008C-REGRAVAR-FIDELIDADE
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-FIDELIDADE.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0008-END.

       0008A-LER-FIDELIDADE.
           READ ARQUIVO-FIDELIDADE NEXT RECORD.
       0008A-END.

       0008B-ANONIMIZAR-FIDELIDADE.
           ADD 1 TO WRK-LIDOS.
           MOVE FID-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO FID-CPF.
           WRITE REGISTRO-NOVO FROM REGISTRO-FIDELIDADE.
           PERFORM 0008A-LER-FIDELIDADE.
       0008B-END.

       0008C-REGRAVAR-FIDELIDADE.
           MOVE REGISTRO-NOVO TO REGISTRO-FIDELIDADE.
           WRITE REGISTRO-FIDELIDADE
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0008C-END.

      * SEGMENTACAO RFM: CPF DO CLIENTE.
       0009-TRATAR-SEGMENTOS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'SEGMENTOS_RFM_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'SEGMENTOS-RFM.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'SEGMENTOS-RFM.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-SEGMENTOS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0009A-LER-SEGMENTOS.
           PERFORM 0009B-ANONIMIZAR-SEGMENTOS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-SEGMENTOS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-SEGMENTOS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0009C-REGRAVAR-SEGMENTOS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-SEGMENTOS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0009-END.

       0009A-LER-SEGMENTOS.
           READ ARQUIVO-SEGMENTOS.
       0009A-END.

       0009B-ANONIMIZAR-SEGMENTOS.
           ADD 1 TO WRK-LIDOS.
           MOVE SEG-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO SEG-CPF.
           WRITE REGISTRO-NOVO FROM REGISTRO-SEGMENTO.
           PERFORM 0009A-LER-SEGMENTOS.
       0009B-END.

       0009C-REGRAVAR-SEGMENTOS.
           MOVE REGISTRO-NOVO TO REGISTRO-SEGMENTO.
           WRITE REGISTRO-SEGMENTO.
           ADD 1 TO WRK-GRAVADOS.
           PERFORM 0081-LER-NOVO.
       0009C-END.

      * CHAMADOS DO SAC: CPF E O TEXTO LIVRE DA QUEIXA, QUE PODE
      * TRAZER NOME, TELEFONE OU ENDERECO DO CLIENTE.
       0010-TRATAR-CHAMADOS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'CHAMADOS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'CHAMADOS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'CHAMADOS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-CHAMADOS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0010A-LER-CHAMADOS.
           PERFORM 0010B-ANONIMIZAR-CHAMADOS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-CHAMADOS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-CHAMADOS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0010C-REGRAVAR-CHAMADOS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-CHAMADOS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0010-END.

       0010A-LER-CHAMADOS.
           READ ARQUIVO-CHAMADOS NEXT RECORD.
       0010A-END.

       0010B-ANONIMIZAR-CHAMADOS.
           ADD 1 TO WRK-LIDOS.
           IF CHM-CPF NOT = SPACES
               MOVE CHM-CPF TO WRK-TRN-CPF-ENTRADA
               PERFORM 0914-ANONIMIZAR-CPF
               MOVE WRK-TRN-CPF-SAIDA TO CHM-CPF
           END-IF.
           IF CHM-DESCRICAO NOT = SPACES
               MOVE WRK-TRN-TEXTO-SUBSTITUTO TO CHM-DESCRICAO
           END-IF.
           WRITE REGISTRO-NOVO FROM REGISTRO-CHAMADO.
           PERFORM 0010A-LER-CHAMADOS.
       0010B-END.

       0010C-REGRAVAR-CHAMADOS.
           MOVE REGISTRO-NOVO TO REGISTRO-CHAMADO.
           WRITE REGISTRO-CHAMADO
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0010C-END.

      * ANDAMENTO DOS CHAMADOS: TEXTO LIVRE.
       0011-TRATAR-NOTAS-CHAMADO.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'CHAMADOS_NOTAS_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'CHAMADOS-NOTAS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'CHAMADOS-NOTAS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-NOTAS-CHAMADO.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0011A-LER-NOTAS-CHAMADO.
           PERFORM 0011B-ANONIMIZAR-NOTAS-CHAMADO
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOTAS-CHAMADO.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-NOTAS-CHAMADO.
           PERFORM 0081-LER-NOVO.
           PERFORM 0011C-REGRAVAR-NOTAS-CHAMADO
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-NOTAS-CHAMADO.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0011-END.

       0011A-LER-NOTAS-CHAMADO.
           READ ARQUIVO-NOTAS-CHAMADO.
       0011A-END.

       0011B-ANONIMIZAR-NOTAS-CHAMADO.
           ADD 1 TO WRK-LIDOS.
           IF CHN-TEXTO NOT = SPACES
               MOVE WRK-TRN-TEXTO-SUBSTITUTO TO CHN-TEXTO
           END-IF.
           WRITE REGISTRO-NOVO FROM REGISTRO-NOTA-CHAMADO.
           PERFORM 0011A-LER-NOTAS-CHAMADO.
       0011B-END.

       0011C-REGRAVAR-NOTAS-CHAMADO.
           MOVE REGISTRO-NOVO TO REGISTRO-NOTA-CHAMADO.
           WRITE REGISTRO-NOTA-CHAMADO.
           ADD 1 TO WRK-GRAVADOS.
           PERFORM 0081-LER-NOVO.
       0011C-END.

      * ENCOMENDAS: CPF DO CLIENTE.
       0012-TRATAR-ENCOMENDAS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'ENCOMENDAS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'ENCOMENDAS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'ENCOMENDAS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-ENCOMENDAS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0012A-LER-ENCOMENDAS.
           PERFORM 0012B-ANONIMIZAR-ENCOMENDAS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-ENCOMENDAS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-ENCOMENDAS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0012C-REGRAVAR-ENCOMENDAS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-ENCOMENDAS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0012-END.

       0012A-LER-ENCOMENDAS.
           READ ARQUIVO-ENCOMENDAS NEXT RECORD.
       0012A-END.

       0012B-ANONIMIZAR-ENCOMENDAS.
           ADD 1 TO WRK-LIDOS.
           MOVE ENC-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO ENC-CPF.
           WRITE REGISTRO-NOVO FROM REGISTRO-ENCOMENDA.
           PERFORM 0012A-LER-ENCOMENDAS.
       0012B-END.

       0012C-REGRAVAR-ENCOMENDAS.
           MOVE REGISTRO-NOVO TO REGISTRO-ENCOMENDA.
           WRITE REGISTRO-ENCOMENDA
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0012C-END.

      * VENDAS: CPF NA NOTA (QUANDO INFORMADO).
       0013-TRATAR-VENDAS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'VENDAS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'VENDAS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'VENDAS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-VENDAS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0013A-LER-VENDAS.
           PERFORM 0013B-ANONIMIZAR-VENDAS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-VENDAS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-VENDAS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0013C-REGRAVAR-VENDAS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-VENDAS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0013-END.

       0013A-LER-VENDAS.
           READ ARQUIVO-VENDAS.
       0013A-END.

       0013B-ANONIMIZAR-VENDAS.
           ADD 1 TO WRK-LIDOS.
           IF VEN-CPF NOT = SPACES
               MOVE VEN-CPF TO WRK-TRN-CPF-ENTRADA
               PERFORM 0914-ANONIMIZAR-CPF
               MOVE WRK-TRN-CPF-SAIDA TO VEN-CPF
           END-IF.
           WRITE REGISTRO-NOVO FROM REGISTRO-VENDA.
           PERFORM 0013A-LER-VENDAS.
       0013B-END.

       0013C-REGRAVAR-VENDAS.
           MOVE REGISTRO-NOVO TO REGISTRO-VENDA.
           WRITE REGISTRO-VENDA.
           ADD 1 TO WRK-GRAVADOS.
           PERFORM 0081-LER-NOVO.
       0013C-END.

      * REFERENCIA CRUZADA DA CONVERSAO DE CLIENTES: CPF.
       0014-TRATAR-XREF.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'CLIENTES_XREF_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'CLIENTES-XREF.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'CLIENTES-XREF.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-XREF.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0014A-LER-XREF.
           PERFORM 0014B-ANONIMIZAR-XREF
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-XREF.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-XREF.
           PERFORM 0081-LER-NOVO.
           PERFORM 0014C-REGRAVAR-XREF
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-XREF.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0014-END.

       0014A-LER-XREF.
           READ ARQUIVO-XREF.
       0014A-END.

       0014B-ANONIMIZAR-XREF.
           ADD 1 TO WRK-LIDOS.
           MOVE XRF-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO XRF-CPF.
           WRITE REGISTRO-NOVO FROM REGISTRO-XREF.
           PERFORM 0014A-LER-XREF.
       0014B-END.

       0014C-REGRAVAR-XREF.
           MOVE REGISTRO-NOVO TO REGISTRO-XREF.
           WRITE REGISTRO-XREF.
           ADD 1 TO WRK-GRAVADOS.
           PERFORM 0081-LER-NOVO.
       0014C-END.

      * COMPRADORES AUTORIZADOS DAS EMPRESAS: CPF (CHAVE) E NOME.
       0015-TRATAR-COMPRADORES.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'COMPRADORES_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'COMPRADORES.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'COMPRADORES.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-COMPRADORES.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0015A-LER-COMPRADORES.
           PERFORM 0015B-ANONIMIZAR-COMPRADORES
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-COMPRADORES.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-COMPRADORES.
           PERFORM 0081-LER-NOVO.
           PERFORM 0015C-REGRAVAR-COMPRADORES
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-COMPRADORES.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0015-END.

       0015A-LER-COMPRADORES.
           READ ARQUIVO-COMPRADORES NEXT RECORD.
       0015A-END.

       0015B-ANONIMIZAR-COMPRADORES.
           ADD 1 TO WRK-LIDOS.
           MOVE CPR-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO CPR-CPF.
           MOVE CPR-NOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO CPR-NOME.
           WRITE REGISTRO-NOVO FROM REGISTRO-COMPRADOR.
           PERFORM 0015A-LER-COMPRADORES.
       0015B-END.

       0015C-REGRAVAR-COMPRADORES.
           MOVE REGISTRO-NOVO TO REGISTRO-COMPRADOR.
           WRITE REGISTRO-COMPRADOR
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0015C-END.

      * SITUACAO CADASTRAL NA RECEITA: CPF SO COM DIGITOS (CHAVE).
       0016-TRATAR-SITUACAO-CPF.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'SITUACAO_CPF_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'SITUACAO-CPF.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'SITUACAO-CPF.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-SITUACAO-CPF.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0016A-LER-SITUACAO-CPF.
           PERFORM 0016B-ANONIMIZAR-SITUACAO-CPF
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-SITUACAO-CPF.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-SITUACAO-CPF.
           PERFORM 0081-LER-NOVO.
           PERFORM 0016C-REGRAVAR-SITUACAO-CPF
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-SITUACAO-CPF.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0016-END.

       0016A-LER-SITUACAO-CPF.
           READ ARQUIVO-SITUACAO-CPF NEXT RECORD.
       0016A-END.

       0016B-ANONIMIZAR-SITUACAO-CPF.
           ADD 1 TO WRK-LIDOS.
           MOVE SCF-CPF TO WRK-TRN-CPF-ENTRADA.
           PERFORM 0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-SAIDA TO SCF-CPF.
           WRITE REGISTRO-NOVO FROM REGISTRO-SITUACAO-CPF.
           PERFORM 0016A-LER-SITUACAO-CPF.
       0016B-END.

       0016C-REGRAVAR-SITUACAO-CPF.
           MOVE REGISTRO-NOVO TO REGISTRO-SITUACAO-CPF.
           WRITE REGISTRO-SITUACAO-CPF
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0016C-END.

      * OPERADORES: O NOME E TROCADO E A SENHA VOLTA A PRIMEIRO
      * ACESSO (CADA ALUNO CADASTRA A SUA NO SIGN-ON). O BLOQUEIO
      * FICA COMO ESTA.
       0017-TRATAR-OPERADORES.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'OPERADORES_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'OPERADORES.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'OPERADORES.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT OPERADORES-ARQUIVO.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0017A-LER-OPERADORES.
           PERFORM 0017B-ANONIMIZAR-OPERADORES
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE OPERADORES-ARQUIVO.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT OPERADORES-ARQUIVO.
           PERFORM 0081-LER-NOVO.
           PERFORM 0017C-REGRAVAR-OPERADORES
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE OPERADORES-ARQUIVO.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0017-END.

       0017A-LER-OPERADORES.
           READ OPERADORES-ARQUIVO NEXT RECORD.
       0017A-END.

       0017B-ANONIMIZAR-OPERADORES.
           ADD 1 TO WRK-LIDOS.
           MOVE OPE-NOME TO WRK-TRN-NOME-ENTRADA.
           MOVE 'P' TO WRK-TRN-NOME-MODO.
           PERFORM 0919-ANONIMIZAR-NOME.
           MOVE WRK-TRN-NOME-SAIDA TO OPE-NOME.
           MOVE 0      TO OPE-SENHA-HASH.
           MOVE SPACES TO OPE-SENHA-DATA.
           MOVE 0      TO OPE-FALHAS.
           WRITE REGISTRO-NOVO FROM REGISTRO-OPERADOR.
           PERFORM 0017A-LER-OPERADORES.
       0017B-END.

       0017C-REGRAVAR-OPERADORES.
           MOVE REGISTRO-NOVO TO REGISTRO-OPERADOR.
           WRITE REGISTRO-OPERADOR
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0017C-END.

      * EMPRESAS: SO O CPF DO CONTATO FINANCEIRO, QUE APONTA PARA O
      * CADASTRO DE PESSOAS. O CODIGO E A RAZAO SOCIAL FICAM.
       0018-TRATAR-EMPRESAS.
           ACCEPT WRK-ARQ-PATH
               FROM ENVIRONMENT 'EMPRESAS_DAT_PATH'.
           IF WRK-ARQ-PATH = SPACES
               MOVE 'EMPRESAS.DAT' TO WRK-ARQ-PATH
           END-IF.
           MOVE 'EMPRESAS.DAT' TO WRK-ARQUIVO-NOME.
           PERFORM 0080-INICIAR-ARQUIVO.

           OPEN INPUT ARQUIVO-EMPRESAS.
           IF NOT FS-ARQ-OK
               PERFORM 0082-ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           PERFORM 0018A-LER-EMPRESAS.
           PERFORM 0018B-ANONIMIZAR-EMPRESAS
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-EMPRESAS.
           CLOSE ARQUIVO-NOVO.

           OPEN INPUT ARQUIVO-NOVO.
           OPEN OUTPUT ARQUIVO-EMPRESAS.
           PERFORM 0081-LER-NOVO.
           PERFORM 0018C-REGRAVAR-EMPRESAS
               UNTIL WRK-NOVO-STATUS NOT < '10'.
           CLOSE ARQUIVO-NOVO.
           CLOSE ARQUIVO-EMPRESAS.
           PERFORM 0083-ENCERRAR-ARQUIVO.
       0018-END.

       0018A-LER-EMPRESAS.
           READ ARQUIVO-EMPRESAS NEXT RECORD.
       0018A-END.

       0018B-ANONIMIZAR-EMPRESAS.
           ADD 1 TO WRK-LIDOS.
           IF EMP-CPF-CONTATO NOT = SPACES
               MOVE EMP-CPF-CONTATO TO WRK-TRN-CPF-ENTRADA
               PERFORM 0914-ANONIMIZAR-CPF
               MOVE WRK-TRN-CPF-SAIDA TO EMP-CPF-CONTATO
           END-IF.
           WRITE REGISTRO-NOVO FROM REGISTRO-EMPRESA.
           PERFORM 0018A-LER-EMPRESAS.
       0018B-END.

       0018C-REGRAVAR-EMPRESAS.
           MOVE REGISTRO-NOVO TO REGISTRO-EMPRESA.
           WRITE REGISTRO-EMPRESA
               INVALID KEY
                   ADD 1 TO WRK-COLISOES
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAVADOS
           END-WRITE.
           PERFORM 0081-LER-NOVO.
       0018C-END.

      * ----------------------------------------------------------------
      * ROTINAS COMUNS A TODOS OS ARQUIVOS.
      * ----------------------------------------------------------------
       0080-INICIAR-ARQUIVO.
           MOVE 0 TO WRK-LIDOS.
           MOVE 0 TO WRK-GRAVADOS.
           MOVE 0 TO WRK-COLISOES.
           MOVE SPACES TO WRK-NOVO-PATH.
           STRING FUNCTION TRIM(WRK-ARQ-PATH) DELIMITED BY SIZE
                  '.NOVO'                     DELIMITED BY SIZE
               INTO WRK-NOVO-PATH
           END-STRING.
       0080-END.

       0081-LER-NOVO.
           READ ARQUIVO-NOVO.
       0081-END.

      * ARQUIVO QUE NAO VEIO NA COPIA (SISTEMA QUE AINDA NAO USA A
      * FUNCAO) SO E ANOTADO NO RELATORIO.
       0082-ARQUIVO-AUSENTE.
           ADD 1 TO WRK-AUSENTES.
           MOVE WRK-ARQUIVO-NOME TO WRK-LA-NOME.
           MOVE 0 TO WRK-LA-LIDOS.
           MOVE 0 TO WRK-LA-GRAVADOS.
           MOVE 0 TO WRK-LA-COLISOES.
           MOVE SPACES TO WRK-LA-OBSERVACAO.
           STRING 'AUSENTE (STATUS '   DELIMITED BY SIZE
                  WRK-ARQ-STATUS       DELIMITED BY SIZE
                  ')'                  DELIMITED BY SIZE
               INTO WRK-LA-OBSERVACAO
           END-STRING.
           MOVE WRK-LINHA-ARQUIVO TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0082-END.

      * CHAVE FICTICIA REPETIDA (DOIS REAIS CAINDO NO MESMO
      * FICTICIO) NAO ENTRA NA COPIA: FICA CONTADA COMO COLISAO.
       0083-ENCERRAR-ARQUIVO.
           CALL 'CBL_DELETE_FILE' USING WRK-NOVO-PATH
               RETURNING WRK-DELETE-RC.
           ADD 1 TO WRK-ARQUIVOS.
           ADD WRK-LIDOS    TO WRK-TOTAL-LIDOS.
           ADD WRK-GRAVADOS TO WRK-TOTAL-GRAVADOS.
           ADD WRK-COLISOES TO WRK-TOTAL-COLISOES.
           MOVE WRK-ARQUIVO-NOME TO WRK-LA-NOME.
           MOVE WRK-LIDOS    TO WRK-LA-LIDOS.
           MOVE WRK-GRAVADOS TO WRK-LA-GRAVADOS.
           MOVE WRK-COLISOES TO WRK-LA-COLISOES.
           IF WRK-COLISOES > 0
               MOVE 'CHAVE FICTICIA REPETIDA' TO WRK-LA-OBSERVACAO
           ELSE
               MOVE 'ANONIMIZADO' TO WRK-LA-OBSERVACAO
           END-IF.
           MOVE WRK-LINHA-ARQUIVO TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0083-END.

       0090-IMPRIMIR-RESUMO.
           MOVE ALL '-' TO WRK-REL-LINHA(1:90).
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'TOTAL' TO WRK-LA-NOME.
           MOVE WRK-TOTAL-LIDOS    TO WRK-LA-LIDOS.
           MOVE WRK-TOTAL-GRAVADOS TO WRK-LA-GRAVADOS.
           MOVE WRK-TOTAL-COLISOES TO WRK-LA-COLISOES.
           MOVE SPACES TO WRK-LA-OBSERVACAO.
           MOVE WRK-LINHA-ARQUIVO TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-ARQUIVOS TO WRK-REL-NUM-ED.
           STRING 'ARQUIVOS ANONIMIZADOS: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED            DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-AUSENTES TO WRK-REL-NUM-ED.
           STRING 'ARQUIVOS AUSENTES....: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED            DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           DISPLAY 'ARQUIVOS ANONIMIZADOS: ' WRK-ARQUIVOS
                   '  REGISTROS: ' WRK-TOTAL-GRAVADOS
                   '  COLISOES: ' WRK-TOTAL-COLISOES.
       0090-END.

           COPY TREINA-PD.CPY.
           COPY CPF-VALIDA-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
