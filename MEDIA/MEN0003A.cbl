      * PROGRAMADOR: Rodrigo
      * DATA.......: 02/09/2026
      * OBJETIVO...: RELATORIO DE INADIMPLENCIA DAS MENSALIDADES:
      *              VARRE MENSALIDADES.DAT E LISTA, POR ALUNO, AS
      *              COMPETENCIAS
      *              VENCIDAS EM ABERTO COM O SALDO DEVIDO, OS MESES
      *              EM ATRASO E O NOME DO MESTRE ALUNOS.DAT, COM OS
      *              TOTAIS QUE A SECRETARIA PRECISA: ALUNOS
      *              INADIMPLENTES, TITULOS VENCIDOS E VALOR TOTAL EM
      *              ABERTO. RETURN-CODE 4 QUANDO HA INADIMPLENCIA.
      *              OS TITULOS SAO AGRUPADOS PELO PAGADOR (RESPONSAVEL
      *              FINANCEIRO GRAVADO NO TITULO OU, NOS ANTIGOS, O
      *              ATUAL DO ALUNO), COM NOME, CPF E ENDERECO PARA A
      *              CARTA DE COBRANCA E O SUBTOTAL DO PAGADOR; IRMAOS
      *              DO MESMO PAGADOR SAEM JUNTOS. ALUNO SEM
      *              RESPONSAVEL FINANCEIRO E O PROPRIO PAGADOR.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALU-STATUS.

           SELECT ARQUIVO-RESPONSAVEIS
               ASSIGN TO DYNAMIC WRK-RESPONSAVEIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS WRK-RSP-STATUS.

           SELECT SORT-WORK ASSIGN TO 'MEN0003A.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-MENSALIDADES.
       FD ARQUIVO-ALUNOS.
           COPY ALUNOS-FD.CPY.

       FD ARQUIVO-RESPONSAVEIS.
           COPY RESPONSAVEIS-FD.CPY.

      * TITULOS VENCIDOS EM ABERTO, CLASSIFICADOS POR PAGADOR. A CHAVE
      * DO PAGADOR E 'R' + CPF DO RESPONSAVEL OU 'A' + MATRICULA
      * QUANDO O PROPRIO ALUNO PAGA.
       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-PAGADOR-CHAVE.
               10 SORT-PAGADOR-TIPO PIC X(01).
                   88 SORT-PAGA-RESPONSAVEL VALUE 'R'.
               10 SORT-PAGADOR-ID   PIC X(14).
           05 SORT-MATRICULA        PIC 9(06).
           05 SORT-COMPETENCIA      PIC X(06).
           05 SORT-VENCIMENTO       PIC X(08).
           05 SORT-SALDO            PIC 9(07)V99.
           05 SORT-PAG-NOME         PIC X(30).
           05 SORT-PAG-ENDERECO     PIC X(40).
           05 SORT-PAG-CIDADE       PIC X(20).
           05 SORT-PAG-UF           PIC X(02).
           05 SORT-PAG-CEP          PIC X(09).
           05 SORT-PAG-TELEFONE     PIC X(15).

       WORKING-STORAGE SECTION.

       01 WRK-MEN-STATUS PIC X(02).

       01 WRK-DATA-HOJE PIC X(08).

      * FIM DA CLASSIFICACAO (RETURN).
       01 WRK-SORT-STATUS PIC X(02).
           88 FS-SORT-FIM           VALUE '10'.

      * QUEBRA POR PAGADOR E, DENTRO DELE, POR ALUNO.
       01 WRK-PAGADOR-ATUAL PIC X(15) VALUE SPACES.
       01 WRK-ALUNO-ATUAL   PIC 9(06) VALUE ZEROS.
       01 WRK-MESES-ALUNO   PIC 9(03) COMP VALUE 0.
       01 WRK-SALDO-ALUNO   PIC 9(09)V99 VALUE ZERO.
       01 WRK-SALDO-PAGADOR PIC 9(09)V99 VALUE ZERO.
       01 WRK-PRIMEIRO      PIC X(01) VALUE 'S'.
           88 PRIMEIRO-PAGADOR VALUE 'S'.

       01 WRK-SALDO PIC 9(07)V99.

       01 WRK-TOTAL-PAGADORES PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-ALUNOS    PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-TITULOS   PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-ABERTO    PIC 9(11)V99 VALUE ZERO.

       01 WRK-VALOR-EDITADO PIC $$$,$$$,$$9.99.

           COPY PAGADOR-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

           OPEN INPUT ARQUIVO-ALUNOS.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-PAGADOR-CHAVE SORT-MATRICULA
                                SORT-COMPETENCIA
               INPUT PROCEDURE IS 0006-SELECIONAR-VENCIDOS
               OUTPUT PROCEDURE IS 0007-LISTAR-POR-PAGADOR.

           CLOSE ARQUIVO-ALUNOS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           READ ARQUIVO-MENSALIDADES NEXT RECORD.
       0002-END.

       0006-SELECIONAR-VENCIDOS.
           OPEN INPUT ARQUIVO-MENSALIDADES.
           IF FS-MEN-ARQUIVO-NOVO
               DISPLAY 'MENSALIDADES.DAT AINDA NAO EXISTE. NADA A '
                       'RELATAR.'
           ELSE
               PERFORM 0002-LER-MENSALIDADE
               PERFORM 0003-AVALIAR-MENSALIDADE
                   UNTIL FS-MEN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-MENSALIDADES.
       0006-END.

       0003-AVALIAR-MENSALIDADE.
           IF MEN-ABERTA AND MEN-VENCIMENTO < WRK-DATA-HOJE
               PERFORM 0008-LIBERAR-TITULO
           END-IF.
           PERFORM 0002-LER-MENSALIDADE.
       0003-END.

      * O TITULO E COBRADO DE QUEM FOI EMITIDO; TITULO ANTIGO, SEM
      * PAGADOR GRAVADO, VAI PARA O RESPONSAVEL FINANCEIRO ATUAL.
       0008-LIBERAR-TITULO.
           MOVE MEN-MATRICULA TO WRK-PAG-MATRICULA.
           IF MEN-CPF-PAGADOR = SPACES
               PERFORM 0931-LOCALIZAR-PAGADOR
           ELSE
               MOVE MEN-CPF-PAGADOR TO WRK-PAG-CPF
               PERFORM 0932-LER-PAGADOR
               IF NOT PAGADOR-ENCONTRADO
                   MOVE MEN-NOME-PAGADOR TO WRK-PAG-NOME
               END-IF
           END-IF.

           IF WRK-PAG-CPF = SPACES
               MOVE 'A'           TO SORT-PAGADOR-TIPO
               MOVE MEN-MATRICULA TO SORT-PAGADOR-ID
           ELSE
               MOVE 'R'           TO SORT-PAGADOR-TIPO
               MOVE WRK-PAG-CPF   TO SORT-PAGADOR-ID
           END-IF.
           MOVE MEN-MATRICULA    TO SORT-MATRICULA.
           MOVE MEN-COMPETENCIA  TO SORT-COMPETENCIA.
           MOVE MEN-VENCIMENTO   TO SORT-VENCIMENTO.
           COMPUTE SORT-SALDO = MEN-VALOR - MEN-VALOR-PAGO.
           MOVE WRK-PAG-NOME     TO SORT-PAG-NOME.
           MOVE WRK-PAG-ENDERECO TO SORT-PAG-ENDERECO.
           MOVE WRK-PAG-CIDADE   TO SORT-PAG-CIDADE.
           MOVE WRK-PAG-UF       TO SORT-PAG-UF.
           MOVE WRK-PAG-CEP      TO SORT-PAG-CEP.
           MOVE WRK-PAG-TELEFONE TO SORT-PAG-TELEFONE.
           RELEASE SORT-REC.
       0008-END.

       0007-LISTAR-POR-PAGADOR.
           DISPLAY '------------------------------------------'.
           DISPLAY ' INADIMPLENCIA - POSICAO ' WRK-DATA-HOJE.
           DISPLAY '------------------------------------------'.

           PERFORM 0009-RECEBER-ORDENADO.
           PERFORM 0010-PROCESSAR-TITULO UNTIL FS-SORT-FIM.
           IF NOT PRIMEIRO-PAGADOR
               PERFORM 0005-FECHAR-ALUNO
               PERFORM 0012-FECHAR-PAGADOR
           END-IF.

           MOVE WRK-TOTAL-ABERTO TO WRK-VALOR-EDITADO.
           DISPLAY '------------------------------------------'.
           DISPLAY ' PAGADORES EM ATRASO..: ' WRK-TOTAL-PAGADORES.
           DISPLAY ' ALUNOS INADIMPLENTES.: ' WRK-TOTAL-ALUNOS.
           DISPLAY ' TITULOS VENCIDOS.....: ' WRK-TOTAL-TITULOS.
           DISPLAY ' VALOR EM ABERTO......: ' WRK-VALOR-EDITADO.
           DISPLAY '------------------------------------------'.
       0007-END.

       0009-RECEBER-ORDENADO.
           RETURN SORT-WORK
               AT END
                   MOVE '10' TO WRK-SORT-STATUS
               NOT AT END
                   MOVE '00' TO WRK-SORT-STATUS
           END-RETURN.
       0009-END.

       0010-PROCESSAR-TITULO.
           IF PRIMEIRO-PAGADOR
              OR SORT-PAGADOR-CHAVE NOT = WRK-PAGADOR-ATUAL
               IF NOT PRIMEIRO-PAGADOR
                   PERFORM 0005-FECHAR-ALUNO
                   PERFORM 0012-FECHAR-PAGADOR
               END-IF
               MOVE 'N' TO WRK-PRIMEIRO
               MOVE SORT-PAGADOR-CHAVE TO WRK-PAGADOR-ATUAL
               MOVE ZERO TO WRK-SALDO-PAGADOR
               PERFORM 0011-EXIBIR-PAGADOR
               MOVE SORT-MATRICULA TO WRK-ALUNO-ATUAL
               MOVE ZERO TO WRK-MESES-ALUNO WRK-SALDO-ALUNO
               PERFORM 0004-EXIBIR-ALUNO
           ELSE
               IF SORT-MATRICULA NOT = WRK-ALUNO-ATUAL
                   PERFORM 0005-FECHAR-ALUNO
                   MOVE SORT-MATRICULA TO WRK-ALUNO-ATUAL
                   MOVE ZERO TO WRK-MESES-ALUNO WRK-SALDO-ALUNO
                   PERFORM 0004-EXIBIR-ALUNO
               END-IF
           END-IF.

           MOVE SORT-SALDO TO WRK-SALDO.
           ADD 1 TO WRK-MESES-ALUNO WRK-TOTAL-TITULOS.
           ADD WRK-SALDO TO WRK-SALDO-ALUNO WRK-SALDO-PAGADOR
                            WRK-TOTAL-ABERTO.
           MOVE WRK-SALDO TO WRK-VALOR-EDITADO.
           DISPLAY '    COMPETENCIA ' SORT-COMPETENCIA
                   ' VCT ' SORT-VENCIMENTO
                   ' SALDO: ' WRK-VALOR-EDITADO.
           PERFORM 0009-RECEBER-ORDENADO.
       0010-END.

      * CABECALHO DO PAGADOR: DESTINATARIO DA CARTA DE COBRANCA.
       0011-EXIBIR-PAGADOR.
           ADD 1 TO WRK-TOTAL-PAGADORES.
           DISPLAY ' '.
           IF SORT-PAGA-RESPONSAVEL
               DISPLAY ' PAGADOR: ' SORT-PAG-NOME
                       ' CPF ' SORT-PAGADOR-ID
               IF SORT-PAG-ENDERECO NOT = SPACES
                   DISPLAY '   ' SORT-PAG-ENDERECO
                   DISPLAY '   ' SORT-PAG-CIDADE '/' SORT-PAG-UF
                           ' CEP ' SORT-PAG-CEP
                           ' FONE ' SORT-PAG-TELEFONE
               ELSE
                   DISPLAY '   (RESPONSAVEL SEM CADASTRO ATUAL EM '
                           'RESPONSAVEIS.DAT)'
               END-IF
           ELSE
               DISPLAY ' PAGADOR: O PROPRIO ALUNO '
                       SORT-PAGADOR-ID(1:6)
                       ' (SEM RESPONSAVEL FINANCEIRO)'
           END-IF.
       0011-END.

       0004-EXIBIR-ALUNO.
           ADD 1 TO WRK-TOTAL-ALUNOS.
           MOVE SORT-MATRICULA TO ALU-MATRICULA.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY '  ALUNO ' SORT-MATRICULA ' (SEM CADASTRO)'
               NOT INVALID KEY
                   DISPLAY '  ALUNO ' SORT-MATRICULA ' ' ALU-NOME
           END-READ.
       0004-END.

                   ' SALDO DO ALUNO: ' WRK-VALOR-EDITADO.
       0005-END.

       0012-FECHAR-PAGADOR.
           MOVE WRK-SALDO-PAGADOR TO WRK-VALOR-EDITADO.
           DISPLAY ' == TOTAL DEVIDO PELO PAGADOR: '
                   WRK-VALOR-EDITADO.
       0012-END.

           COPY PAGADOR-PD.CPY.
           COPY BANNER-PD.CPY.
