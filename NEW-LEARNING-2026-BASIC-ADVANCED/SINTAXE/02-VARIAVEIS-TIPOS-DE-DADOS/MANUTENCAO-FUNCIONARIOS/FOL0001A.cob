      *> IMPACTO NA FOLHA. O ARQUIVO OFICIAL SO E TROCADO PELO
      *> OPERADOR DEPOIS DA CONFERENCIA E ASSINATURA -- O PROGRAMA NAO
      *> SOBRESCREVE FUNCIONARIOS.DAT. CARGO SEM LINHA NA TABELA FICA
      *> COM O SALARIO INALTERADO NO ARQUIVO NOVO. O DESLIGADO PELA
      *> RESCISAO (RES0001A) E COPIADO SEM REAJUSTE E FICA FORA DOS
      *> TOTAIS DA FOLHA. CADA REAJUSTE APLICADO VAI PARA O HISTORICO
      *> DE SALARIOS (SALARIOS-HIST.DAT) COM A VIGENCIA DA TABELA, O
      *> MOTIVO ACORDO COLETIVO E O OPERADOR DO SIGN-ON; A RODADA
      *> REFEITA DEPOIS DE CORRIGIR A TABELA REGRAVA ESSE REGISTRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REA-STATUS.

           SELECT ARQUIVO-HISTSAL ASSIGN TO DYNAMIC WRK-HISTSAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSL-CHAVE
               FILE STATUS IS WRK-HSL-STATUS.

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
       FD ARQUIVO-FUNCIONARIOS.
           05 REG-CARGO-NOVO      PIC X(30).
           05 REG-CATEGORIA-NOVO  PIC X(01).
           05 REG-CPF-NOVO        PIC X(14).
           05 REG-SITUACAO-NOVO   PIC X(01).
           05 REG-DATA-DESLIG-NOVO PIC X(08).
           05 REG-TIPO-DESLIG-NOVO PIC X(01).

       FD ARQUIVO-REAJUSTES.
       01 REGISTRO-REAJUSTE.
           05 REA-PERCENTUAL PIC 9(3)V99.
           05 REA-VIGENCIA   PIC X(08).

       FD ARQUIVO-HISTSAL.
           COPY HISTSAL-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS    PIC XX.
           88 WS-OK    VALUE '00'.

       01 WS-CONTADOR        PIC 9(5) VALUE ZERO.
       01 WS-QTD-REAJUSTADOS PIC 9(5) VALUE ZERO.
       01 WS-QTD-DESLIGADOS  PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ANTES     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-DEPOIS    PIC 9(9)V99 VALUE ZERO.
       01 WS-IMPACTO         PIC 9(9)V99 VALUE ZERO.

       01 WS-DATA-HOJE PIC X(08).

           COPY HISTSAL-WS.CPY.
           COPY SIGNON-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY 'REAJUSTE SALARIAL EM MASSA - ACORDO COLETIVO'.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-TABELA-REAJUSTES.
           END-IF.

           OPEN OUTPUT ARQUIVO-FUNCIONARIOS-NOVO.
           PERFORM 0927-ABRIR-HISTORICO-SALARIO.
           MOVE 'C'        TO WRK-HSL-MOTIVO.
           MOVE WRK-OPE-ID TO WRK-HSL-OPERADOR.
           MOVE 'FOL0001A' TO WRK-HSL-PROGRAMA.

           DISPLAY '------------------------------------------------'.
           DISPLAY ' ANTES/DEPOIS POR EMPREGADO'.

           CLOSE ARQUIVO-FUNCIONARIOS.
           CLOSE ARQUIVO-FUNCIONARIOS-NOVO.
           PERFORM 0929-FECHAR-HISTORICO-SALARIO.

           PERFORM IMPRIMIR-TOTAIS.
           STOP RUN.

       REAJUSTAR-FUNCIONARIO.
           ADD 1 TO WS-CONTADOR.
           IF REG-DESLIGADO
               ADD 1 TO WS-QTD-DESLIGADOS
               WRITE REGISTRO-FUNCIONARIO-NOVO
                   FROM REGISTRO-FUNCIONARIO
               PERFORM LER-FUNCIONARIO
               EXIT PARAGRAPH
           END-IF.
           ADD REG-SALARIO TO WS-TOTAL-ANTES.

           MOVE 'N' TO WS-REA-ACHADO.
           MOVE REG-CARGO     TO REG-CARGO-NOVO.
           MOVE REG-CATEGORIA TO REG-CATEGORIA-NOVO.
           MOVE REG-CPF       TO REG-CPF-NOVO.
           MOVE REG-SITUACAO  TO REG-SITUACAO-NOVO.
           MOVE REG-DATA-DESLIGAMENTO TO REG-DATA-DESLIG-NOVO.
           MOVE REG-TIPO-DESLIGAMENTO TO REG-TIPO-DESLIG-NOVO.

           IF REAJUSTE-ACHADO
               COMPUTE WS-SALARIO-NOVO ROUNDED = REG-SALARIO
               DISPLAY '  ' REG-NOME ' ' REG-CARGO
                       ' DE ' WS-VALOR-EDITADO
                       ' PARA ' WS-VALOR-EDITADO2
               IF WS-SALARIO-NOVO NOT = REG-SALARIO
                   PERFORM REGISTRAR-HISTORICO-SALARIO
               END-IF
           ELSE
               MOVE REG-SALARIO TO WS-SALARIO-NOVO
           END-IF.
           WRITE REGISTRO-FUNCIONARIO-NOVO.
           PERFORM LER-FUNCIONARIO.

       REGISTRAR-HISTORICO-SALARIO.
           MOVE REG-CPF         TO WRK-HSL-CPF.
           MOVE WS-REA-TAB-VIGENCIA(WS-IDX-ACHADO)
               TO WRK-HSL-VIGENCIA.
           MOVE REG-SALARIO     TO WRK-HSL-SAL-ANTERIOR.
           MOVE WS-SALARIO-NOVO TO WRK-HSL-SAL-NOVO.
           MOVE REG-CARGO       TO WRK-HSL-CARGO-ANTERIOR
                                   WRK-HSL-CARGO-NOVO.
           PERFORM 0928-GRAVAR-HISTORICO-SALARIO.

       PROCURAR-REAJUSTE.
           IF WS-REA-TAB-CARGO(WS-IDX) = REG-CARGO
               MOVE 'S' TO WS-REA-ACHADO
           DISPLAY '------------------------------------------------'.
           DISPLAY ' FUNCIONARIOS LIDOS.......: ' WS-CONTADOR.
           DISPLAY ' FUNCIONARIOS REAJUSTADOS.: ' WS-QTD-REAJUSTADOS.
           DISPLAY ' DESLIGADOS (SEM REAJUSTE): ' WS-QTD-DESLIGADOS.
           MOVE WS-TOTAL-ANTES TO WS-VALOR-EDITADO.
           DISPLAY ' FOLHA ANTES..............: ' WS-VALOR-EDITADO.
           MOVE WS-TOTAL-DEPOIS TO WS-VALOR-EDITADO.
           DISPLAY ' CONFIRA E SO ENTAO TROQUE FUNCIONARIOS.DAT '
                   'PELO FUNCIONARIOS.NOVO.'.
           DISPLAY '------------------------------------------------'.

           COPY HISTSAL-PD.CPY.
           COPY SIGNON-PD.CPY.
