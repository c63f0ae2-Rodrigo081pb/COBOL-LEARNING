       *> SALARIO E CARGO), GRAVANDO-OS EM FUNCIONARIOS.DAT. O CARGO E
       *> VALIDADO CONTRA O MESTRE CARGOS.DAT (CRG0001A) E O SALARIO
       *> PRECISA ESTAR DENTRO DA FAIXA DO CARGO, NA INCLUSAO E NA
       *> ATUALIZACAO. O DESLIGADO PELA RESCISAO (RES0001A) CONTINUA
       *> NA LISTAGEM, MARCADO, E NAO PODE MAIS SER ATUALIZADO. A
       *> ADMISSAO E TODA MUDANCA DE SALARIO OU CARGO VAO PARA O
       *> HISTORICO DE SALARIOS (SALARIOS-HIST.DAT) COM A VIGENCIA, O
       *> MOTIVO E O OPERADOR IDENTIFICADO NO SIGN-ON. A INCLUSAO DE
       *> FUNCIONARIO COM CPF NAO REGULAR NA RECEITA (SITUACAO-CPF.DAT,
       *> CARREGADO PELO CAD0027A) EXIGE LIBERACAO DE SUPERVISOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-CAD-STATUS.

           SELECT ARQUIVO-HISTSAL ASSIGN TO DYNAMIC WRK-HISTSAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSL-CHAVE
               FILE STATUS IS WRK-HSL-STATUS.

           SELECT ARQUIVO-SITUACAO-CPF
               ASSIGN TO DYNAMIC WRK-SITCPF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCF-CPF
               FILE STATUS IS WRK-SCF-STATUS.

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
           05 REG-CARGO-NOVO      PIC X(30).
           05 REG-CATEGORIA-NOVO  PIC X(01).
           05 REG-CPF-NOVO        PIC X(14).
           05 REG-SITUACAO-NOVO   PIC X(01).
           05 REG-DATA-DESLIG-NOVO PIC X(08).
           05 REG-TIPO-DESLIG-NOVO PIC X(01).

       FD ARQUIVO-CARGOS.
           COPY CARGOS-FD.CPY.
       FD ARQUIVO-CADASTRO.
           COPY CADASTRO-FD.CPY.

       FD ARQUIVO-HISTSAL.
           COPY HISTSAL-FD.CPY.

       FD ARQUIVO-SITUACAO-CPF.
           COPY SITUACAO-CPF-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 FUNCIONARIO. *> MESMA ESTRUTURA DE NIVEIS-HIERARQUICOS
       01 WS-BUSCA-SOBRENOME   PIC X(40).
       01 WS-ENCONTROU-FUNC    PIC X(01) VALUE 'N'.
           88 FUNC-ENCONTRADO     VALUE 'S'.
           88 FUNC-JA-DESLIGADO   VALUE 'D'.

       01 WS-CRG-STATUS PIC XX.
           88 WS-CRG-OK           VALUE '00'.
           88 WS-CAD-ARQ-NOVO VALUE '35'.
       01 WS-CADASTRO-PATH PIC X(100).

      *> MOTIVO E VIGENCIA DA MUDANCA DE SALARIO OU CARGO, PARA O
      *> HISTORICO DE SALARIOS.
       01 WS-DATA-HOJE       PIC X(08).
       01 WS-MOTIVO-MUDANCA  PIC X(01).
           88 MOTIVO-MUDANCA-VALIDO VALUES 'C' 'P' 'M' 'R'.
       01 WS-VIGENCIA        PIC X(08).

      *> LIBERACAO DA INCLUSAO QUANDO O CPF NAO ESTA REGULAR NA
      *> RECEITA.
       01 WS-LIBERAR         PIC X(01).
       01 WS-INCLUSAO-OK     PIC X(01) VALUE 'S'.
           88 INCLUSAO-LIBERADA VALUE 'S'.

           COPY HISTSAL-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY SITCPF-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY 'MANUTENCAO DE FUNCIONARIOS'.
           PERFORM 0945-IDENTIFICAR-OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM MENU-PRINCIPAL UNTIL WS-CONTINUAR = 'N'.
           STOP RUN.

           MOVE CRG-NOME TO CARGO.
           PERFORM PEDIR-CATEGORIA.
           PERFORM PEDIR-CPF.
           PERFORM CRITICAR-SITUACAO-CPF.
           IF NOT INCLUSAO-LIBERADA
               DISPLAY 'FUNCIONARIO NAO GRAVADO.'
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND ARQUIVO-FUNCIONARIOS.
           IF WS-ARQUIVO-NOVO
           MOVE CARGO     TO REG-CARGO.
           MOVE CATEGORIA TO REG-CATEGORIA.
           MOVE CPF OF FUNCIONARIO TO REG-CPF.
           MOVE 'A'       TO REG-SITUACAO.
           MOVE SPACES    TO REG-DATA-DESLIGAMENTO
                             REG-TIPO-DESLIGAMENTO.
           WRITE REGISTRO-FUNCIONARIO.

           CLOSE ARQUIVO-FUNCIONARIOS.
           DISPLAY 'FUNCIONARIO GRAVADO COM SUCESSO'.

           MOVE CPF OF FUNCIONARIO TO WRK-HSL-CPF.
           MOVE WS-DATA-HOJE TO WRK-HSL-VIGENCIA.
           MOVE ZERO         TO WRK-HSL-SAL-ANTERIOR.
           MOVE SPACES       TO WRK-HSL-CARGO-ANTERIOR.
           MOVE SALARIO      TO WRK-HSL-SAL-NOVO.
           MOVE CARGO        TO WRK-HSL-CARGO-NOVO.
           MOVE 'A'          TO WRK-HSL-MOTIVO.
           PERFORM REGISTRAR-HISTORICO-SALARIO.

       *> LE O ARQUIVO POR COMPLETO E EXIBE CADA FUNCIONARIO GRAVADO
       LISTAR-FUNCIONARIOS.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           DISPLAY '  ' REG-NOME ' ' REG-SOBRENOME
                   ' CARGO: ' REG-CARGO
                   ' SALARIO: ' REG-SALARIO.
           IF REG-DESLIGADO
               DISPLAY '    DESLIGADO EM ' REG-DATA-DESLIGAMENTO
                       ' (RES0001A)'
           END-IF.
           PERFORM LER-FUNCIONARIO.

      *> LOCALIZA O FUNCIONARIO PELO NOME+SOBRENOME E, SE ENCONTRADO,
               CLOSE ARQUIVO-FUNCIONARIOS
               CLOSE ARQUIVO-FUNCIONARIOS-NOVO

               EVALUATE TRUE
                   WHEN FUNC-ENCONTRADO
                       PERFORM SUBSTITUIR-ARQUIVO-FUNCIONARIOS
                       DISPLAY 'FUNCIONARIO ATUALIZADO COM SUCESSO'
                   WHEN FUNC-JA-DESLIGADO
                       DISPLAY 'FUNCIONARIO DESLIGADO NAO PODE SER '
                               'ATUALIZADO'
                   WHEN OTHER
                       DISPLAY 'FUNCIONARIO NAO ENCONTRADO'
               END-EVALUATE
           END-IF.

      *> COPIA CADA REGISTRO LIDO PARA O ARQUIVO NOVO, SUBSTITUINDO
      *> PELOS DADOS ATUALIZADOS QUANDO O REGISTRO FOR O PROCURADO.
      *> O DESLIGADO (RES0001A) E COPIADO SEM ALTERACAO.
       COPIAR-OU-ATUALIZAR-FUNCIONARIO.
           IF REG-NOME = WS-BUSCA-NOME
              AND REG-SOBRENOME = WS-BUSCA-SOBRENOME
              AND REG-DESLIGADO
               MOVE 'D' TO WS-ENCONTROU-FUNC
           END-IF.
           IF REG-NOME = WS-BUSCA-NOME
              AND REG-SOBRENOME = WS-BUSCA-SOBRENOME
              AND NOT REG-DESLIGADO
               MOVE 'S' TO WS-ENCONTROU-FUNC
               PERFORM PEDIR-NOVOS-DADOS
           ELSE
               MOVE REG-CARGO     TO REG-CARGO-NOVO
               MOVE REG-CATEGORIA TO REG-CATEGORIA-NOVO
               MOVE REG-CPF       TO REG-CPF-NOVO
               MOVE REG-SITUACAO  TO REG-SITUACAO-NOVO
               MOVE REG-DATA-DESLIGAMENTO TO REG-DATA-DESLIG-NOVO
               MOVE REG-TIPO-DESLIGAMENTO TO REG-TIPO-DESLIG-NOVO
           END-IF.
           WRITE REGISTRO-FUNCIONARIO-NOVO.
           PERFORM LER-FUNCIONARIO.
           MOVE CATEGORIA TO REG-CATEGORIA-NOVO.
           MOVE REG-CPF   TO REG-CPF-NOVO.
           MOVE REG-NOME TO REG-NOME-NOVO.
           MOVE REG-SITUACAO          TO REG-SITUACAO-NOVO.
           MOVE REG-DATA-DESLIGAMENTO TO REG-DATA-DESLIG-NOVO.
           MOVE REG-TIPO-DESLIGAMENTO TO REG-TIPO-DESLIG-NOVO.
           IF REG-SALARIO-NOVO NOT = REG-SALARIO
              OR REG-CARGO-NOVO NOT = REG-CARGO
               PERFORM PEDIR-MOTIVO-MUDANCA
               MOVE REG-CPF          TO WRK-HSL-CPF
               MOVE WS-VIGENCIA      TO WRK-HSL-VIGENCIA
               MOVE REG-SALARIO      TO WRK-HSL-SAL-ANTERIOR
               MOVE REG-CARGO        TO WRK-HSL-CARGO-ANTERIOR
               MOVE REG-SALARIO-NOVO TO WRK-HSL-SAL-NOVO
               MOVE REG-CARGO-NOVO   TO WRK-HSL-CARGO-NOVO
               MOVE WS-MOTIVO-MUDANCA TO WRK-HSL-MOTIVO
               PERFORM REGISTRAR-HISTORICO-SALARIO
           END-IF.

      *> O MOTIVO E OBRIGATORIO; A VIGENCIA EM BRANCO E HOJE E PODE
      *> SER RETROATIVA (PROMOCAO LANCADA DEPOIS), MAS NAO FUTURA.
       PEDIR-MOTIVO-MUDANCA.
           DISPLAY 'MOTIVO DA MUDANCA: (C)ACORDO COLETIVO, '
                   '(P)ROMOCAO, (M)ERITO OU (R)CORRECAO? '.
           ACCEPT WS-MOTIVO-MUDANCA.
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO-MUDANCA)
               TO WS-MOTIVO-MUDANCA.
           IF NOT MOTIVO-MUDANCA-VALIDO
               DISPLAY 'MOTIVO INVALIDO.'
               PERFORM PEDIR-MOTIVO-MUDANCA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DATA DE VIGENCIA (AAAAMMDD, EM BRANCO = HOJE): '.
           ACCEPT WS-VIGENCIA.
           IF WS-VIGENCIA = SPACES
               MOVE WS-DATA-HOJE TO WS-VIGENCIA
           END-IF.
           IF WS-VIGENCIA IS NOT NUMERIC
              OR WS-VIGENCIA > WS-DATA-HOJE
              OR WS-VIGENCIA(5:2) < '01' OR WS-VIGENCIA(5:2) > '12'
              OR WS-VIGENCIA(7:2) < '01' OR WS-VIGENCIA(7:2) > '31'
               DISPLAY 'DATA DE VIGENCIA INVALIDA.'
               PERFORM PEDIR-MOTIVO-MUDANCA
           END-IF.

      *> GRAVA UMA MUDANCA NO HISTORICO DE SALARIOS, CARIMBADA COM O
      *> OPERADOR DO SIGN-ON.
       REGISTRAR-HISTORICO-SALARIO.
           MOVE WRK-OPE-ID TO WRK-HSL-OPERADOR.
           MOVE 'MANUTFUN' TO WRK-HSL-PROGRAMA.
           PERFORM 0927-ABRIR-HISTORICO-SALARIO.
           PERFORM 0928-GRAVAR-HISTORICO-SALARIO.
           PERFORM 0929-FECHAR-HISTORICO-SALARIO.

      *> PEDE O CPF E O CRUZA COM O CADASTRO DE PESSOAS
      *> (CADASTRO.DAT): CPF SEM PESSOA E RECUSADO; SEM O CADASTRO
           END-IF.
           CLOSE ARQUIVO-CADASTRO.

       *> CPF SUSPENSO, CANCELADO, NULO OU DE TITULAR FALECIDO NA
       *> RECEITA SO ENTRA NA FOLHA SE O OPERADOR DO SIGN-ON FOR
       *> SUPERVISOR E CONFIRMAR; SEM A BASE NO AR, SEGUE SEM CRITICA.
       CRITICAR-SITUACAO-CPF.
           MOVE 'S' TO WS-INCLUSAO-OK.
           PERFORM 0952-ABRIR-SITUACAO-CPF.
           MOVE CPF OF FUNCIONARIO TO WRK-SIT-CPF-BUSCA.
           PERFORM 0953-VERIFICAR-SITUACAO-CPF.
           PERFORM 0954-FECHAR-SITUACAO-CPF.
           IF CPF-IRREGULAR
               DISPLAY 'CPF COM SITUACAO NA RECEITA: '
                       FUNCTION TRIM(WRK-SIT-DESCRICAO)
                       ' (DESDE ' WRK-SIT-DATA ').'
               IF OPERADOR-SUPERVISOR
                   DISPLAY 'SUPERVISOR: INCLUIR MESMO ASSIM? (S/N)'
                   ACCEPT WS-LIBERAR
                   IF FUNCTION UPPER-CASE(WS-LIBERAR) NOT = 'S'
                       MOVE 'N' TO WS-INCLUSAO-OK
                   END-IF
               ELSE
                   DISPLAY 'INCLUSAO EXIGE SUPERVISOR.'
                   MOVE 'N' TO WS-INCLUSAO-OK
               END-IF
           END-IF.

       PEDIR-CATEGORIA.
           DISPLAY 'CATEGORIA: (F)UNCIONARIO OU (G)ERENTE? '.
           ACCEPT CATEGORIA.
           MOVE REG-CARGO-NOVO     TO REG-CARGO.
           MOVE REG-CATEGORIA-NOVO TO REG-CATEGORIA.
           MOVE REG-CPF-NOVO       TO REG-CPF.
           MOVE REG-SITUACAO-NOVO  TO REG-SITUACAO.
           MOVE REG-DATA-DESLIG-NOVO TO REG-DATA-DESLIGAMENTO.
           MOVE REG-TIPO-DESLIG-NOVO TO REG-TIPO-DESLIGAMENTO.
           WRITE REGISTRO-FUNCIONARIO.
           PERFORM LER-FUNCIONARIO-NOVO.

           COPY HISTSAL-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY SITCPF-PD.CPY.
