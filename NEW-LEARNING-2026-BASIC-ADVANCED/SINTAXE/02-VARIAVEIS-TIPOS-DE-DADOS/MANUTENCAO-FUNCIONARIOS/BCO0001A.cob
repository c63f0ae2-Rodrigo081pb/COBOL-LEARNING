       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCO0001A.

      *> OBJETIVO: MANUTENCAO DOS DADOS BANCARIOS DOS EMPREGADOS PARA
      *> O CREDITO DO SALARIO (CONTAS-SALARIO.DAT, CHAVE CPF). INCLUI
      *> OU ALTERA A CONTA (BANCO, AGENCIA, CONTA COM OS DIGITOS E O
      *> TIPO DA CONTA) OU A CHAVE PIX DE EMPREGADO ATIVO DE
      *> FUNCIONARIOS.DAT, CONSULTA, LISTA E EXCLUI. A REMESSA DE
      *> CREDITO (FOL0009A) PAGA O LIQUIDO DO HOLERITE POR ESTES
      *> DADOS; A CONTA RECUSADA PELO BANCO APARECE NO RETORNO
      *> (FOL0010A) E E CORRIGIDA AQUI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CONTAS ASSIGN TO DYNAMIC WS-CONTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSL-CPF
               FILE STATUS IS WS-CSL-STATUS.

           SELECT ARQUIVO-FUNCIONARIOS
               ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUN-STATUS.

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
       FD ARQUIVO-CONTAS.
           COPY CONTASAL-FD.CPY.

       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-CSL-STATUS PIC XX.
           88 WS-CSL-OK       VALUE '00'.
           88 WS-CSL-EOF      VALUE '10'.
           88 WS-CSL-ARQ-NOVO VALUE '35'.

       01 WS-FUN-STATUS PIC XX.
           88 WS-FUN-OK       VALUE '00'.
           88 WS-FUN-EOF      VALUE '10'.
           88 WS-FUN-ARQ-NOVO VALUE '35'.

      *> CAMINHO DO ARQUIVO, OBTIDO DE VARIAVEL DE AMBIENTE (COM
      *> VALOR PADRAO CASO ELA NAO ESTEJA DEFINIDA).
       01 WS-CONTAS-PATH PIC X(100).

       01 WS-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WS-OPCAO      PIC X(01).
       01 WS-CPF        PIC X(14).
       01 WS-NOME-EMPREGADO PIC X(50).
       01 WS-DATA-HOJE  PIC X(08).
       01 WS-QTD-LIDOS  PIC 9(04) VALUE ZERO.
       01 WS-FIM-CONTAS PIC X(01) VALUE 'N'.
           88 FIM-DAS-CONTAS VALUE 'S'.

       01 WS-EMPREGADO-ACHADO PIC X(01).
           88 EMPREGADO-ACHADO VALUE 'S'.
       01 WS-DADOS-OK PIC X(01).
           88 DADOS-OK VALUE 'S'.
       01 WS-DESTINO-ED PIC X(60).

           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '    BCO0001A - DADOS BANCARIOS DOS EMPREGADOS   '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'BCO0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           ACCEPT WS-CONTAS-PATH
               FROM ENVIRONMENT 'CONTAS_SALARIO_PATH'.
           IF WS-CONTAS-PATH = SPACES
               MOVE 'CONTAS-SALARIO.DAT' TO WS-CONTAS-PATH
           END-IF.

           OPEN I-O ARQUIVO-CONTAS.
           IF WS-CSL-ARQ-NOVO
               OPEN OUTPUT ARQUIVO-CONTAS
               CLOSE ARQUIVO-CONTAS
               OPEN I-O ARQUIVO-CONTAS
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM MENU-PRINCIPAL UNTIL WS-CONTINUAR = 'N'.

           CLOSE ARQUIVO-CONTAS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY '(I)NCLUIR/ALTERAR, (C)ONSULTAR, (L)ISTAR, '
                   '(E)XCLUIR OU (S)AIR? '.
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM INCLUIR-CONTA
               WHEN 'C'
                   PERFORM CONSULTAR-CONTA
               WHEN 'L'
                   PERFORM LISTAR-CONTAS
               WHEN 'E'
                   PERFORM EXCLUIR-CONTA
               WHEN 'S'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *> O CPF TEM DE SER DE EMPREGADO ATIVO. CPF JA CADASTRADO E
      *> REGRAVADO COM OS DADOS NOVOS (TROCA DE CONTA OU DE CHAVE).
       INCLUIR-CONTA.
           PERFORM PEDIR-EMPREGADO.
           IF NOT EMPREGADO-ACHADO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CPF TO CSL-CPF.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   INITIALIZE REGISTRO-CONTA-SALARIO
                   MOVE WS-CPF TO CSL-CPF
               NOT INVALID KEY
                   PERFORM EXIBIR-CONTA
           END-READ.

           PERFORM PEDIR-DADOS-CONTA.
           IF NOT DADOS-OK
               DISPLAY 'DADOS BANCARIOS NAO GRAVADOS.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-HOJE TO CSL-DATA-ATUALIZACAO.
           MOVE WRK-OPE-ID   TO CSL-OPERADOR.

           WRITE REGISTRO-CONTA-SALARIO
               INVALID KEY
                   REWRITE REGISTRO-CONTA-SALARIO
                   DISPLAY 'DADOS BANCARIOS ALTERADOS.'
               NOT INVALID KEY
                   DISPLAY 'DADOS BANCARIOS GRAVADOS.'
           END-WRITE.

       PEDIR-EMPREGADO.
           MOVE 'N' TO WS-EMPREGADO-ACHADO.
           DISPLAY 'CPF DO EMPREGADO: '.
           ACCEPT WS-CPF.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF WS-FUN-ARQ-NOVO
               DISPLAY 'FUNCIONARIOS.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM LER-FUNCIONARIO
               PERFORM PROCURAR-EMPREGADO
                   UNTIL WS-FUN-EOF OR EMPREGADO-ACHADO
               IF NOT EMPREGADO-ACHADO
                   DISPLAY 'CPF NAO E DE EMPREGADO ATIVO EM '
                           'FUNCIONARIOS.DAT.'
               ELSE
                   DISPLAY 'EMPREGADO: ' WS-NOME-EMPREGADO
               END-IF
           END-IF.
           CLOSE ARQUIVO-FUNCIONARIOS.

       LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS.

       PROCURAR-EMPREGADO.
           IF REG-CPF = WS-CPF AND NOT REG-DESLIGADO
               MOVE 'S' TO WS-EMPREGADO-ACHADO
               MOVE SPACES TO WS-NOME-EMPREGADO
               STRING FUNCTION TRIM(REG-NOME)      DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      FUNCTION TRIM(REG-SOBRENOME) DELIMITED BY SIZE
                   INTO WS-NOME-EMPREGADO
               END-STRING
           ELSE
               PERFORM LER-FUNCIONARIO
           END-IF.

      *> CONTA OU PIX, NUNCA OS DOIS: O QUE NAO E DA FORMA ESCOLHIDA
      *> FICA EM BRANCO PARA A REMESSA NAO MANDAR DADO VELHO.
       PEDIR-DADOS-CONTA.
           MOVE 'S' TO WS-DADOS-OK.
           DISPLAY 'CREDITO EM (C)ONTA OU (P)IX? '.
           ACCEPT CSL-FORMA.
           MOVE FUNCTION UPPER-CASE(CSL-FORMA) TO CSL-FORMA.
           IF NOT CSL-FORMA-VALIDA
               DISPLAY 'FORMA DE CREDITO INVALIDA.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           IF CSL-CREDITO-CONTA
               PERFORM PEDIR-DADOS-BANCO
           ELSE
               PERFORM PEDIR-CHAVE-PIX
           END-IF.

       PEDIR-DADOS-BANCO.
           MOVE SPACES TO CSL-PIX-TIPO CSL-PIX-CHAVE.
           DISPLAY 'BANCO (CODIGO DE COMPENSACAO, 3 DIGITOS): '.
           ACCEPT CSL-BANCO.
           IF CSL-BANCO IS NOT NUMERIC
               DISPLAY 'CODIGO DO BANCO INVALIDO.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'AGENCIA (SEM O DIGITO): '.
           ACCEPT CSL-AGENCIA.
           IF CSL-AGENCIA = SPACES
               DISPLAY 'AGENCIA NAO PODE SER EM BRANCO.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DIGITO DA AGENCIA (BRANCO SE NAO TIVER): '.
           ACCEPT CSL-AGENCIA-DV.
           DISPLAY 'CONTA (SEM O DIGITO): '.
           ACCEPT CSL-CONTA.
           IF CSL-CONTA = SPACES
               DISPLAY 'CONTA NAO PODE SER EM BRANCO.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DIGITO DA CONTA: '.
           ACCEPT CSL-CONTA-DV.
           MOVE FUNCTION UPPER-CASE(CSL-CONTA-DV) TO CSL-CONTA-DV.
           IF CSL-CONTA-DV = SPACES
               DISPLAY 'DIGITO DA CONTA NAO PODE SER EM BRANCO.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'TIPO: (C)ORRENTE, (P)OUPANCA OU (S)ALARIO? '.
           ACCEPT CSL-TIPO-CONTA.
           MOVE FUNCTION UPPER-CASE(CSL-TIPO-CONTA) TO CSL-TIPO-CONTA.
           IF NOT CSL-TIPO-CONTA-VALIDO
               DISPLAY 'TIPO DE CONTA INVALIDO.'
               MOVE 'N' TO WS-DADOS-OK
           END-IF.

      *> CHAVE DO TIPO CPF E O PROPRIO CPF DO EMPREGADO: CHAVE DE
      *> TERCEIRO NAO SERVE PARA CREDITO DE SALARIO.
       PEDIR-CHAVE-PIX.
           MOVE SPACES TO CSL-BANCO CSL-AGENCIA CSL-AGENCIA-DV
                          CSL-CONTA CSL-CONTA-DV CSL-TIPO-CONTA.
           DISPLAY 'TIPO DA CHAVE: (C)PF, (E)-MAIL, (T)ELEFONE OU '
                   '(A)LEATORIA? '.
           ACCEPT CSL-PIX-TIPO.
           MOVE FUNCTION UPPER-CASE(CSL-PIX-TIPO) TO CSL-PIX-TIPO.
           IF NOT CSL-PIX-TIPO-VALIDO
               DISPLAY 'TIPO DE CHAVE INVALIDO.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           IF CSL-PIX-CPF
               MOVE CSL-CPF TO CSL-PIX-CHAVE
               DISPLAY 'CHAVE PIX: ' CSL-PIX-CHAVE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CHAVE PIX: '.
           ACCEPT CSL-PIX-CHAVE.
           IF CSL-PIX-CHAVE = SPACES
               DISPLAY 'CHAVE PIX NAO PODE SER EM BRANCO.'
               MOVE 'N' TO WS-DADOS-OK
           END-IF.

       CONSULTAR-CONTA.
           DISPLAY 'CPF DO EMPREGADO: '.
           ACCEPT WS-CPF.
           MOVE WS-CPF TO CSL-CPF.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   DISPLAY 'CPF SEM DADOS BANCARIOS. O CREDITO DESTE '
                           'EMPREGADO FICA FORA DA REMESSA.'
               NOT INVALID KEY
                   PERFORM EXIBIR-CONTA
           END-READ.

       LISTAR-CONTAS.
           MOVE ZERO TO WS-QTD-LIDOS.
           MOVE LOW-VALUES TO CSL-CPF.
           START ARQUIVO-CONTAS KEY NOT < CSL-CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LER-CONTA
                   PERFORM LISTAR-UMA-CONTA UNTIL FIM-DAS-CONTAS
           END-START.
           IF WS-QTD-LIDOS = ZERO
               DISPLAY 'NENHUM DADO BANCARIO CADASTRADO.'
           ELSE
               DISPLAY 'EMPREGADOS COM DADOS BANCARIOS: ' WS-QTD-LIDOS
           END-IF.

       LER-CONTA.
           MOVE 'N' TO WS-FIM-CONTAS.
           READ ARQUIVO-CONTAS NEXT RECORD.
           IF NOT WS-CSL-OK
               MOVE 'S' TO WS-FIM-CONTAS
           END-IF.

       LISTAR-UMA-CONTA.
           ADD 1 TO WS-QTD-LIDOS.
           PERFORM EXIBIR-CONTA.
           PERFORM LER-CONTA.

       EXIBIR-CONTA.
           MOVE SPACES TO WS-DESTINO-ED.
           IF CSL-CREDITO-PIX
               STRING 'PIX ' DELIMITED BY SIZE
                      CSL-PIX-TIPO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CSL-PIX-CHAVE DELIMITED BY SIZE
                   INTO WS-DESTINO-ED
               END-STRING
           ELSE
               STRING 'BANCO ' DELIMITED BY SIZE
                      CSL-BANCO DELIMITED BY SIZE
                      ' AG ' DELIMITED BY SIZE
                      CSL-AGENCIA DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      CSL-AGENCIA-DV DELIMITED BY SIZE
                      ' CONTA ' DELIMITED BY SIZE
                      CSL-CONTA DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      CSL-CONTA-DV DELIMITED BY SIZE
                      ' TIPO ' DELIMITED BY SIZE
                      CSL-TIPO-CONTA DELIMITED BY SIZE
                   INTO WS-DESTINO-ED
               END-STRING
           END-IF.
           DISPLAY ' ' CSL-CPF ' ' WS-DESTINO-ED
                   ' ' CSL-DATA-ATUALIZACAO ' ' CSL-OPERADOR.

      *> EXCLUSAO PARA O EMPREGADO QUE PASSOU A RECEBER POR OUTRO
      *> MEIO; ATE SER CADASTRADO DE NOVO ELE SAI DA REMESSA.
       EXCLUIR-CONTA.
           DISPLAY 'CPF DO EMPREGADO: '.
           ACCEPT WS-CPF.
           MOVE WS-CPF TO CSL-CPF.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   DISPLAY 'CPF SEM DADOS BANCARIOS.'
                   EXIT PARAGRAPH
           END-READ.
           PERFORM EXIBIR-CONTA.
           DISPLAY 'CONFIRMA A EXCLUSAO? (S/N) '.
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           IF WS-OPCAO NOT = 'S'
               DISPLAY 'EXCLUSAO CANCELADA.'
               EXIT PARAGRAPH
           END-IF.
           DELETE ARQUIVO-CONTAS
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR OS DADOS BANCARIOS.'
               NOT INVALID KEY
                   DISPLAY 'DADOS BANCARIOS EXCLUIDOS.'
           END-DELETE.

           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
