       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP0001A.

      *> OBJETIVO: MANUTENCAO DOS DEPENDENTES DOS EMPREGADOS
      *> (DEPENDENTES.DAT, CHAVE CPF DO TITULAR + SEQUENCIA). INCLUI
      *> DEPENDENTE DE EMPREGADO ATIVO DE FUNCIONARIOS.DAT (NOME, CPF
      *> COM DIGITO CONFERIDO, NASCIMENTO, PARENTESCO E OS INDICADORES
      *> DE DEDUCAO NO IRRF E DE SALARIO-FAMILIA), ALTERA, BAIXA A
      *> PEDIDO DO EMPREGADO E LISTA OS DEPENDENTES DE UM TITULAR COM
      *> A IDADE E O QUE CADA UM CONTA HOJE NA FOLHA. A FOLHA
      *> (FolhaPagamento) DEDUZ DA BASE DO IRRF E PAGA O SALARIO-
      *> FAMILIA PELOS VALORES VIGENTES (FOL0005A, TIPOS 'D' E 'F'); O
      *> LIMITE DE IDADE E BAIXADO SOZINHO PELO DEP0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-DEPENDENTES
               ASSIGN TO DYNAMIC WRK-DEPENDENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-DPD-STATUS.

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
       FD ARQUIVO-DEPENDENTES.
           COPY DEPENDENTES-FD.CPY.

       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FUN-STATUS PIC XX.
           88 WS-FUN-OK       VALUE '00'.
           88 WS-FUN-EOF      VALUE '10'.
           88 WS-FUN-ARQ-NOVO VALUE '35'.

       01 WS-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WS-OPCAO      PIC X(01).
       01 WS-CPF-TITULAR PIC X(14).
       01 WS-NOME-TITULAR PIC X(50).
       01 WS-SEQUENCIA  PIC 9(02).
       01 WS-ULTIMA-SEQ PIC 9(02) VALUE ZERO.
       01 WS-DATA-HOJE  PIC X(08).
       01 WS-QTD-LISTADOS PIC 9(03) VALUE ZERO.

       01 WS-TITULAR-ACHADO PIC X(01).
           88 TITULAR-ACHADO VALUE 'S'.
       01 WS-DADOS-OK PIC X(01).
           88 DADOS-OK VALUE 'S'.

       01 WS-NASC-ENTRADA.
           05 WS-NASC-ANO PIC 9(04).
           05 WS-NASC-MES PIC 9(02).
           05 WS-NASC-DIA PIC 9(02).
       01 WS-NASC-NUM REDEFINES WS-NASC-ENTRADA PIC 9(08).

       01 WS-CONTA-ED   PIC X(20).

      *> CAMPO EXIGIDO PELO CPF-VALIDA-PD.CPY.
       01 WRK-CPF PIC X(14).

           COPY CPF-VALIDA-WS.CPY.
           COPY DEPEND-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '      DEP0001A - DEPENDENTES DOS EMPREGADOS     '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'DEP0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           ACCEPT WRK-DEPENDENTES-PATH
               FROM ENVIRONMENT 'DEPENDENTES_PATH'.
           IF WRK-DEPENDENTES-PATH = SPACES
               MOVE 'DEPENDENTES.DAT' TO WRK-DEPENDENTES-PATH
           END-IF.

           OPEN I-O ARQUIVO-DEPENDENTES.
           IF FS-DPD-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-DEPENDENTES
               CLOSE ARQUIVO-DEPENDENTES
               OPEN I-O ARQUIVO-DEPENDENTES
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WRK-DPD-DATA-REF.

           PERFORM MENU-PRINCIPAL UNTIL WS-CONTINUAR = 'N'.

           CLOSE ARQUIVO-DEPENDENTES.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY '(I)NCLUIR, (A)LTERAR, (B)AIXAR, (L)ISTAR POR '
                   'TITULAR OU (S)AIR? '.
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM INCLUIR-DEPENDENTE
               WHEN 'A'
                   PERFORM ALTERAR-DEPENDENTE
               WHEN 'B'
                   PERFORM BAIXAR-DEPENDENTE
               WHEN 'L'
                   PERFORM LISTAR-DEPENDENTES
               WHEN 'S'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *> O TITULAR TEM DE SER EMPREGADO ATIVO; A SEQUENCIA E A
      *> PROXIMA LIVRE DO CPF.
       INCLUIR-DEPENDENTE.
           PERFORM PEDIR-TITULAR.
           IF NOT TITULAR-ACHADO
               EXIT PARAGRAPH
           END-IF.

           PERFORM APURAR-ULTIMA-SEQUENCIA.
           IF WS-ULTIMA-SEQ >= 99
               DISPLAY 'TITULAR JA TEM 99 DEPENDENTES CADASTRADOS.'
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE REGISTRO-DEPENDENTE.
           MOVE WS-CPF-TITULAR TO DEP-CPF-TITULAR.
           COMPUTE DEP-SEQUENCIA = WS-ULTIMA-SEQ + 1.
           PERFORM PEDIR-DADOS-DEPENDENTE.
           IF NOT DADOS-OK
               DISPLAY 'DEPENDENTE NAO GRAVADO.'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A'    TO DEP-SITUACAO.
           MOVE SPACES TO DEP-DATA-BAIXA DEP-MOTIVO-BAIXA.

           WRITE REGISTRO-DEPENDENTE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O DEPENDENTE (STATUS '
                           WRK-DPD-STATUS ').'
               NOT INVALID KEY
                   DISPLAY 'DEPENDENTE GRAVADO COM A SEQUENCIA '
                           DEP-SEQUENCIA '.'
                   PERFORM AVISAR-LIMITE-IDADE
           END-WRITE.

       PEDIR-TITULAR.
           MOVE 'N' TO WS-TITULAR-ACHADO.
           DISPLAY 'CPF DO EMPREGADO TITULAR: '.
           ACCEPT WS-CPF-TITULAR.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF WS-FUN-ARQ-NOVO
               DISPLAY 'FUNCIONARIOS.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM LER-FUNCIONARIO
               PERFORM PROCURAR-TITULAR
                   UNTIL WS-FUN-EOF OR TITULAR-ACHADO
               IF NOT TITULAR-ACHADO
                   DISPLAY 'CPF NAO E DE EMPREGADO ATIVO EM '
                           'FUNCIONARIOS.DAT.'
               ELSE
                   DISPLAY 'TITULAR: ' WS-NOME-TITULAR
               END-IF
           END-IF.
           CLOSE ARQUIVO-FUNCIONARIOS.

       LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS.

       PROCURAR-TITULAR.
           IF REG-CPF = WS-CPF-TITULAR AND NOT REG-DESLIGADO
               MOVE 'S' TO WS-TITULAR-ACHADO
               MOVE SPACES TO WS-NOME-TITULAR
               STRING FUNCTION TRIM(REG-NOME)      DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      FUNCTION TRIM(REG-SOBRENOME) DELIMITED BY SIZE
                   INTO WS-NOME-TITULAR
               END-STRING
           ELSE
               PERFORM LER-FUNCIONARIO
           END-IF.

       APURAR-ULTIMA-SEQUENCIA.
           MOVE ZERO TO WS-ULTIMA-SEQ.
           MOVE 'N' TO WRK-DPD-FIM.
           MOVE WS-CPF-TITULAR TO DEP-CPF-TITULAR.
           MOVE ZERO TO DEP-SEQUENCIA.
           START ARQUIVO-DEPENDENTES KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-DPD-FIM
               NOT INVALID KEY
                   PERFORM LER-DEPENDENTE-TITULAR
                   PERFORM GUARDAR-SEQUENCIA UNTIL DPD-VARREDURA-FIM
           END-START.

       LER-DEPENDENTE-TITULAR.
           READ ARQUIVO-DEPENDENTES NEXT RECORD.
           IF NOT FS-DPD-OK
              OR DEP-CPF-TITULAR NOT = WS-CPF-TITULAR
               MOVE 'S' TO WRK-DPD-FIM
           END-IF.

       GUARDAR-SEQUENCIA.
           MOVE DEP-SEQUENCIA TO WS-ULTIMA-SEQ.
           PERFORM LER-DEPENDENTE-TITULAR.

      *> DADOS DO DEPENDENTE; QUALQUER CRITICA QUE FALHAR DEIXA
      *> DADOS-OK DESLIGADO E NADA E GRAVADO. SALARIO-FAMILIA SO
      *> PARA FILHO OU ENTEADO.
       PEDIR-DADOS-DEPENDENTE.
           MOVE 'S' TO WS-DADOS-OK.
           DISPLAY 'NOME DO DEPENDENTE: '.
           ACCEPT DEP-NOME.
           MOVE FUNCTION UPPER-CASE(DEP-NOME) TO DEP-NOME.
           IF DEP-NOME = SPACES
               DISPLAY 'NOME NAO PODE SER EM BRANCO.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CPF DO DEPENDENTE: '.
           ACCEPT DEP-CPF.
           MOVE DEP-CPF TO WRK-CPF.
           PERFORM 0900-VALIDAR-CPF THRU 0900-EXIT.
           IF CPF-NAO-OK
               DISPLAY 'CPF DO DEPENDENTE INVALIDO.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           IF DEP-CPF = DEP-CPF-TITULAR
               DISPLAY 'O DEPENDENTE NAO PODE TER O CPF DO TITULAR.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '.
           ACCEPT WS-NASC-ENTRADA.
           IF WS-NASC-ENTRADA IS NOT NUMERIC
              OR WS-NASC-MES < 1 OR WS-NASC-MES > 12
              OR WS-NASC-DIA < 1 OR WS-NASC-DIA > 31
              OR WS-NASC-ENTRADA > WS-DATA-HOJE
               DISPLAY 'DATA DE NASCIMENTO INVALIDA.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NASC-NUM TO DEP-DATA-NASCIMENTO.

           DISPLAY 'PARENTESCO: (F)ILHO, (E)NTEADO, (C)ONJUGE, '
                   '(P)AI/MAE OU (O)UTRO? '.
           ACCEPT DEP-PARENTESCO.
           MOVE FUNCTION UPPER-CASE(DEP-PARENTESCO) TO DEP-PARENTESCO.
           IF NOT DEP-PARENTESCO-VALIDO
               DISPLAY 'PARENTESCO INVALIDO.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'DEDUZ NO IRRF? (S/N) '.
           ACCEPT DEP-DEDUZ-IRRF.
           MOVE FUNCTION UPPER-CASE(DEP-DEDUZ-IRRF) TO DEP-DEDUZ-IRRF.
           IF NOT DEP-IRRF-SIM
               MOVE 'N' TO DEP-DEDUZ-IRRF
           END-IF.

           IF DEP-SUJEITO-A-IDADE
               DISPLAY 'RECEBE SALARIO-FAMILIA? (S/N) '
               ACCEPT DEP-SALARIO-FAMILIA
               MOVE FUNCTION UPPER-CASE(DEP-SALARIO-FAMILIA)
                   TO DEP-SALARIO-FAMILIA
               IF NOT DEP-SALFAM-SIM
                   MOVE 'N' TO DEP-SALARIO-FAMILIA
               END-IF
           ELSE
               MOVE 'N' TO DEP-SALARIO-FAMILIA
           END-IF.

      *> FILHO/ENTEADO JA NO LIMITE ENTRA MAS NAO CONTA NA FOLHA.
       AVISAR-LIMITE-IDADE.
           PERFORM 0918-AVALIAR-DEPENDENTE.
           IF DEP-SUJEITO-A-IDADE
               IF DEP-IRRF-SIM AND NOT DPD-CONTA-IRRF
                   DISPLAY 'AVISO: DEPENDENTE JA TEM ' WRK-DPD-IDADE
                           ' ANOS E NAO DEDUZ NO IRRF (LIMITE '
                           WRK-DPD-LIMITE-IRRF ').'
               END-IF
               IF DEP-SALFAM-SIM AND NOT DPD-CONTA-SALFAM
                   DISPLAY 'AVISO: DEPENDENTE JA TEM ' WRK-DPD-IDADE
                           ' ANOS E NAO RECEBE SALARIO-FAMILIA '
                           '(LIMITE ' WRK-DPD-LIMITE-SALFAM ').'
               END-IF
           END-IF.

       LOCALIZAR-DEPENDENTE.
           DISPLAY 'CPF DO EMPREGADO TITULAR: '.
           ACCEPT WS-CPF-TITULAR.
           DISPLAY 'SEQUENCIA DO DEPENDENTE: '.
           ACCEPT WS-SEQUENCIA.
           MOVE WS-CPF-TITULAR TO DEP-CPF-TITULAR.
           MOVE WS-SEQUENCIA   TO DEP-SEQUENCIA.
           READ ARQUIVO-DEPENDENTES
               INVALID KEY
                   DISPLAY 'DEPENDENTE NAO ENCONTRADO.'
           END-READ.

       ALTERAR-DEPENDENTE.
           PERFORM LOCALIZAR-DEPENDENTE.
           IF NOT FS-DPD-OK
               EXIT PARAGRAPH
           END-IF.
           IF DEP-BAIXADO
               DISPLAY 'DEPENDENTE BAIXADO EM ' DEP-DATA-BAIXA
                       '. INCLUA DE NOVO SE VOLTOU A SER DEPENDENTE.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXIBIR-DEPENDENTE.
           PERFORM PEDIR-DADOS-DEPENDENTE.
           IF NOT DADOS-OK
               DISPLAY 'ALTERACAO NAO GRAVADA.'
               EXIT PARAGRAPH
           END-IF.
           REWRITE REGISTRO-DEPENDENTE
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR O DEPENDENTE.'
               NOT INVALID KEY
                   DISPLAY 'DEPENDENTE ALTERADO.'
                   PERFORM AVISAR-LIMITE-IDADE
           END-REWRITE.

      *> BAIXA A PEDIDO (DEPENDENTE QUE DEIXOU DE SER, OU PASSOU
      *> PARA A DECLARACAO DE OUTRO RESPONSAVEL): O REGISTRO FICA.
       BAIXAR-DEPENDENTE.
           PERFORM LOCALIZAR-DEPENDENTE.
           IF NOT FS-DPD-OK
               EXIT PARAGRAPH
           END-IF.
           IF DEP-BAIXADO
               DISPLAY 'DEPENDENTE JA BAIXADO EM ' DEP-DATA-BAIXA '.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXIBIR-DEPENDENTE.
           DISPLAY 'CONFIRMA A BAIXA? (S/N) '.
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           IF WS-OPCAO NOT = 'S'
               DISPLAY 'BAIXA CANCELADA.'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'B'          TO DEP-SITUACAO.
           MOVE WS-DATA-HOJE TO DEP-DATA-BAIXA.
           MOVE 'M'          TO DEP-MOTIVO-BAIXA.
           REWRITE REGISTRO-DEPENDENTE
               INVALID KEY
                   DISPLAY 'ERRO AO BAIXAR O DEPENDENTE.'
               NOT INVALID KEY
                   DISPLAY 'DEPENDENTE BAIXADO.'
           END-REWRITE.

       LISTAR-DEPENDENTES.
           DISPLAY 'CPF DO EMPREGADO TITULAR: '.
           ACCEPT WS-CPF-TITULAR.
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 'N' TO WRK-DPD-FIM.
           MOVE WS-CPF-TITULAR TO DEP-CPF-TITULAR.
           MOVE ZERO TO DEP-SEQUENCIA.
           START ARQUIVO-DEPENDENTES KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-DPD-FIM
               NOT INVALID KEY
                   PERFORM LER-DEPENDENTE-TITULAR
                   PERFORM LISTAR-UM-DEPENDENTE
                       UNTIL DPD-VARREDURA-FIM
           END-START.
           IF WS-QTD-LISTADOS = ZERO
               DISPLAY 'NENHUM DEPENDENTE PARA O CPF.'
           ELSE
               DISPLAY 'DEPENDENTES LISTADOS: ' WS-QTD-LISTADOS
           END-IF.

       LISTAR-UM-DEPENDENTE.
           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM EXIBIR-DEPENDENTE.
           PERFORM LER-DEPENDENTE-TITULAR.

      *> UMA LINHA POR DEPENDENTE COM O QUE ELE CONTA HOJE NA FOLHA.
       EXIBIR-DEPENDENTE.
           PERFORM 0918-AVALIAR-DEPENDENTE.
           MOVE SPACES TO WS-CONTA-ED.
           EVALUATE TRUE
               WHEN DEP-BAIXADO
                   STRING 'BAIXADO ' DELIMITED BY SIZE
                          DEP-DATA-BAIXA DELIMITED BY SIZE
                       INTO WS-CONTA-ED
                   END-STRING
               WHEN DPD-CONTA-IRRF AND DPD-CONTA-SALFAM
                   MOVE 'IRRF + SAL.FAMILIA' TO WS-CONTA-ED
               WHEN DPD-CONTA-IRRF
                   MOVE 'IRRF' TO WS-CONTA-ED
               WHEN DPD-CONTA-SALFAM
                   MOVE 'SAL.FAMILIA' TO WS-CONTA-ED
               WHEN OTHER
                   MOVE 'NAO CONTA NA FOLHA' TO WS-CONTA-ED
           END-EVALUATE.
           DISPLAY ' ' DEP-SEQUENCIA ' ' DEP-NOME(1:30)
                   ' ' DEP-PARENTESCO
                   ' NASC ' DEP-DATA-NASCIMENTO
                   ' IDADE ' WRK-DPD-IDADE
                   ' ' WS-CONTA-ED.

           COPY CPF-VALIDA-PD.CPY.
           COPY DEPEND-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
