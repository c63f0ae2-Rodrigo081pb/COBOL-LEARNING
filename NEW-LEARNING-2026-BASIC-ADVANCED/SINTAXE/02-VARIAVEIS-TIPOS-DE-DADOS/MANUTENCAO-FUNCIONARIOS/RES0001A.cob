       IDENTIFICATION DIVISION.
       PROGRAM-ID. RES0001A.

      *> OBJETIVO: CALCULO DA RESCISAO E HOLERITE FINAL DO EMPREGADO
      *> DESLIGADO, NO LUGAR DA PLANILHA DO CONTADOR. RECEBE O CPF, A
      *> DATA E O TIPO DO DESLIGAMENTO (PEDIDO DE DEMISSAO, DISPENSA
      *> SEM OU COM JUSTA CAUSA, TERMINO DE CONTRATO) E APURA O SALDO
      *> DE SALARIO, O AVISO PREVIO INDENIZADO, AS FERIAS VENCIDAS E
      *> PROPORCIONAIS DE FERIAS.DAT COM O TERCO CONSTITUCIONAL E O
      *> 13O PROPORCIONAL (ABATIDO O ADIANTAMENTO DA PARCELA 1). O
      *> SALDO DO BANCO DE HORAS (BANCO-HORAS.DAT) E PAGO NO ACERTO E
      *> AS PARCELAS EM ABERTO DOS EMPRESTIMOS (EMPRESTIMOS.DAT) SAO
      *> DESCONTADAS ATE O LIQUIDO. O HOLERITE FINAL VAI PARA
      *> HOLERITES.DAT E PARA O HISTORICO (HOLERITES-HIST.DAT, TIPO
      *> 'R' NA COMPETENCIA DO DESLIGAMENTO E O 13O EM 'AAAA13'), E O
      *> EMPREGADO FICA MARCADO COMO DESLIGADO EM FUNCIONARIOS.DAT EM
      *> VEZ DE SER APAGADO -- O HISTORICO E O INFORME DE RENDIMENTOS
      *> (INF0001A) CONTINUAM COMPLETOS. O CALCULO E MOSTRADO ANTES
      *> DE GRAVAR E A EFETIVACAO EXIGE SUPERVISOR NO SIGN-ON.
      *> INSS/IRRF PELAS TABELAS VIGENTES DE TABELAS-IMPOSTO.DAT (SEM
      *> O ARQUIVO, FAIXAS INTERNAS HISTORICAS DE 2024, COMO NO
      *> DEC0001A): SALDO DE SALARIO E BANCO DE HORAS NUMA BASE, 13O
      *> EM TRIBUTACAO EXCLUSIVA; AVISO E FERIAS INDENIZADOS ISENTOS.
      *> FGTS DE 8% SOBRE SALDO DE SALARIO, AVISO, BANCO DE HORAS E
      *> 13O (FERIAS INDENIZADAS FICAM FORA) E, NA DISPENSA SEM JUSTA
      *> CAUSA, A MULTA DE 40% SOBRE OS DEPOSITOS DO HISTORICO MAIS OS
      *> DO ACERTO -- ENCARGOS DO EMPREGADOR, FORA DO LIQUIDO.
      *> AS DUAS BASES DE IRRF DEDUZEM OS DEPENDENTES DO EMPREGADO NA
      *> DATA DO DESLIGAMENTO (DEPENDENTES.DAT, DEP0001A), COMO NA
      *> FOLHA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FUNCIONARIOS
               ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *> ARQUIVO TEMPORARIO USADO PARA REGRAVAR FUNCIONARIOS.DAT COM O
      *> EMPREGADO MARCADO, JA QUE O ARQUIVO E SEQUENCIAL.
           SELECT ARQUIVO-FUNCIONARIOS-NOVO
               ASSIGN TO 'FUNCIONARIOS.NOVO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-NOVO.

           SELECT ARQUIVO-HOLERITES
               ASSIGN TO 'HOLERITES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT ARQUIVO-HOLHIST
               ASSIGN TO DYNAMIC WS-HOLHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WS-HST-STATUS.

           SELECT ARQUIVO-FERIAS ASSIGN TO DYNAMIC WS-FERIAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-EMPREGADO
               FILE STATUS IS WS-FER-STATUS.

           SELECT ARQUIVO-BANCO-HORAS
               ASSIGN TO DYNAMIC WS-BANCO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNH-CHAVE
               FILE STATUS IS WS-BNH-STATUS.

           SELECT ARQUIVO-EMPRESTIMOS
               ASSIGN TO DYNAMIC WS-EMPRESTIMOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIN-NUMERO
               FILE STATUS IS WS-FIN-STATUS.

           SELECT ARQUIVO-TABIMP ASSIGN TO DYNAMIC WRK-TABIMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBI-CHAVE
               FILE STATUS IS WRK-TBI-STATUS.

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

           SELECT ARQUIVO-DEPENDENTES
               ASSIGN TO DYNAMIC WRK-DEPENDENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-DPD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       FD ARQUIVO-FUNCIONARIOS-NOVO.
       01 REGISTRO-FUNCIONARIO-NOVO PIC X(144).

       FD ARQUIVO-HOLERITES
           RECORD CONTAINS 160 CHARACTERS.
       01 LINHA-HOLERITE PIC X(160).

       FD ARQUIVO-HOLHIST.
           COPY HOLERITES-HIST-FD.CPY.

       FD ARQUIVO-FERIAS.
           COPY FERIAS-FD.CPY.

       FD ARQUIVO-BANCO-HORAS.
           COPY BANCOHORAS-FD.CPY.

       FD ARQUIVO-EMPRESTIMOS.
           COPY EMPRESTIMOS-FD.CPY.

       FD ARQUIVO-TABIMP.
           COPY TABIMP-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       FD ARQUIVO-DEPENDENTES.
           COPY DEPENDENTES-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS    PIC XX.
           88 WS-OK    VALUE '00'.
           88 WS-EOF   VALUE '10'.
           88 WS-ARQUIVO-NOVO VALUE '35'.

       01 WS-FILE-STATUS-NOVO PIC XX.
           88 WS-NOVO-OK  VALUE '00'.
           88 WS-EOF-NOVO VALUE '10'.

       01 WS-HOL-STATUS     PIC XX.
           88 WS-HOL-OK       VALUE '00'.
           88 WS-HOL-ARQ-NOVO VALUE '35'.

       01 WS-HST-STATUS PIC XX.
           88 WS-HST-OK       VALUE '00'.
           88 WS-HST-ARQ-NOVO VALUE '35'.
       01 WS-HOLHIST-PATH PIC X(100).

       01 WS-FER-STATUS PIC XX.
           88 WS-FER-OK       VALUE '00'.
           88 WS-FER-ARQ-NOVO VALUE '35'.
       01 WS-FERIAS-PATH PIC X(100).

       01 WS-BNH-STATUS PIC XX.
           88 WS-BNH-OK       VALUE '00'.
           88 WS-BNH-EOF      VALUE '10'.
           88 WS-BNH-ARQ-NOVO VALUE '35'.
       01 WS-BANCO-PATH PIC X(100).

       01 WS-FIN-STATUS PIC XX.
           88 WS-FIN-OK       VALUE '00'.
           88 WS-FIN-EOF      VALUE '10'.
           88 WS-FIN-ARQ-NOVO VALUE '35'.
       01 WS-EMPRESTIMOS-PATH PIC X(100).

      *> DADOS DO DESLIGAMENTO INFORMADOS PELO RH.
       01 WS-CPF            PIC X(14).
       01 WS-DATA-DESL      PIC X(08).
       01 WS-DATA-DESL-R REDEFINES WS-DATA-DESL.
           05 WS-ANO-DESL   PIC 9(04).
           05 WS-MES-DESL   PIC 9(02).
           05 WS-DIA-DESL   PIC 9(02).
       01 WS-TIPO-DESL      PIC X(01).
           88 DESL-PEDIDO       VALUE 'P'.
           88 DESL-SEM-JUSTA    VALUE 'S'.
           88 DESL-JUSTA-CAUSA  VALUE 'J'.
           88 DESL-TERMINO      VALUE 'T'.
           88 DESL-TIPO-VALIDO  VALUES 'P' 'S' 'J' 'T'.
       01 WS-DESCRICAO-TIPO PIC X(30).
       01 WS-CONFIRMA       PIC X(01).
       01 WS-DATA-HOJE      PIC X(08).
       01 WS-COMPETENCIA    PIC X(06).
       01 WS-COMPETENCIA-13O PIC X(06).

      *> EMPREGADO LOCALIZADO EM FUNCIONARIOS.DAT (COPIA DO REGISTRO,
      *> PORQUE A VARREDURA DA MARCACAO REUSA A AREA DO FD).
       01 WS-ACHOU-FUNC     PIC X(01) VALUE 'N'.
           88 FUNC-ENCONTRADO VALUE 'S'.
       01 WS-FUNC-SALVO     PIC X(144).
       01 WS-NOME-COMPLETO  PIC X(50).
       01 WS-SALARIO        PIC 9(07)V99.

      *> TEMPO DE CASA PELA ADMISSAO DO CONTROLE DE FERIAS.
       01 WS-TEM-FERIAS     PIC X(01) VALUE 'N'.
           88 TEM-CONTROLE-FERIAS VALUE 'S'.
       01 WS-DATA-ADMISSAO  PIC X(08).
       01 WS-DATA-ADM-R REDEFINES WS-DATA-ADMISSAO.
           05 WS-ANO-ADM    PIC 9(04).
           05 WS-MES-ADM    PIC 9(02).
           05 WS-DIA-ADM    PIC 9(02).
       01 WS-ANOS-CASA      PIC 9(02) VALUE ZERO.
       01 WS-SALDO-FERIAS   PIC S9(03)V9 VALUE ZERO.

      *> VERBAS DA RESCISAO.
       01 WS-DIAS-SALDO     PIC 9(02) VALUE ZERO.
       01 WS-SALDO-SALARIO  PIC 9(07)V99 VALUE ZERO.
       01 WS-DIAS-AVISO     PIC 9(03) VALUE ZERO.
       01 WS-MESES-PROJECAO PIC 9(01) VALUE ZERO.
       01 WS-VALOR-AVISO    PIC 9(07)V99 VALUE ZERO.
       01 WS-FERIAS-VENCIDAS PIC 9(03)V9 VALUE ZERO.
       01 WS-FERIAS-PROPORC PIC 9(03)V9 VALUE ZERO.
       01 WS-DIAS-FERIAS    PIC 9(03)V9 VALUE ZERO.
       01 WS-VALOR-FERIAS   PIC 9(07)V99 VALUE ZERO.
       01 WS-VALOR-TERCO    PIC 9(07)V99 VALUE ZERO.
       01 WS-MES-INICIO-13O PIC 9(02) VALUE ZERO.
       01 WS-MES-FIM-13O    PIC S9(02) VALUE ZERO.
       01 WS-MESES-13O      PIC S9(02) VALUE ZERO.
       01 WS-VALOR-13O      PIC 9(07)V99 VALUE ZERO.
       01 WS-ADIANTAMENTO   PIC 9(07)V99 VALUE ZERO.
       01 WS-13O-QUITADO    PIC X(01) VALUE 'N'.
           88 DECIMO-JA-QUITADO VALUE 'S'.
       01 WS-HORAS-BANCO    PIC S9(05)V99 VALUE ZERO.
       01 WS-HORAS-ABERTAS  PIC 9(05)V99 VALUE ZERO.
       01 WS-HORAS-SALDO    PIC S9(05)V99 VALUE ZERO.
       01 WS-VALOR-BANCO    PIC 9(07)V99 VALUE ZERO.
       01 WS-BRUTO          PIC 9(07)V99 VALUE ZERO.
       01 WS-BASE-TRIBUTAVEL PIC 9(07)V99 VALUE ZERO.
       01 WS-INSS-MES       PIC 9(07)V99 VALUE ZERO.
       01 WS-IRRF-MES       PIC 9(07)V99 VALUE ZERO.
       01 WS-INSS-13O       PIC 9(07)V99 VALUE ZERO.
       01 WS-IRRF-13O       PIC 9(07)V99 VALUE ZERO.
       01 WS-LIQUIDO-13O    PIC S9(07)V99 VALUE ZERO.
       01 WS-DISPONIVEL     PIC S9(07)V99 VALUE ZERO.
       01 WS-VALOR-EMPRESTIMO PIC 9(07)V99 VALUE ZERO.
       01 WS-QTD-PARCELAS   PIC 9(03) VALUE ZERO.
       01 WS-SALDO-EMPREST  PIC 9(09)V99 VALUE ZERO.
       01 WS-EMPREST-ABERTO PIC 9(09)V99 VALUE ZERO.
       01 WS-DESCONTO-CTR   PIC 9(09)V99 VALUE ZERO.
       01 WS-LIQUIDO        PIC S9(07)V99 VALUE ZERO.

      *> FGTS DO ACERTO E MULTA RESCISORIA.
       01 WS-ALIQ-FGTS      PIC V99 VALUE 0.08.
       01 WS-ALIQ-MULTA-FGTS PIC V99 VALUE 0.40.
       01 WS-BASE-FGTS      PIC 9(07)V99 VALUE ZERO.
       01 WS-FGTS-MES       PIC 9(07)V99 VALUE ZERO.
       01 WS-FGTS-13O       PIC 9(07)V99 VALUE ZERO.
       01 WS-SALDO-FGTS     PIC 9(09)V99 VALUE ZERO.
       01 WS-MULTA-FGTS     PIC 9(07)V99 VALUE ZERO.
       01 WS-HST-FIM        PIC X(01).
           88 FIM-HISTORICO-CPF VALUE 'S'.

      *> MESMA ROTINA FAZ A SIMULACAO E A EFETIVACAO DO BANCO DE
      *> HORAS E DOS EMPRESTIMOS: SO A EFETIVACAO REGRAVA.
       01 WS-EFETIVAR       PIC X(01) VALUE 'N'.
           88 EFETIVANDO      VALUE 'S'.
       01 WS-GRAVADO        PIC X(01).
           88 MOVTO-GRAVADO   VALUE 'S'.

      *> CALCULO PROGRESSIVO DE INSS/IRRF SOBRE WS-BASE-CALCULO.
       01 WS-BASE-CALCULO   PIC 9(07)V99.
       01 WS-VALOR-INSS     PIC 9(07)V99.
       01 WS-BASE-IRRF      PIC 9(07)V99.
       01 WS-VALOR-IRRF     PIC S9(07)V99.
       01 WS-DEDUCAO-DEP    PIC 9(07)V99 VALUE ZERO.
           COPY TABIMP-AREA.CPY.
           COPY TABIMP-WS.CPY.
       01 WS-FAIXA-IDX       PIC 9(02) COMP.
       01 WS-LIMITE-ANTERIOR PIC 9(07)V99.
       01 WS-FAIXA-FINAL     PIC X(01).
           88 WS-ULTIMA-FAIXA VALUE 'S'.

       01 WS-VALOR-EDITADO   PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LIQUIDO-EDITADO PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-DIAS-EDITADO    PIC ZZ9.9.
       01 WS-HORAS-EDITADO   PIC ZZ,ZZ9.99.

           COPY DEPEND-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '    RES0001A - RESCISAO E HOLERITE FINAL        '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'RES0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY 'RESCISAO EXIGE SUPERVISOR NO SIGN-ON.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           PERFORM RESOLVER-CAMINHOS.

           DISPLAY 'CPF DO EMPREGADO: '.
           ACCEPT WS-CPF.
           PERFORM LOCALIZAR-FUNCIONARIO.
           IF NOT FUNC-ENCONTRADO
               DISPLAY 'CPF NAO ENCONTRADO EM FUNCIONARIOS.DAT.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           IF REG-DESLIGADO
               DISPLAY 'EMPREGADO JA DESLIGADO EM '
                       REG-DATA-DESLIGAMENTO '. NADA A CALCULAR.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           DISPLAY 'EMPREGADO: ' FUNCTION TRIM(WS-NOME-COMPLETO)
                   ' CARGO: ' REG-CARGO.

           PERFORM PEDIR-DATA-DESLIGAMENTO.
           PERFORM PEDIR-TIPO-DESLIGAMENTO.

           MOVE WS-DATA-DESL(1:6) TO WS-COMPETENCIA.
           MOVE SPACES TO WS-COMPETENCIA-13O.
           STRING WS-DATA-DESL(1:4) DELIMITED BY SIZE
                  '13'              DELIMITED BY SIZE
               INTO WS-COMPETENCIA-13O
           END-STRING.

           MOVE WS-COMPETENCIA TO WRK-TBI-COMPETENCIA.
           PERFORM 0980-CARREGAR-TABELAS-IMPOSTO.
           IF NOT TABELAS-CARREGADAS
               DISPLAY 'AVISO: SEM TABELAS DE INSS/IRRF VIGENTES EM '
                       'TABELAS-IMPOSTO.DAT (FOL0005A). USANDO AS '
                       'FAIXAS INTERNAS HISTORICAS.'
           END-IF.
           PERFORM APURAR-DEPENDENTES.

           PERFORM ABRIR-ARQUIVOS.

           MOVE 'N' TO WS-EFETIVAR.
           PERFORM CALCULAR-RESCISAO.
           PERFORM EXIBIR-RESCISAO.

           DISPLAY 'CONFIRMA A RESCISAO E O DESLIGAMENTO (S/N)? '.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA = 'S'
               MOVE 'S' TO WS-EFETIVAR
               PERFORM CALCULAR-RESCISAO
               PERFORM EFETIVAR-RESCISAO
           ELSE
               DISPLAY 'RESCISAO NAO GRAVADA.'
           END-IF.

           PERFORM FECHAR-ARQUIVOS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.

       RESOLVER-CAMINHOS.
           ACCEPT WS-HOLHIST-PATH
               FROM ENVIRONMENT 'HOLERITES_HIST_PATH'.
           IF WS-HOLHIST-PATH = SPACES
               MOVE 'HOLERITES-HIST.DAT' TO WS-HOLHIST-PATH
           END-IF.
           ACCEPT WS-FERIAS-PATH FROM ENVIRONMENT 'FERIAS_DAT_PATH'.
           IF WS-FERIAS-PATH = SPACES
               MOVE 'FERIAS.DAT' TO WS-FERIAS-PATH
           END-IF.
           ACCEPT WS-BANCO-PATH
               FROM ENVIRONMENT 'BANCO_HORAS_PATH'.
           IF WS-BANCO-PATH = SPACES
               MOVE 'BANCO-HORAS.DAT' TO WS-BANCO-PATH
           END-IF.
           ACCEPT WS-EMPRESTIMOS-PATH
               FROM ENVIRONMENT 'EMPRESTIMOS_DAT_PATH'.
           IF WS-EMPRESTIMOS-PATH = SPACES
               MOVE 'EMPRESTIMOS.DAT' TO WS-EMPRESTIMOS-PATH
           END-IF.

      *> ARQUIVOS AUSENTES NAO IMPEDEM O CALCULO: SEM FERIAS.DAT NAO
      *> HA FERIAS NEM TEMPO DE CASA, SEM BANCO OU EMPRESTIMOS NAO HA
      *> O QUE ACERTAR. O HISTORICO E CRIADO SE AINDA NAO EXISTIR.
       ABRIR-ARQUIVOS.
           OPEN I-O ARQUIVO-HOLHIST.
           IF WS-HST-ARQ-NOVO
               OPEN OUTPUT ARQUIVO-HOLHIST
               CLOSE ARQUIVO-HOLHIST
               OPEN I-O ARQUIVO-HOLHIST
           END-IF.
           OPEN I-O ARQUIVO-FERIAS.
           OPEN I-O ARQUIVO-BANCO-HORAS.
           OPEN I-O ARQUIVO-EMPRESTIMOS.

       FECHAR-ARQUIVOS.
           CLOSE ARQUIVO-HOLHIST.
           IF NOT WS-FER-ARQ-NOVO
               CLOSE ARQUIVO-FERIAS
           END-IF.
           IF NOT WS-BNH-ARQ-NOVO
               CLOSE ARQUIVO-BANCO-HORAS
           END-IF.
           IF NOT WS-FIN-ARQ-NOVO
               CLOSE ARQUIVO-EMPRESTIMOS
           END-IF.

      *> DEPENDENTES QUE DEDUZEM NO IRRF NA DATA DO DESLIGAMENTO, AO
      *> VALOR VIGENTE POR DEPENDENTE (TABELA 'D' DO FOL0005A).
       APURAR-DEPENDENTES.
           PERFORM 0916-ABRIR-DEPENDENTES.
           MOVE WS-CPF       TO WRK-DPD-CPF-TITULAR.
           MOVE WS-DATA-DESL TO WRK-DPD-DATA-REF.
           PERFORM 0917-CONTAR-DEPENDENTES.
           IF DEPENDENTES-EXISTE
               CLOSE ARQUIVO-DEPENDENTES
           END-IF.
           COMPUTE WS-DEDUCAO-DEP =
               WRK-DPD-QTD-IRRF * TBL-DEDUCAO-DEP.

       LOCALIZAR-FUNCIONARIO.
           MOVE 'N' TO WS-ACHOU-FUNC.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF WS-ARQUIVO-NOVO
               CLOSE ARQUIVO-FUNCIONARIOS
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-FUNCIONARIO.
           PERFORM PROCURAR-FUNCIONARIO
               UNTIL WS-EOF OR FUNC-ENCONTRADO.
           CLOSE ARQUIVO-FUNCIONARIOS.
           IF FUNC-ENCONTRADO
               MOVE WS-FUNC-SALVO TO REGISTRO-FUNCIONARIO
               MOVE REG-SALARIO TO WS-SALARIO
               MOVE SPACES TO WS-NOME-COMPLETO
               STRING FUNCTION TRIM(REG-NOME)      DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      FUNCTION TRIM(REG-SOBRENOME) DELIMITED BY SIZE
                   INTO WS-NOME-COMPLETO
               END-STRING
           END-IF.

       LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS.

       PROCURAR-FUNCIONARIO.
           IF REG-CPF = WS-CPF
               MOVE 'S' TO WS-ACHOU-FUNC
               MOVE REGISTRO-FUNCIONARIO TO WS-FUNC-SALVO
           ELSE
               PERFORM LER-FUNCIONARIO
           END-IF.

       PEDIR-DATA-DESLIGAMENTO.
           DISPLAY 'DATA DO DESLIGAMENTO (AAAAMMDD): '.
           ACCEPT WS-DATA-DESL.
           IF WS-DATA-DESL IS NOT NUMERIC
              OR WS-MES-DESL < 1 OR WS-MES-DESL > 12
              OR WS-DIA-DESL < 1 OR WS-DIA-DESL > 31
               DISPLAY 'DATA INVALIDA.'
               PERFORM PEDIR-DATA-DESLIGAMENTO
           END-IF.

       PEDIR-TIPO-DESLIGAMENTO.
           DISPLAY 'TIPO: (P)EDIDO DE DEMISSAO, (S)EM JUSTA CAUSA, '
                   '(J)USTA CAUSA OU (T)ERMINO DE CONTRATO? '.
           ACCEPT WS-TIPO-DESL.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-DESL) TO WS-TIPO-DESL.
           EVALUATE TRUE
               WHEN DESL-PEDIDO
                   MOVE 'PEDIDO DE DEMISSAO' TO WS-DESCRICAO-TIPO
               WHEN DESL-SEM-JUSTA
                   MOVE 'DISPENSA SEM JUSTA CAUSA' TO WS-DESCRICAO-TIPO
               WHEN DESL-JUSTA-CAUSA
                   MOVE 'DISPENSA POR JUSTA CAUSA' TO WS-DESCRICAO-TIPO
               WHEN DESL-TERMINO
                   MOVE 'TERMINO DE CONTRATO' TO WS-DESCRICAO-TIPO
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO.'
                   PERFORM PEDIR-TIPO-DESLIGAMENTO
           END-EVALUATE.

      *> APURA TODAS AS VERBAS. NA SIMULACAO NADA E REGRAVADO; NA
      *> EFETIVACAO O BANCO DE HORAS E OS EMPRESTIMOS SAO ACERTADOS
      *> NA MESMA PASSADA QUE OS SOMA.
       CALCULAR-RESCISAO.
           PERFORM APURAR-TEMPO-DE-CASA.
           PERFORM APURAR-SALDO-SALARIO.
           PERFORM APURAR-AVISO-PREVIO.
           PERFORM APURAR-FERIAS.
           PERFORM APURAR-DECIMO-TERCEIRO.
           PERFORM APURAR-BANCO-HORAS.

           COMPUTE WS-BRUTO = WS-SALDO-SALARIO + WS-VALOR-AVISO
               + WS-VALOR-FERIAS + WS-VALOR-TERCO + WS-VALOR-BANCO.

      *> BASE DO MES: SALDO DE SALARIO E BANCO DE HORAS. AVISO E
      *> FERIAS INDENIZADOS NAO SOFREM DESCONTO.
           COMPUTE WS-BASE-TRIBUTAVEL =
               WS-SALDO-SALARIO + WS-VALOR-BANCO.
           MOVE WS-BASE-TRIBUTAVEL TO WS-BASE-CALCULO.
           PERFORM CALCULAR-INSS.
           PERFORM CALCULAR-IRRF.
           MOVE WS-VALOR-INSS TO WS-INSS-MES.
           MOVE WS-VALOR-IRRF TO WS-IRRF-MES.

      *> 13O EM TRIBUTACAO EXCLUSIVA, COMO NA PARCELA 2 DO DEC0001A.
           MOVE ZERO TO WS-INSS-13O WS-IRRF-13O WS-LIQUIDO-13O.
           IF WS-VALOR-13O > ZERO
               MOVE WS-VALOR-13O TO WS-BASE-CALCULO
               PERFORM CALCULAR-INSS
               PERFORM CALCULAR-IRRF
               MOVE WS-VALOR-INSS TO WS-INSS-13O
               MOVE WS-VALOR-IRRF TO WS-IRRF-13O
               COMPUTE WS-LIQUIDO-13O = WS-VALOR-13O
                   - WS-INSS-13O - WS-IRRF-13O - WS-ADIANTAMENTO
           END-IF.

           PERFORM APURAR-FGTS.

           COMPUTE WS-DISPONIVEL = WS-BRUTO - WS-INSS-MES
               - WS-IRRF-MES.
           PERFORM APURAR-EMPRESTIMOS.
           COMPUTE WS-LIQUIDO = WS-DISPONIVEL - WS-VALOR-EMPRESTIMO.

      *> ANOS COMPLETOS DE CASA ATE O DESLIGAMENTO E SALDO DE FERIAS,
      *> PELO CONTROLE DE FERIAS (CHAVE: NOME, COMO NA FOLHA).
       APURAR-TEMPO-DE-CASA.
           MOVE 'N' TO WS-TEM-FERIAS.
           MOVE ZERO TO WS-ANOS-CASA WS-SALDO-FERIAS.
           MOVE SPACES TO WS-DATA-ADMISSAO.
           IF WS-FER-ARQ-NOVO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-NOME TO FER-EMPREGADO.
           READ ARQUIVO-FERIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-TEM-FERIAS
                   MOVE FER-DATA-ADMISSAO TO WS-DATA-ADMISSAO
                   MOVE FER-SALDO-DIAS TO WS-SALDO-FERIAS
           END-READ.
           IF TEM-CONTROLE-FERIAS AND WS-DATA-ADMISSAO IS NUMERIC
              AND WS-DATA-ADMISSAO < WS-DATA-DESL
               COMPUTE WS-ANOS-CASA = WS-ANO-DESL - WS-ANO-ADM
               IF WS-DATA-DESL(5:4) < WS-DATA-ADMISSAO(5:4)
                   SUBTRACT 1 FROM WS-ANOS-CASA
               END-IF
           END-IF.

       APURAR-SALDO-SALARIO.
           MOVE WS-DIA-DESL TO WS-DIAS-SALDO.
           IF WS-DIAS-SALDO > 30
               MOVE 30 TO WS-DIAS-SALDO
           END-IF.
           COMPUTE WS-SALDO-SALARIO ROUNDED =
               WS-SALARIO / 30 * WS-DIAS-SALDO.

      *> AVISO PREVIO INDENIZADO SO NA DISPENSA SEM JUSTA CAUSA: 30
      *> DIAS MAIS 3 POR ANO DE CASA, ATE 90. O AVISO PROJETA O
      *> CONTRATO -- CADA 30 DIAS CONTAM MAIS UM MES DE FERIAS E DE
      *> 13O PROPORCIONAIS.
       APURAR-AVISO-PREVIO.
           MOVE ZERO TO WS-DIAS-AVISO WS-VALOR-AVISO
                        WS-MESES-PROJECAO.
           IF DESL-SEM-JUSTA
               COMPUTE WS-DIAS-AVISO = 30 + WS-ANOS-CASA * 3
               IF WS-DIAS-AVISO > 90
                   MOVE 90 TO WS-DIAS-AVISO
               END-IF
               COMPUTE WS-VALOR-AVISO ROUNDED =
                   WS-SALARIO / 30 * WS-DIAS-AVISO
               COMPUTE WS-MESES-PROJECAO = WS-DIAS-AVISO / 30
           END-IF.

      *> O SALDO DO CONTROLE (2,5 DIAS POR COMPETENCIA, ATE 60) TRAZ
      *> O PERIODO VENCIDO (OS PRIMEIROS 30 DIAS) E O PROPORCIONAL
      *> (O QUE PASSA DE 30, OU O SALDO TODO QUANDO MENOR). A JUSTA
      *> CAUSA PERDE O PROPORCIONAL.
       APURAR-FERIAS.
           MOVE ZERO TO WS-FERIAS-VENCIDAS WS-FERIAS-PROPORC
                        WS-DIAS-FERIAS WS-VALOR-FERIAS WS-VALOR-TERCO.
           IF WS-SALDO-FERIAS > ZERO
               IF WS-SALDO-FERIAS >= 30
                   MOVE 30 TO WS-FERIAS-VENCIDAS
                   COMPUTE WS-FERIAS-PROPORC = WS-SALDO-FERIAS - 30
               ELSE
                   MOVE WS-SALDO-FERIAS TO WS-FERIAS-PROPORC
               END-IF
           END-IF.
           IF TEM-CONTROLE-FERIAS
               COMPUTE WS-FERIAS-PROPORC = WS-FERIAS-PROPORC
                   + WS-MESES-PROJECAO * 2.5
           END-IF.
           IF DESL-JUSTA-CAUSA
               MOVE ZERO TO WS-FERIAS-PROPORC
           END-IF.
           COMPUTE WS-DIAS-FERIAS =
               WS-FERIAS-VENCIDAS + WS-FERIAS-PROPORC.
           IF WS-DIAS-FERIAS > ZERO
               COMPUTE WS-VALOR-FERIAS ROUNDED =
                   WS-SALARIO / 30 * WS-DIAS-FERIAS
               COMPUTE WS-VALOR-TERCO ROUNDED = WS-VALOR-FERIAS / 3
           END-IF.

      *> 13O PROPORCIONAL: 1/12 POR MES DO ANO COM 15 DIAS OU MAIS
      *> TRABALHADOS (DESDE JANEIRO, OU DESDE A ADMISSAO NO PROPRIO
      *> ANO), MAIS A PROJECAO DO AVISO. O ADIANTAMENTO DA PARCELA 1
      *> (REGISTRO 'AAAA13' DO DEC0001A) E ABATIDO; COM A PARCELA 2
      *> JA PAGA NO ANO NAO HA 13O A ACERTAR. A JUSTA CAUSA PERDE O
      *> 13O PROPORCIONAL.
       APURAR-DECIMO-TERCEIRO.
           MOVE ZERO TO WS-VALOR-13O WS-ADIANTAMENTO WS-MESES-13O.
           MOVE 'N' TO WS-13O-QUITADO.

           MOVE WS-CPF             TO HST-CPF.
           MOVE WS-COMPETENCIA-13O TO HST-COMPETENCIA.
           READ ARQUIVO-HOLHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HST-VALOR-INSS = ZERO AND HST-VALOR-IRRF = ZERO
                       MOVE HST-BRUTO TO WS-ADIANTAMENTO
                   ELSE
                       MOVE 'S' TO WS-13O-QUITADO
                   END-IF
           END-READ.

           IF DESL-JUSTA-CAUSA OR DECIMO-JA-QUITADO
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-MES-INICIO-13O.
           IF WS-DATA-ADMISSAO IS NUMERIC
              AND WS-ANO-ADM = WS-ANO-DESL
               MOVE WS-MES-ADM TO WS-MES-INICIO-13O
               IF WS-DIA-ADM > 15
                   ADD 1 TO WS-MES-INICIO-13O
               END-IF
           END-IF.
           MOVE WS-MES-DESL TO WS-MES-FIM-13O.
           IF WS-DIA-DESL < 15
               SUBTRACT 1 FROM WS-MES-FIM-13O
           END-IF.
           COMPUTE WS-MESES-13O = WS-MES-FIM-13O - WS-MES-INICIO-13O
               + 1 + WS-MESES-PROJECAO.
           IF WS-MESES-13O < ZERO
               MOVE ZERO TO WS-MESES-13O
           END-IF.
           IF WS-MESES-13O > 12
               MOVE 12 TO WS-MESES-13O
           END-IF.
           COMPUTE WS-VALOR-13O ROUNDED =
               WS-SALARIO / 12 * WS-MESES-13O.

      *> FGTS DO ACERTO: 8% SOBRE SALDO DE SALARIO, AVISO E BANCO DE
      *> HORAS NO REGISTRO DA RESCISAO E SOBRE O 13O PROPORCIONAL NO
      *> 'AAAA13' (A PARCELA 1 DO DEC0001A NAO RECOLHE FGTS, ENTAO O
      *> 13O INTEIRO RECOLHE AQUI). NA DISPENSA SEM JUSTA CAUSA, MULTA
      *> DE 40% SOBRE O SALDO DA CONTA -- OS DEPOSITOS DO CPF NO
      *> HISTORICO MAIS OS DESTE ACERTO.
       APURAR-FGTS.
           COMPUTE WS-BASE-FGTS = WS-SALDO-SALARIO + WS-VALOR-AVISO
               + WS-VALOR-BANCO.
           COMPUTE WS-FGTS-MES ROUNDED = WS-BASE-FGTS * WS-ALIQ-FGTS.
           COMPUTE WS-FGTS-13O ROUNDED = WS-VALOR-13O * WS-ALIQ-FGTS.
           MOVE ZERO TO WS-MULTA-FGTS WS-SALDO-FGTS.
           IF DESL-SEM-JUSTA
               PERFORM SOMAR-DEPOSITOS-FGTS
               ADD WS-FGTS-MES WS-FGTS-13O TO WS-SALDO-FGTS
               COMPUTE WS-MULTA-FGTS ROUNDED =
                   WS-SALDO-FGTS * WS-ALIQ-MULTA-FGTS
           END-IF.

      *> DEPOSITOS JA FEITOS PARA O CPF. O REGISTRO DA COMPETENCIA DO
      *> DESLIGAMENTO E O DO 13O QUE ESTE ACERTO VAI REGRAVAR NAO
      *> CONTAM (O VALOR DELES E O DO ACERTO).
       SOMAR-DEPOSITOS-FGTS.
           MOVE 'N' TO WS-HST-FIM.
           MOVE WS-CPF TO HST-CPF.
           MOVE LOW-VALUES TO HST-COMPETENCIA.
           START ARQUIVO-HOLHIST KEY NOT < HST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-HST-FIM
           END-START.
           PERFORM SOMAR-DEPOSITO-FGTS UNTIL FIM-HISTORICO-CPF.

       SOMAR-DEPOSITO-FGTS.
           READ ARQUIVO-HOLHIST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-HST-FIM
           END-READ.
           IF NOT FIM-HISTORICO-CPF
               IF HST-CPF NOT = WS-CPF
                   MOVE 'S' TO WS-HST-FIM
               ELSE
                   IF HST-VALOR-FGTS IS NUMERIC
                      AND HST-COMPETENCIA NOT = WS-COMPETENCIA
                      AND NOT (HST-COMPETENCIA = WS-COMPETENCIA-13O
                               AND WS-VALOR-13O > ZERO)
                       ADD HST-VALOR-FGTS TO WS-SALDO-FGTS
                   END-IF
               END-IF
           END-IF.

      *> BANCO DE HORAS: SALDO DO CPF (CREDITOS MENOS GOZOS E
      *> PAGAMENTOS) MAIS OS 'P' AINDA NAO PAGOS PELA FOLHA, A
      *> SALARIO/220 POR HORA PONDERADA. NA EFETIVACAO OS 'P' ABERTOS
      *> SAO MARCADOS 'F' E O SALDO SAI NUM MOVIMENTO 'P' JA PAGO,
      *> ZERANDO O BANCO.
       APURAR-BANCO-HORAS.
           MOVE ZERO TO WS-HORAS-BANCO WS-VALOR-BANCO
                        WS-HORAS-ABERTAS WS-HORAS-SALDO.
           IF WS-BNH-ARQ-NOVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPF TO BNH-CPF.
           MOVE LOW-VALUES TO BNH-DATA.
           MOVE ZERO TO BNH-SEQ.
           START ARQUIVO-BANCO-HORAS KEY NOT < BNH-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LER-BANCO-HORAS
                   PERFORM SOMAR-MOVTO-BANCO
                       UNTIL WS-BNH-EOF OR BNH-CPF NOT = WS-CPF
           END-START.
           COMPUTE WS-HORAS-SALDO = WS-HORAS-BANCO - WS-HORAS-ABERTAS.
           IF WS-HORAS-BANCO > ZERO
               COMPUTE WS-VALOR-BANCO ROUNDED =
                   WS-HORAS-BANCO * WS-SALARIO / 220
           ELSE
               MOVE ZERO TO WS-HORAS-BANCO
           END-IF.

       LER-BANCO-HORAS.
           READ ARQUIVO-BANCO-HORAS NEXT RECORD.

       SOMAR-MOVTO-BANCO.
           EVALUATE TRUE
               WHEN BNH-CREDITO
                   ADD BNH-HORAS TO WS-HORAS-BANCO
               WHEN BNH-GOZO
                   SUBTRACT BNH-HORAS FROM WS-HORAS-BANCO
               WHEN BNH-PAGTO AND BNH-PAGO-FOLHA
                   SUBTRACT BNH-HORAS FROM WS-HORAS-BANCO
               WHEN BNH-PAGTO
                   ADD BNH-HORAS TO WS-HORAS-ABERTAS
                   IF EFETIVANDO
                       MOVE 'F' TO BNH-SITUACAO
                       REWRITE REGISTRO-BANCO-HORAS
                   END-IF
           END-EVALUATE.
           PERFORM LER-BANCO-HORAS.

      *> O SALDO PAGO NO ACERTO (SEM OS 'P' ABERTOS, JA BAIXADOS NA
      *> LEITURA) VIRA UM MOVIMENTO 'P' JA MARCADO 'F', NA DATA DO
      *> DESLIGAMENTO; A SEQUENCIA RESOLVE REPETIDOS.
       BAIXAR-BANCO-HORAS.
           MOVE WS-CPF TO BNH-CPF.
           MOVE WS-DATA-DESL TO BNH-DATA.
           MOVE ZERO TO BNH-SEQ.
           MOVE 'N' TO WS-GRAVADO.
           PERFORM TENTAR-GRAVAR-MOVIMENTO
               UNTIL MOVTO-GRAVADO OR BNH-SEQ > 98.

       TENTAR-GRAVAR-MOVIMENTO.
           ADD 1 TO BNH-SEQ.
           MOVE 'P' TO BNH-TIPO.
           MOVE WS-HORAS-SALDO TO BNH-HORAS.
           MOVE 'F' TO BNH-SITUACAO.
           MOVE WS-NOME-COMPLETO TO BNH-EMPREGADO.
           WRITE REGISTRO-BANCO-HORAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-GRAVADO
           END-WRITE.

      *> EMPRESTIMOS ATIVOS DO CPF: O SALDO DEVEDOR (AS PARCELAS EM
      *> ABERTO) E DESCONTADO ATE O LIQUIDO DISPONIVEL, CONTRATO A
      *> CONTRATO. NA EFETIVACAO O CONTRATO COBERTO FICA QUITADO; O
      *> QUE NAO COUBE FICA NO SALDO DEVEDOR, COM AVISO, PARA COBRANCA
      *> DIRETA.
       APURAR-EMPRESTIMOS.
           MOVE ZERO TO WS-VALOR-EMPRESTIMO WS-QTD-PARCELAS
                        WS-EMPREST-ABERTO.
           IF WS-FIN-ARQ-NOVO
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO FIN-NUMERO.
           START ARQUIVO-EMPRESTIMOS KEY NOT < FIN-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LER-CONTRATO
                   PERFORM ACERTAR-CONTRATO UNTIL WS-FIN-EOF
           END-START.

       LER-CONTRATO.
           READ ARQUIVO-EMPRESTIMOS NEXT RECORD.

       ACERTAR-CONTRATO.
           IF FIN-ATIVO AND FIN-CPF = WS-CPF
               MOVE FIN-SALDO-DEVEDOR TO WS-SALDO-EMPREST
               COMPUTE WS-DESCONTO-CTR = WS-DISPONIVEL
                   - WS-VALOR-EMPRESTIMO
               IF WS-DISPONIVEL - WS-VALOR-EMPRESTIMO <= ZERO
                   MOVE ZERO TO WS-DESCONTO-CTR
               END-IF
               IF WS-DESCONTO-CTR > WS-SALDO-EMPREST
                   MOVE WS-SALDO-EMPREST TO WS-DESCONTO-CTR
               END-IF
               ADD WS-DESCONTO-CTR TO WS-VALOR-EMPRESTIMO
               COMPUTE WS-EMPREST-ABERTO = WS-EMPREST-ABERTO
                   + WS-SALDO-EMPREST - WS-DESCONTO-CTR
               IF WS-DESCONTO-CTR = WS-SALDO-EMPREST
                   COMPUTE WS-QTD-PARCELAS = WS-QTD-PARCELAS
                       + FIN-QTD-PARCELAS - FIN-PARCELAS-PAGAS
               END-IF
               IF EFETIVANDO AND WS-DESCONTO-CTR > ZERO
                   PERFORM BAIXAR-CONTRATO
               END-IF
           END-IF.
           PERFORM LER-CONTRATO.

       BAIXAR-CONTRATO.
           SUBTRACT WS-DESCONTO-CTR FROM FIN-SALDO-DEVEDOR.
           MOVE WS-DATA-DESL TO FIN-DATA-ULT-PAGTO.
           IF FIN-SALDO-DEVEDOR = ZERO
               MOVE FIN-QTD-PARCELAS TO FIN-PARCELAS-PAGAS
               MOVE 'Q' TO FIN-SITUACAO
           END-IF.
           REWRITE REGISTRO-EMPRESTIMO
               INVALID KEY
                   DISPLAY 'ERRO AO ACERTAR O CONTRATO ' FIN-NUMERO
           END-REWRITE.

      *> INSS PROGRESSIVO SOBRE WS-BASE-CALCULO: PELA TABELA VIGENTE
      *> QUANDO CARREGADA (A FAIXA FINAL DE ALIQUOTA ZERO FAZ O TETO),
      *> SENAO PELAS FAIXAS INTERNAS HISTORICAS DE 2024.
       CALCULAR-INSS.
           MOVE ZERO TO WS-VALOR-INSS.
           IF WS-BASE-CALCULO = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF TABELAS-CARREGADAS
               MOVE ZERO TO WS-LIMITE-ANTERIOR
               MOVE 'N' TO WS-FAIXA-FINAL
               PERFORM APURAR-FAIXA-INSS
                   VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > TBL-INSS-QTD
                      OR WS-ULTIMA-FAIXA
           ELSE
               PERFORM CALCULAR-INSS-HISTORICO
           END-IF.

       APURAR-FAIXA-INSS.
           IF WS-BASE-CALCULO > TBL-INSS-LIMITE(WS-FAIXA-IDX)
               COMPUTE WS-VALOR-INSS ROUNDED = WS-VALOR-INSS
                   + (TBL-INSS-LIMITE(WS-FAIXA-IDX)
                      - WS-LIMITE-ANTERIOR)
                   * TBL-INSS-ALIQ(WS-FAIXA-IDX)
               MOVE TBL-INSS-LIMITE(WS-FAIXA-IDX)
                   TO WS-LIMITE-ANTERIOR
           ELSE
               COMPUTE WS-VALOR-INSS ROUNDED = WS-VALOR-INSS
                   + (WS-BASE-CALCULO - WS-LIMITE-ANTERIOR)
                   * TBL-INSS-ALIQ(WS-FAIXA-IDX)
               MOVE 'S' TO WS-FAIXA-FINAL
           END-IF.

       CALCULAR-INSS-HISTORICO.
           EVALUATE TRUE
               WHEN WS-BASE-CALCULO <= 1412.00
                   COMPUTE WS-VALOR-INSS ROUNDED =
                       WS-BASE-CALCULO * 0.075
               WHEN WS-BASE-CALCULO <= 2666.68
                   COMPUTE WS-VALOR-INSS ROUNDED =
                       1412.00 * 0.075
                       + (WS-BASE-CALCULO - 1412.00) * 0.09
               WHEN WS-BASE-CALCULO <= 4000.03
                   COMPUTE WS-VALOR-INSS ROUNDED =
                       1412.00 * 0.075
                       + (2666.68 - 1412.00) * 0.09
                       + (WS-BASE-CALCULO - 2666.68) * 0.12
               WHEN WS-BASE-CALCULO <= 7786.02
                   COMPUTE WS-VALOR-INSS ROUNDED =
                       1412.00 * 0.075
                       + (2666.68 - 1412.00) * 0.09
                       + (4000.03 - 2666.68) * 0.12
                       + (WS-BASE-CALCULO - 4000.03) * 0.14
               WHEN OTHER
                   COMPUTE WS-VALOR-INSS ROUNDED =
                       1412.00 * 0.075
                       + (2666.68 - 1412.00) * 0.09
                       + (4000.03 - 2666.68) * 0.12
                       + (7786.02 - 4000.03) * 0.14
           END-EVALUATE.

      *> IRRF SOBRE WS-BASE-CALCULO MENOS O INSS JA APURADO E A
      *> DEDUCAO DOS DEPENDENTES.
       CALCULAR-IRRF.
           MOVE ZERO TO WS-VALOR-IRRF.
           IF WS-BASE-CALCULO = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BASE-IRRF = WS-BASE-CALCULO - WS-VALOR-INSS.
           IF WS-DEDUCAO-DEP < WS-BASE-IRRF
               SUBTRACT WS-DEDUCAO-DEP FROM WS-BASE-IRRF
           ELSE
               MOVE ZERO TO WS-BASE-IRRF
           END-IF.
           IF TABELAS-CARREGADAS
               MOVE 'N' TO WS-FAIXA-FINAL
               PERFORM APURAR-FAIXA-IRRF
                   VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > TBL-IRRF-QTD
                      OR WS-ULTIMA-FAIXA
           ELSE
               PERFORM CALCULAR-IRRF-HISTORICO
           END-IF.
           IF WS-VALOR-IRRF < ZERO
               MOVE ZERO TO WS-VALOR-IRRF
           END-IF.

       APURAR-FAIXA-IRRF.
           IF WS-BASE-IRRF <= TBL-IRRF-LIMITE(WS-FAIXA-IDX)
               COMPUTE WS-VALOR-IRRF ROUNDED =
                   WS-BASE-IRRF * TBL-IRRF-ALIQ(WS-FAIXA-IDX)
                   - TBL-IRRF-DEDUZIR(WS-FAIXA-IDX)
               MOVE 'S' TO WS-FAIXA-FINAL
           END-IF.

       CALCULAR-IRRF-HISTORICO.
           EVALUATE TRUE
               WHEN WS-BASE-IRRF <= 2259.20
                   MOVE ZERO TO WS-VALOR-IRRF
               WHEN WS-BASE-IRRF <= 2826.65
                   COMPUTE WS-VALOR-IRRF ROUNDED =
                       WS-BASE-IRRF * 0.075 - 169.44
               WHEN WS-BASE-IRRF <= 3751.05
                   COMPUTE WS-VALOR-IRRF ROUNDED =
                       WS-BASE-IRRF * 0.15 - 381.44
               WHEN WS-BASE-IRRF <= 4664.68
                   COMPUTE WS-VALOR-IRRF ROUNDED =
                       WS-BASE-IRRF * 0.225 - 662.77
               WHEN OTHER
                   COMPUTE WS-VALOR-IRRF ROUNDED =
                       WS-BASE-IRRF * 0.275 - 896.00
           END-EVALUATE.

      *> QUADRO DA RESCISAO NA TELA, ANTES DA CONFIRMACAO.
       EXIBIR-RESCISAO.
           DISPLAY '------------------------------------------------'.
           DISPLAY ' RESCISAO - ' FUNCTION TRIM(WS-DESCRICAO-TIPO)
                   ' EM ' WS-DATA-DESL.
           IF NOT TEM-CONTROLE-FERIAS
               DISPLAY ' AVISO: EMPREGADO FORA DO CONTROLE DE FERIAS '
                       '(FER0001A) -- SEM FERIAS E SEM TEMPO DE CASA.'
           ELSE
               DISPLAY ' ADMISSAO: ' WS-DATA-ADMISSAO
                       ' ANOS DE CASA: ' WS-ANOS-CASA
           END-IF.
           MOVE WS-SALARIO TO WS-VALOR-EDITADO.
           DISPLAY ' SALARIO-BASE...........: ' WS-VALOR-EDITADO.
           MOVE WS-SALDO-SALARIO TO WS-VALOR-EDITADO.
           DISPLAY ' SALDO DE SALARIO (' WS-DIAS-SALDO ' D): '
                   WS-VALOR-EDITADO.
           IF WS-DIAS-AVISO > ZERO
               MOVE WS-VALOR-AVISO TO WS-VALOR-EDITADO
               DISPLAY ' AVISO INDENIZADO (' WS-DIAS-AVISO ' D): '
                       WS-VALOR-EDITADO
           END-IF.
           IF WS-DIAS-FERIAS > ZERO
               MOVE WS-FERIAS-VENCIDAS TO WS-DIAS-EDITADO
               DISPLAY ' FERIAS VENCIDAS........: ' WS-DIAS-EDITADO
                       ' DIAS'
               MOVE WS-FERIAS-PROPORC TO WS-DIAS-EDITADO
               DISPLAY ' FERIAS PROPORCIONAIS...: ' WS-DIAS-EDITADO
                       ' DIAS'
               MOVE WS-VALOR-FERIAS TO WS-VALOR-EDITADO
               DISPLAY ' FERIAS.................: ' WS-VALOR-EDITADO
               MOVE WS-VALOR-TERCO TO WS-VALOR-EDITADO
               DISPLAY ' 1/3 CONSTITUCIONAL.....: ' WS-VALOR-EDITADO
           END-IF.
           IF WS-VALOR-BANCO > ZERO
               MOVE WS-HORAS-BANCO TO WS-HORAS-EDITADO
               MOVE WS-VALOR-BANCO TO WS-VALOR-EDITADO
               DISPLAY ' BANCO DE HORAS (' WS-HORAS-EDITADO ' H): '
                       WS-VALOR-EDITADO
           END-IF.
           MOVE WS-BRUTO TO WS-VALOR-EDITADO.
           DISPLAY ' BRUTO DA RESCISAO......: ' WS-VALOR-EDITADO.
           MOVE WS-INSS-MES TO WS-VALOR-EDITADO.
           DISPLAY ' INSS...................: ' WS-VALOR-EDITADO.
           MOVE WS-IRRF-MES TO WS-VALOR-EDITADO.
           DISPLAY ' IRRF...................: ' WS-VALOR-EDITADO.
           IF WS-DEDUCAO-DEP > ZERO
               MOVE WS-DEDUCAO-DEP TO WS-VALOR-EDITADO
               DISPLAY ' DEDUCAO DEPENDENTES (' WRK-DPD-QTD-IRRF
                       '): ' WS-VALOR-EDITADO
           END-IF.
           IF WS-VALOR-EMPRESTIMO > ZERO
               MOVE WS-VALOR-EMPRESTIMO TO WS-VALOR-EDITADO
               DISPLAY ' EMPRESTIMOS (SALDO)....: ' WS-VALOR-EDITADO
           END-IF.
           IF WS-EMPREST-ABERTO > ZERO
               MOVE WS-EMPREST-ABERTO TO WS-VALOR-EDITADO
               DISPLAY ' AVISO: SALDO DE EMPRESTIMO NAO COBERTO PELA '
                       'RESCISAO: ' WS-VALOR-EDITADO
                       ' (COBRANCA DIRETA).'
           END-IF.
           MOVE WS-LIQUIDO TO WS-LIQUIDO-EDITADO.
           DISPLAY ' LIQUIDO DA RESCISAO....: ' WS-LIQUIDO-EDITADO.
           COMPUTE WS-VALOR-EDITADO = WS-FGTS-MES + WS-FGTS-13O.
           DISPLAY ' FGTS DO ACERTO (8%)....: ' WS-VALOR-EDITADO.
           IF WS-MULTA-FGTS > ZERO
               MOVE WS-MULTA-FGTS TO WS-VALOR-EDITADO
               DISPLAY ' MULTA RESCISORIA FGTS..: ' WS-VALOR-EDITADO
           END-IF.
           IF DECIMO-JA-QUITADO
               DISPLAY ' 13O DO ANO JA QUITADO (DEC0001A PARCELA 2).'
           END-IF.
           IF WS-VALOR-13O > ZERO
               MOVE WS-VALOR-13O TO WS-VALOR-EDITADO
               DISPLAY ' 13O PROPORCIONAL (' WS-MESES-13O '/12): '
                       WS-VALOR-EDITADO
               IF WS-ADIANTAMENTO > ZERO
                   MOVE WS-ADIANTAMENTO TO WS-VALOR-EDITADO
                   DISPLAY ' ADIANTAMENTO 13O.......: '
                           WS-VALOR-EDITADO
               END-IF
               MOVE WS-INSS-13O TO WS-VALOR-EDITADO
               DISPLAY ' INSS 13O...............: ' WS-VALOR-EDITADO
               MOVE WS-IRRF-13O TO WS-VALOR-EDITADO
               DISPLAY ' IRRF 13O...............: ' WS-VALOR-EDITADO
               MOVE WS-LIQUIDO-13O TO WS-LIQUIDO-EDITADO
               DISPLAY ' LIQUIDO 13O............: ' WS-LIQUIDO-EDITADO
           END-IF.
           DISPLAY '------------------------------------------------'.

      *> GRAVA O HOLERITE FINAL (IMPRESSO E HISTORICO), ACERTA O
      *> BANCO DE HORAS E AS FERIAS E MARCA O EMPREGADO. OS
      *> EMPRESTIMOS JA FORAM BAIXADOS NO CALCULO DA EFETIVACAO.
       EFETIVAR-RESCISAO.
           IF WS-HORAS-SALDO > ZERO
               PERFORM BAIXAR-BANCO-HORAS
           END-IF.
           PERFORM BAIXAR-FERIAS.
           PERFORM GRAVAR-HISTORICO.
           PERFORM GRAVAR-HOLERITE.
           PERFORM MARCAR-DESLIGADO.
           DISPLAY 'RESCISAO GRAVADA. EMPREGADO DESLIGADO EM '
                   WS-DATA-DESL '.'.

      *> AS FERIAS PAGAS NO ACERTO ZERAM O SALDO E CANCELAM QUALQUER
      *> PEDIDO EM ANDAMENTO.
       BAIXAR-FERIAS.
           IF TEM-CONTROLE-FERIAS
               MOVE REG-NOME TO FER-EMPREGADO
               READ ARQUIVO-FERIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZERO TO FER-SALDO-DIAS
                       MOVE SPACE TO FER-AGD-SITUACAO
                       REWRITE REGISTRO-FERIAS
               END-READ
           END-IF.

      *> HOLERITE DE RESCISAO NA COMPETENCIA DO DESLIGAMENTO (TIPO
      *> 'R'; SUBSTITUI O DA FOLHA SE ELA JA TIVER RODADO O MES) E O
      *> 13O PROPORCIONAL NA PSEUDO-COMPETENCIA 'AAAA13', COM O QUADRO
      *> COMPLETO COMO NA PARCELA 2 -- E DAI QUE O INF0001A SOMA.
       GRAVAR-HISTORICO.
           MOVE WS-CPF             TO HST-CPF.
           MOVE WS-COMPETENCIA     TO HST-COMPETENCIA.
           MOVE WS-NOME-COMPLETO   TO HST-EMPREGADO.
           MOVE REG-CARGO          TO HST-CARGO.
           MOVE WS-SALARIO         TO HST-SALARIO-BASE.
           MOVE WS-VALOR-FERIAS    TO HST-VALOR-FERIAS.
           MOVE WS-VALOR-TERCO     TO HST-VALOR-TERCO.
           IF WS-DIAS-FERIAS > 99
               MOVE 99 TO HST-DIAS-FERIAS
           ELSE
               MOVE WS-DIAS-FERIAS TO HST-DIAS-FERIAS
           END-IF.
           MOVE WS-BRUTO           TO HST-BRUTO.
           MOVE WS-INSS-MES        TO HST-VALOR-INSS.
           MOVE WS-IRRF-MES        TO HST-VALOR-IRRF.
           MOVE ZERO TO HST-VALOR-FALTAS HST-DIAS-FALTA
                        HST-VALOR-CONSUMO HST-CONSUMO-SALDO.
           MOVE WS-VALOR-EMPRESTIMO TO HST-VALOR-EMPRESTIMO.
           IF WS-QTD-PARCELAS > 99
               MOVE 99 TO HST-QTD-PARCELAS
           ELSE
               MOVE WS-QTD-PARCELAS TO HST-QTD-PARCELAS
           END-IF.
           MOVE WS-LIQUIDO         TO HST-LIQUIDO.
           PERFORM CARIMBAR-TABELAS.
           MOVE 'R'                TO HST-TIPO-HOLERITE.
           MOVE WS-SALDO-SALARIO   TO HST-SALDO-SALARIO.
           MOVE WS-VALOR-AVISO     TO HST-VALOR-AVISO.
           MOVE WS-VALOR-BANCO     TO HST-VALOR-BANCO.
           MOVE WS-BASE-FGTS       TO HST-BASE-FGTS.
           MOVE WS-FGTS-MES        TO HST-VALOR-FGTS.
           MOVE WS-MULTA-FGTS      TO HST-MULTA-FGTS.
           MOVE WRK-DPD-QTD-IRRF   TO HST-QTD-DEP-IRRF.
           MOVE WS-DEDUCAO-DEP     TO HST-DEDUCAO-DEP.
           MOVE ZERO TO HST-QTD-SALFAM HST-SALARIO-FAMILIA.
           MOVE ZERO TO HST-QTD-RUBRICAS HST-RUB-PROVENTOS
                        HST-RUB-DESCONTOS HST-RUB-ISENTOS-IRRF.
           INITIALIZE HST-RUBRICAS-TABELA.
           WRITE REGISTRO-HOLERITE-HIST
               INVALID KEY
                   REWRITE REGISTRO-HOLERITE-HIST
           END-WRITE.

           IF WS-VALOR-13O > ZERO
               MOVE WS-COMPETENCIA-13O TO HST-COMPETENCIA
               MOVE ZERO TO HST-VALOR-FERIAS HST-VALOR-TERCO
                            HST-DIAS-FERIAS HST-VALOR-EMPRESTIMO
                            HST-QTD-PARCELAS HST-SALDO-SALARIO
                            HST-VALOR-AVISO HST-VALOR-BANCO
                            HST-MULTA-FGTS
               MOVE WS-VALOR-13O   TO HST-BASE-FGTS
               MOVE WS-FGTS-13O    TO HST-VALOR-FGTS
               MOVE WS-VALOR-13O   TO HST-BRUTO
               MOVE WS-INSS-13O    TO HST-VALOR-INSS
               MOVE WS-IRRF-13O    TO HST-VALOR-IRRF
               MOVE WS-LIQUIDO-13O TO HST-LIQUIDO
               WRITE REGISTRO-HOLERITE-HIST
                   INVALID KEY
                       REWRITE REGISTRO-HOLERITE-HIST
               END-WRITE
           END-IF.

       CARIMBAR-TABELAS.
           IF TABELAS-CARREGADAS
               MOVE TBL-VERSAO-INSS TO HST-VERSAO-INSS
               MOVE TBL-VERSAO-IRRF TO HST-VERSAO-IRRF
           ELSE
               MOVE SPACES TO HST-VERSAO-INSS HST-VERSAO-IRRF
           END-IF.

      *> HOLERITE FINAL ANEXADO A HOLERITES.DAT, UMA LINHA POR VERBA.
       GRAVAR-HOLERITE.
           OPEN EXTEND ARQUIVO-HOLERITES.
           IF WS-HOL-ARQ-NOVO
               OPEN OUTPUT ARQUIVO-HOLERITES
               CLOSE ARQUIVO-HOLERITES
               OPEN EXTEND ARQUIVO-HOLERITES
           END-IF.

           MOVE WS-BRUTO TO WS-VALOR-EDITADO.
           MOVE WS-LIQUIDO TO WS-LIQUIDO-EDITADO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING 'RESCISAO ' DELIMITED BY SIZE
                  WS-NOME-COMPLETO DELIMITED BY SIZE
                  ' CPF: '     DELIMITED BY SIZE
                  WS-CPF       DELIMITED BY SIZE
                  ' DATA: '    DELIMITED BY SIZE
                  WS-DATA-DESL DELIMITED BY SIZE
                  ' BRUTO: '   DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  ' LIQUIDO: ' DELIMITED BY SIZE
                  WS-LIQUIDO-EDITADO DELIMITED BY SIZE
               INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.

           MOVE SPACES TO LINHA-HOLERITE.
           STRING '  TIPO: ' DELIMITED BY SIZE
                  WS-DESCRICAO-TIPO DELIMITED BY SIZE
               INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.

           MOVE WS-SALDO-SALARIO TO WS-VALOR-EDITADO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING '  SALDO DE SALARIO (' DELIMITED BY SIZE
                  WS-DIAS-SALDO DELIMITED BY SIZE
                  ' DIAS): ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.

           IF WS-VALOR-AVISO > ZERO
               MOVE WS-VALOR-AVISO TO WS-VALOR-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING '  AVISO PREVIO INDENIZADO (' DELIMITED BY SIZE
                      WS-DIAS-AVISO DELIMITED BY SIZE
                      ' DIAS): ' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
               WRITE LINHA-HOLERITE
           END-IF.

           IF WS-VALOR-FERIAS > ZERO
               MOVE WS-DIAS-FERIAS TO WS-DIAS-EDITADO
               MOVE WS-VALOR-FERIAS TO WS-VALOR-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING '  FERIAS VENCIDAS/PROPORC. (' DELIMITED BY SIZE
                      WS-DIAS-EDITADO DELIMITED BY SIZE
                      ' DIAS): ' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
               WRITE LINHA-HOLERITE
               MOVE WS-VALOR-TERCO TO WS-VALOR-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING '  1/3 CONSTITUCIONAL......: ' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
               WRITE LINHA-HOLERITE
           END-IF.

           IF WS-VALOR-BANCO > ZERO
               MOVE WS-HORAS-BANCO TO WS-HORAS-EDITADO
               MOVE WS-VALOR-BANCO TO WS-VALOR-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING '  BANCO DE HORAS (' DELIMITED BY SIZE
                      WS-HORAS-EDITADO DELIMITED BY SIZE
                      ' HORAS): ' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
               WRITE LINHA-HOLERITE
           END-IF.

           MOVE WS-INSS-MES TO WS-VALOR-EDITADO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING '  INSS....................: -' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.

           MOVE WS-IRRF-MES TO WS-VALOR-EDITADO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING '  IRRF....................: -' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.

           IF WS-VALOR-EMPRESTIMO > ZERO
               MOVE WS-VALOR-EMPRESTIMO TO WS-VALOR-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING '  EMPRESTIMOS (SALDO).....: -' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
               WRITE LINHA-HOLERITE
           END-IF.

           IF WS-VALOR-13O > ZERO
               MOVE WS-VALOR-13O TO WS-VALOR-EDITADO
               MOVE WS-LIQUIDO-13O TO WS-LIQUIDO-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING '  13O PROPORCIONAL (' DELIMITED BY SIZE
                      WS-MESES-13O DELIMITED BY SIZE
                      '/12): ' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                      ' LIQUIDO: ' DELIMITED BY SIZE
                      WS-LIQUIDO-EDITADO DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
               WRITE LINHA-HOLERITE
           END-IF.

           COMPUTE WS-VALOR-EDITADO = WS-FGTS-MES + WS-FGTS-13O.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING '  FGTS DO ACERTO (8%, DEPOSITO DO EMPREGADOR): '
                  DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.

           IF WS-MULTA-FGTS > ZERO
               MOVE WS-MULTA-FGTS TO WS-VALOR-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING '  MULTA RESCISORIA DO FGTS (40%): '
                      DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
               WRITE LINHA-HOLERITE
           END-IF.

           CLOSE ARQUIVO-HOLERITES.

      *> MARCA O EMPREGADO COMO DESLIGADO, REGRAVANDO O ARQUIVO
      *> INTEIRO VIA FUNCIONARIOS.NOVO (MESMO PADRAO DA MANUTENCAO).
       MARCAR-DESLIGADO.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           OPEN OUTPUT ARQUIVO-FUNCIONARIOS-NOVO.
           PERFORM LER-FUNCIONARIO.
           PERFORM COPIAR-OU-MARCAR UNTIL WS-EOF.
           CLOSE ARQUIVO-FUNCIONARIOS.
           CLOSE ARQUIVO-FUNCIONARIOS-NOVO.

           OPEN INPUT ARQUIVO-FUNCIONARIOS-NOVO.
           OPEN OUTPUT ARQUIVO-FUNCIONARIOS.
           PERFORM LER-FUNCIONARIO-NOVO.
           PERFORM REGRAVAR-FUNCIONARIO UNTIL WS-EOF-NOVO.
           CLOSE ARQUIVO-FUNCIONARIOS-NOVO.
           CLOSE ARQUIVO-FUNCIONARIOS.

       COPIAR-OU-MARCAR.
           IF REG-CPF = WS-CPF
               MOVE 'D'          TO REG-SITUACAO
               MOVE WS-DATA-DESL TO REG-DATA-DESLIGAMENTO
               MOVE WS-TIPO-DESL TO REG-TIPO-DESLIGAMENTO
           END-IF.
           WRITE REGISTRO-FUNCIONARIO-NOVO FROM REGISTRO-FUNCIONARIO.
           PERFORM LER-FUNCIONARIO.

       LER-FUNCIONARIO-NOVO.
           READ ARQUIVO-FUNCIONARIOS-NOVO.

       REGRAVAR-FUNCIONARIO.
           WRITE REGISTRO-FUNCIONARIO FROM REGISTRO-FUNCIONARIO-NOVO.
           PERFORM LER-FUNCIONARIO-NOVO.

           COPY TABIMP-PD.CPY.
           COPY DEPEND-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
