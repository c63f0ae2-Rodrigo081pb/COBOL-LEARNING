      *> FIM. EMPREGADOS DA CATEGORIA 'G' SAO INSTANCIADOS PELA CLASSE
      *> Gerente, QUE SOBRESCREVE O CALCULO COM A GRATIFICACAO DE
      *> FUNCAO E O TRATAMENTO PROPRIO DE DESCONTO: UMA RODADA SO PAGA
      *> AS DUAS POPULACOES. O EMPREGADO DESLIGADO PELA RESCISAO
      *> (RES0001A) CONTINUA NO ARQUIVO MAS SAI DA FOLHA. O FGTS DO
      *> EMPREGADOR (8% DO BRUTO AJUSTADO, FERIAS INCLUSIVE) SAI NO
      *> HOLERITE, NA PAGINA DE TOTAIS E NO HISTORICO, DE ONDE O
      *> FOL0008A GERA A REMESSA MENSAL. OS DEPENDENTES DO EMPREGADO
      *> (DEPENDENTES.DAT, DEP0001A) DEDUZEM DA BASE DO IRRF PELO
      *> VALOR VIGENTE POR DEPENDENTE, E QUEM GANHA ATE O LIMITE
      *> VIGENTE RECEBE O SALARIO-FAMILIA POR FILHO/ENTEADO ABAIXO DE
      *> 14 ANOS -- SOMADO AO LIQUIDO, FORA DO BRUTO. AS RUBRICAS
      *> RECORRENTES DO EMPREGADO (RUBRICAS-EMPREGADO.DAT, RUB0002A)
      *> VIGENTES NA COMPETENCIA ENTRAM UMA A UMA NO HOLERITE E NO
      *> HISTORICO: PROVENTO SOMA NO BRUTO, DESCONTO SAI DO LIQUIDO, E
      *> CADA UMA MEXE NAS BASES DE INSS, IRRF E FGTS CONFORME AS
      *> INCIDENCIAS DO CADASTRO (RUBRICAS.DAT, RUB0001A). COM
      *> FOLHA_SIMULACAO=S A RODADA E UMA PREVIA: CALCULA TUDO SEM
      *> GRAVAR O HISTORICO NEM MEXER EM EMPRESTIMOS, FERIAS E BANCO
      *> DE HORAS, OS HOLERITES SAEM EM HOLERITES-PREVIA.DAT E O
      *> RELATORIO PREVIA-FOLHA NO SPOOL LISTA, CONTRA A COMPETENCIA
      *> ANTERIOR, QUEM VARIOU ACIMA DE FOLHA_VARIACAO_PCT (PADRAO
      *> 10%), OS NOVOS, OS AUSENTES E OS DE LIQUIDO NEGATIVO, PARA O
      *> VISTO DO RH ANTES DA RODADA DE VERDADE. O DESCONTO DE
      *> EMPRESTIMO USA A PARCELA DO MES DE CADA CONTRATO: NA PRICE A
      *> PARCELA FIXA, NO SAC A AMORTIZACAO CONSTANTE MAIS OS JUROS
      *> SOBRE O SALDO DEVEDOR ATUAL. A RODADA DE VERDADE GRAVA UM
      *> CHECKPOINT A CADA FOLHA_CHECKPOINT_INTERVALO EMPREGADOS
      *> (PADRAO 50) COM A POSICAO EM FUNCIONARIOS.DAT, O ULTIMO CPF
      *> E OS TOTAIS ACUMULADOS; SE ELA CAIR NO MEIO, A RODADA
      *> SEGUINTE DESFAZ O QUE O BLOCO INTERROMPIDO JA TINHA GRAVADO
      *> (HISTORICO, FERIAS, BANCO DE HORAS, PAGAMENTOS E HOLERITES) E
      *> RETOMA DEPOIS DO ULTIMO CPF DO CHECKPOINT, COM OS MESMOS
      *> TOTAIS DE UMA RODADA LIMPA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARQUIVO-HOLERITES
               ASSIGN TO DYNAMIC WS-HOLERITES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGN-STATUS.

      *> CHECKPOINT DA FOLHA: A POSICAO EM FUNCIONARIOS.DAT, O ULTIMO
      *> CPF E OS TOTAIS ACUMULADOS NO ULTIMO CHECKPOINT GRAVADO.
           SELECT ARQUIVO-CHECKPOINT
               ASSIGN TO DYNAMIC WS-CKP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.

      *> IMAGEM ANTERIOR DE CADA REGISTRO DE HISTORICO, FERIAS E
      *> BANCO DE HORAS ALTERADO DEPOIS DO ULTIMO CHECKPOINT, PARA A
      *> RETOMADA DESFAZER O BLOCO INTERROMPIDO.
           SELECT ARQUIVO-DESFAZER
               ASSIGN TO DYNAMIC WS-DSF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSF-STATUS.

      *> ARQUIVO TEMPORARIO DO CORTE DE HOLERITES.DAT NA RETOMADA
      *> (FICAM OS HOLERITES ATE O CHECKPOINT).
           SELECT ARQUIVO-HOLERITES-NOVO
               ASSIGN TO 'HOLERITES.NOVO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLN-STATUS.

           SELECT ARQUIVO-HOLHIST
               ASSIGN TO DYNAMIC WS-HOLHIST-PATH
               ORGANIZATION IS INDEXED
               RECORD KEY IS BNH-CHAVE
               FILE STATUS IS WS-BNH-STATUS.

           SELECT ARQUIVO-VENDAS ASSIGN TO DYNAMIC WS-VENDAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEN-STATUS.

           SELECT ARQUIVO-DEPENDENTES
               ASSIGN TO DYNAMIC WRK-DEPENDENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-DPD-STATUS.

           SELECT ARQUIVO-RUBRICAS ASSIGN TO DYNAMIC WS-RUBRICAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUB-CODIGO
               FILE STATUS IS WS-RUB-STATUS.

           SELECT ARQUIVO-RUBEMP ASSIGN TO DYNAMIC WS-RUBEMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WS-REM-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-FUNCIONARIOS.
           05 PGN-DATA   PIC X(08).
           05 PGN-COMPETENCIA PIC X(06).

      *> O TOTAL LIQUIDO PODE SER NEGATIVO: SINAL SEPARADO NA FRENTE.
      *> CHECKPOINT COM POSICAO ZERO = NADA A RETOMAR (O BLOCO SEGUE
      *> VALENDO, PARA O DESFAZER NAO PEGAR IMAGEM DE RODADA ENCERRADA).
       FD ARQUIVO-CHECKPOINT.
       01 REGISTRO-CHECKPOINT.
           05 CKP-COMPETENCIA     PIC X(06).
           05 CKP-BLOCO           PIC 9(07).
           05 CKP-LIDOS           PIC 9(05).
           05 CKP-ULTIMO-CPF      PIC X(14).
           05 CKP-CONTADOR        PIC 9(05).
           05 CKP-QTD-DESLIGADOS  PIC 9(05).
           05 CKP-HIST-SEM-CPF    PIC 9(03).
           05 CKP-PAG-EMITIDOS    PIC 9(05).
           05 CKP-TOTAL-BRUTO     PIC 9(9)V99.
           05 CKP-TOTAL-LIQUIDO   PIC S9(9)V99
                                  SIGN IS LEADING SEPARATE.
           05 CKP-TOTAL-DESCONTOS PIC 9(9)V99.
           05 CKP-TOTAL-FGTS      PIC 9(9)V99.
           05 CKP-TOTAL-SALFAM    PIC 9(9)V99.
           05 CKP-TOTAL-RUB-PROV  PIC 9(9)V99.
           05 CKP-TOTAL-RUB-DESC  PIC 9(9)V99.

      *> TIPO 'F' FERIAS, 'B' BANCO DE HORAS, 'H' HISTORICO QUE JA
      *> EXISTIA E 'N' HISTORICO NOVO (SO A CHAVE: DESFAZER E APAGAR).
      *> O BLOCO E O NUMERO DE CHECKPOINTS JA GRAVADOS NA HORA DA
      *> ALTERACAO.
       FD ARQUIVO-DESFAZER.
       01 REGISTRO-DESFAZER.
           05 DSF-BLOCO  PIC 9(07).
           05 DSF-TIPO   PIC X(01).
               88 DSF-FERIAS          VALUE 'F'.
               88 DSF-BANCO           VALUE 'B'.
               88 DSF-HISTORICO       VALUE 'H'.
               88 DSF-HISTORICO-NOVO  VALUE 'N'.
           05 DSF-IMAGEM PIC X(800).

       FD ARQUIVO-HOLERITES-NOVO
           RECORD CONTAINS 160 CHARACTERS.
       01 LINHA-HOLERITE-NOVO PIC X(160).

      *> HISTORICO ESTRUTURADO DE HOLERITES: UM REGISTRO POR CPF E
      *> COMPETENCIA, COM O BRUTO, CADA DESCONTO E O LIQUIDO --
      *> SOBREVIVE AS RODADAS (HOLERITES.DAT E IMAGEM DE IMPRESSAO E
       FD ARQUIVO-BANCO-HORAS.
           COPY BANCOHORAS-FD.CPY.

      *> CONSUMO DE FUNCIONARIO NA SORVETERIA (VEN0001A, FORMA 'F'):
      *> AS LINHAS DO MES, VENDAS MENOS ESTORNOS (VEN0004A), SAO
      *> DESCONTADAS EM FOLHA.
       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.

      *> DEPENDENTES DOS EMPREGADOS (DEP0001A): CONTADOS POR CPF NA
      *> COMPETENCIA PARA A DEDUCAO DO IRRF E O SALARIO-FAMILIA.
       FD ARQUIVO-DEPENDENTES.
           COPY DEPENDENTES-FD.CPY.

      *> RUBRICAS RECORRENTES: O CADASTRO (RUB0001A) E OS LANCAMENTOS
      *> POR EMPREGADO COM VIGENCIA (RUB0002A).
       FD ARQUIVO-RUBRICAS.
           COPY RUBRICAS-FD.CPY.

       FD ARQUIVO-RUBEMP.
           COPY RUBEMP-FD.CPY.

      *> RELATORIO DE VARIACOES DA PREVIA, NO SPOOL PADRAO.
       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS    PIC XX.
           88 WS-OK    VALUE '00'.

       01 WS-HOL-STATUS     PIC XX.
           88 WS-HOL-OK VALUE '00'.
       01 WS-HOLERITES-PATH PIC X(100).

      *> MES DE FERIAS (FER0001A): EMPREGADO COM FERIAS APROVADAS
      *> PARA A COMPETENCIA RECEBE O TERCO CONSTITUCIONAL SOBRE OS
       01 WS-QTD-PARCELAS-EMP   PIC 9(02) VALUE ZERO.
       01 WS-LIQUIDO-FINAL      PIC S9(07)V99 VALUE ZERO.

      *> CHECKPOINT E RETOMADA: WS-CKP-LIDOS CONTA OS REGISTROS DE
      *> FUNCIONARIOS.DAT JA TRATADOS (DESLIGADOS INCLUSIVE) E
      *> WS-CKP-DESDE OS EMPREGADOS CALCULADOS DESDE O ULTIMO
      *> CHECKPOINT. NA RETOMADA, WS-PAG-MANTER E QUANTAS LINHAS DE
      *> PAGAMENTO DA COMPETENCIA O CHECKPOINT JA COBRIA.
       01 WS-CKP-STATUS PIC XX.
           88 WS-CKP-OK       VALUE '00'.
           88 WS-CKP-ARQ-NOVO VALUE '35'.
       01 WS-CKP-PATH PIC X(100).
       01 WS-DSF-STATUS PIC XX.
           88 WS-DSF-OK       VALUE '00'.
           88 WS-DSF-ARQ-NOVO VALUE '35'.
       01 WS-DSF-PATH PIC X(100).
       01 WS-HLN-STATUS PIC XX.
           88 WS-HLN-OK  VALUE '00'.
           88 WS-HLN-EOF VALUE '10'.
       01 WS-CKP-INTERVALO-ENT PIC X(06).
       01 WS-CKP-INTERVALO  PIC 9(05) VALUE 50.
       01 WS-CKP-DESDE      PIC 9(05) VALUE ZERO.
       01 WS-CKP-BLOCO      PIC 9(07) VALUE ZERO.
       01 WS-CKP-LIDOS      PIC 9(05) VALUE ZERO.
       01 WS-CKP-RETOMAR-APOS PIC 9(05) VALUE ZERO.
       01 WS-CKP-ULTIMO-CPF PIC X(14).
       01 WS-CKP-CPF-LIDO   PIC X(14).
       01 WS-RETOMADA       PIC X(01) VALUE 'N'.
           88 RODADA-RETOMADA VALUE 'S'.
       01 WS-PAG-EMITIDOS   PIC 9(05) VALUE ZERO.
       01 WS-PAG-MANTER     PIC 9(05) VALUE ZERO.
       01 WS-DSF-QTD        PIC 9(05) VALUE ZERO.
       01 WS-HLN-CABECALHOS PIC 9(05) VALUE ZERO.
       01 WS-HLN-CORTE      PIC X(01).
           88 CORTE-ALCANCADO VALUE 'S'.
       01 WS-DSF-REGISTRO.
           05 WS-DSF-BLOCO  PIC 9(07).
           05 WS-DSF-TIPO   PIC X(01).
           05 WS-DSF-IMAGEM PIC X(800).

       01 WS-HST-STATUS     PIC XX.
           88 WS-HST-OK       VALUE '00'.
           88 WS-HST-EOF      VALUE '10'.
           88 WS-HST-DUPLICADO VALUE '22'.
           88 WS-HST-ARQ-NOVO VALUE '35'.
       01 WS-HOLHIST-PATH   PIC X(100).
       01 WS-HORAS-BANCO PIC 9(05)V99 VALUE ZERO.
       01 WS-VALOR-BANCO PIC 9(07)V99 VALUE ZERO.

      *> CONSUMO DE FUNCIONARIO: O DO MES (CARREGADO NA ABERTURA POR
      *> CPF) MAIS O SALDO QUE FICOU DA COMPETENCIA ANTERIOR
      *> (HOLERITES-HIST.DAT) E DESCONTADO ATE O TETO DE
      *> FOLHA_CONSUMO_PCT POR CENTO DO LIQUIDO (PADRAO 30); O QUE
      *> PASSAR DO TETO FICA DE SALDO PARA A COMPETENCIA SEGUINTE.
       01 WS-VEN-STATUS PIC XX.
           88 WS-VEN-OK       VALUE '00'.
           88 WS-VEN-EOF      VALUE '10'.
           88 WS-VEN-ARQ-NOVO VALUE '35'.
       01 WS-VENDAS-PATH PIC X(100).

       01 WS-CSM-TABELA.
           05 WS-CSM-ITEM OCCURS 200 TIMES.
               10 WS-CSM-CPF   PIC X(14).
               10 WS-CSM-VALOR PIC S9(07)V99.
       01 WS-CSM-QTD PIC 9(03) COMP VALUE 0.
       01 WS-CSM-IDX PIC 9(03) COMP VALUE 0.
       01 WS-CSM-ACHADO PIC X(01).
           88 CONSUMO-NA-TABELA VALUE 'S'.

       01 WS-COMP-ANTERIOR.
           05 WS-COMP-ANT-ANO PIC 9(04).
           05 WS-COMP-ANT-MES PIC 9(02).
       01 WS-CONSUMO-PCT-ENT PIC X(06).
       01 WS-CONSUMO-PCT     PIC 9(03) VALUE 30.
       01 WS-CONSUMO-MES     PIC S9(07)V99 VALUE ZERO.
       01 WS-CONSUMO-ANTERIOR PIC 9(07)V99 VALUE ZERO.
       01 WS-CONSUMO-DEVIDO  PIC S9(07)V99 VALUE ZERO.
       01 WS-CONSUMO-TETO    PIC 9(07)V99 VALUE ZERO.
       01 WS-VALOR-CONSUMO   PIC 9(07)V99 VALUE ZERO.
       01 WS-CONSUMO-SALDO   PIC 9(07)V99 VALUE ZERO.

       01 WS-TEM-FERIAS     PIC X(01) VALUE 'N'.
           88 MES-DE-FERIAS VALUE 'S'.
       01 WS-DIAS-FERIAS    PIC 9(02) VALUE ZERO.
       01 WS-VALOR-TERCO    PIC 9(07)V99 VALUE ZERO.
       01 WS-BRUTO-AJUSTADO PIC 9(07)V99 VALUE ZERO.

      *> FGTS: ENCARGO DO EMPREGADOR SOBRE A REMUNERACAO DO MES, FORA
      *> DO LIQUIDO.
       01 WS-ALIQ-FGTS      PIC V99 VALUE 0.08.
       01 WS-VALOR-FGTS     PIC 9(07)V99 VALUE ZERO.
       01 WS-TOTAL-FGTS     PIC 9(9)V99 VALUE ZERO.

      *> DEPENDENTES: DEDUCAO DA BASE DO IRRF (QUANTIDADE X VALOR
      *> VIGENTE, REPASSADA AS CLASSES POR setDeducaoDependentes) E
      *> SALARIO-FAMILIA (COTA VIGENTE POR DEPENDENTE, PAGA SE O BRUTO
      *> NAO PASSA DO LIMITE). O SALARIO-FAMILIA E PAGO PELA EMPRESA E
      *> COMPENSADO NO INSS: ENTRA NO LIQUIDO, NAO NO BRUTO.
       01 WS-DATA-REF-DEP   PIC X(08).
       01 WS-DEDUCAO-DEP    PIC 9(07)V99 VALUE ZERO.
       01 WS-VALOR-SALFAM   PIC 9(07)V99 VALUE ZERO.
       01 WS-QTD-SALFAM     PIC 9(02) VALUE ZERO.
       01 WS-TOTAL-SALFAM   PIC 9(9)V99 VALUE ZERO.

      *> RUBRICAS RECORRENTES: O CADASTRO FICA EM MEMORIA E OS
      *> LANCAMENTOS DO EMPREGADO SAO LIDOS PELO CPF. PROVENTO ENTRA
      *> NO BRUTO; A BASE DAS CLASSES (INSS, E DELA O IRRF) E O BRUTO
      *> SEM OS PROVENTOS QUE NAO TRIBUTAM NO INSS E SEM OS DESCONTOS
      *> QUE ABATEM DO INSS; PROVENTO DO INSS QUE NAO TRIBUTA NO IRRF
      *> E DESCONTO QUE SO ABATE DO IRRF VAO JUNTO COM A DEDUCAO DOS
      *> DEPENDENTES (setDeducaoDependentes); O QUE FICOU FORA DA BASE
      *> DAS CLASSES ACERTA O LIQUIDO DEPOIS. O FGTS TEM BASE PROPRIA.
       01 WS-RUB-STATUS PIC XX.
           88 WS-RUB-OK       VALUE '00'.
           88 WS-RUB-EOF      VALUE '10'.
           88 WS-RUB-ARQ-NOVO VALUE '35'.
       01 WS-RUBRICAS-PATH PIC X(100).
       01 WS-REM-STATUS PIC XX.
           88 WS-REM-OK       VALUE '00'.
           88 WS-REM-ARQ-NOVO VALUE '35'.
       01 WS-RUBEMP-PATH PIC X(100).
       01 WS-RUBEMP-EXISTE PIC X(01) VALUE 'N'.
           88 RUBEMP-EXISTE VALUE 'S'.
       01 WS-FIM-RUBEMP PIC X(01).
           88 FIM-RUBEMP VALUE 'S'.

       01 WS-CADRUB-TABELA.
           05 WS-CADRUB-ITEM OCCURS 50 TIMES.
               10 WS-CADRUB-CODIGO    PIC X(04).
               10 WS-CADRUB-DESCRICAO PIC X(25).
               10 WS-CADRUB-TIPO      PIC X(01).
               10 WS-CADRUB-INSS      PIC X(01).
               10 WS-CADRUB-IRRF      PIC X(01).
               10 WS-CADRUB-FGTS      PIC X(01).
       01 WS-CADRUB-QTD PIC 9(03) COMP VALUE 0.
       01 WS-CADRUB-IDX PIC 9(03) COMP VALUE 0.
       01 WS-CADRUB-POS PIC 9(03) COMP VALUE 0.

       01 WS-RUBEMP-TABELA.
           05 WS-RUBEMP-ITEM OCCURS 10 TIMES.
               10 WS-RUBEMP-CODIGO    PIC X(04).
               10 WS-RUBEMP-DESCRICAO PIC X(25).
               10 WS-RUBEMP-TIPO      PIC X(01).
               10 WS-RUBEMP-VALOR     PIC 9(07)V99.
       01 WS-RUBEMP-QTD PIC 9(02) COMP VALUE 0.
       01 WS-RUBEMP-IDX PIC 9(02) COMP VALUE 0.

       01 WS-VALOR-RUBRICA     PIC 9(07)V99 VALUE ZERO.
       01 WS-RUB-PROVENTOS     PIC 9(07)V99 VALUE ZERO.
       01 WS-RUB-DESCONTOS     PIC 9(07)V99 VALUE ZERO.
       01 WS-RUB-ISENTOS-IRRF  PIC 9(07)V99 VALUE ZERO.
       01 WS-RUB-PROV-SEM-INSS PIC 9(07)V99 VALUE ZERO.
       01 WS-RUB-DESC-SEM-INSS PIC 9(07)V99 VALUE ZERO.
       01 WS-RUB-DESC-INSS     PIC 9(07)V99 VALUE ZERO.
       01 WS-RUB-DEDUCAO-IRRF  PIC 9(07)V99 VALUE ZERO.
       01 WS-RUB-FORA-FGTS     PIC 9(07)V99 VALUE ZERO.
       01 WS-BASE-CALCULO      PIC 9(07)V99 VALUE ZERO.
       01 WS-BASE-FGTS         PIC 9(07)V99 VALUE ZERO.
       01 WS-DEDUCAO-IRRF      PIC 9(07)V99 VALUE ZERO.
       01 WS-TOTAL-RUB-PROV    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-RUB-DESC    PIC 9(9)V99 VALUE ZERO.

      *> PREVIA DA FOLHA: CADA EMPREGADO E COMPARADO COM O PROPRIO
      *> HOLERITE DA COMPETENCIA ANTERIOR (WS-COMP-ANTERIOR); OS CPFS
      *> CALCULADOS (E OS DOS DESLIGADOS) FICAM NA TABELA PARA, NO
      *> FIM, ACHAR QUEM TINHA HOLERITE ANTES E SUMIU DA FOLHA.
       01 WS-SIMULACAO-ENT   PIC X(01).
       01 WS-MODO-SIMULACAO  PIC X(01) VALUE 'N'.
           88 MODO-SIMULACAO VALUE 'S'.
       01 WS-VARIACAO-PCT-ENT PIC X(06).
       01 WS-VARIACAO-PCT    PIC 9(03) VALUE 10.

       01 WS-PRV-TABELA.
           05 WS-PRV-ITEM OCCURS 500 TIMES.
               10 WS-PRV-CPF      PIC X(14).
               10 WS-PRV-SITUACAO PIC X(01).
       01 WS-PRV-QTD PIC 9(03) COMP VALUE 0.
       01 WS-PRV-IDX PIC 9(03) COMP VALUE 0.
       01 WS-PRV-POS PIC 9(03) COMP VALUE 0.
       01 WS-PRV-MARCA PIC X(01).

       01 WS-PRV-LISTADO     PIC X(01).
           88 PREVIA-LISTADO VALUE 'S'.
       01 WS-PRV-MOTIVO      PIC X(60).
       01 WS-PRV-QTD-LISTADOS PIC 9(05) VALUE ZERO.
       01 WS-PRV-QTD-NOVOS    PIC 9(05) VALUE ZERO.
       01 WS-PRV-QTD-AUSENTES PIC 9(05) VALUE ZERO.
       01 WS-PRV-QTD-NEGATIVOS PIC 9(05) VALUE ZERO.
       01 WS-PRV-QTD-SEM-CPF  PIC 9(05) VALUE ZERO.

       01 WS-CMP-ROTULO      PIC X(20).
       01 WS-CMP-ANTERIOR    PIC S9(07)V99.
       01 WS-CMP-ATUAL       PIC S9(07)V99.
       01 WS-CMP-BASE        PIC 9(07)V99.
       01 WS-CMP-PCT         PIC S9(05)V9.
       01 WS-CMP-PCT-ABS     PIC 9(05)V9.
       01 WS-CMP-PCT-ED      PIC +ZZZZ9.9.
       01 WS-CMP-VARIACAO    PIC X(20).
       01 WS-CMP-ANTERIOR-ED PIC ZZZ,ZZ9.99-.
       01 WS-CMP-ATUAL-ED    PIC ZZZ,ZZ9.99-.
       01 WS-CMP-RUB-IDX     PIC 9(02) COMP VALUE 0.
       01 WS-CMP-RUB-ACHADA  PIC X(01).
           88 RUBRICA-ACHADA VALUE 'S'.

           COPY TABIMP-AREA.CPY.
           COPY TABIMP-WS.CPY.
           COPY DEPEND-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY AMORTIZA-WS.CPY.

       01 meu-funcionario   OBJECT REFERENCE Funcionario.
       01 meu-gerente       OBJECT REFERENCE Gerente.
       01 WS-NOME-COMPLETO  PIC X(50).

       01 WS-CONTADOR       PIC 9(5) VALUE ZERO.
       01 WS-QTD-DESLIGADOS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-BRUTO    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-LIQUIDO  PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-DESCONTOS PIC 9(9)V99 VALUE ZERO.
           END-IF.
           DISPLAY 'FOLHA DA COMPETENCIA ' WS-COMPETENCIA '.'.

           ACCEPT WS-SIMULACAO-ENT FROM ENVIRONMENT 'FOLHA_SIMULACAO'.
           IF WS-SIMULACAO-ENT = 'S' OR 's'
               MOVE 'S' TO WS-MODO-SIMULACAO
               MOVE 'HOLERITES-PREVIA.DAT' TO WS-HOLERITES-PATH
               DISPLAY 'PREVIA (SIMULACAO): NADA SERA BAIXADO NEM '
                       'GRAVADO NO HISTORICO.'
           ELSE
               MOVE 'HOLERITES.DAT' TO WS-HOLERITES-PATH
               PERFORM LER-CHECKPOINT-FOLHA
           END-IF.

      *> TABELAS DE INSS/IRRF VIGENTES PARA A COMPETENCIA; SEM O
      *> ARQUIVO (OU SEM VIGENCIA VALIDA) AS CLASSES CAEM NAS FAIXAS
      *> INTERNAS HISTORICAS, COM AVISO NO CONSOLE.
                       'FAIXAS INTERNAS HISTORICAS.'
           END-IF.

           PERFORM 0916-ABRIR-DEPENDENTES.
           MOVE SPACES TO WS-DATA-REF-DEP.
           STRING WS-COMPETENCIA DELIMITED BY SIZE
                  '01'           DELIMITED BY SIZE
               INTO WS-DATA-REF-DEP
           END-STRING.

           ACCEPT WS-FERIAS-PATH FROM ENVIRONMENT 'FERIAS_DAT_PATH'.
           IF WS-FERIAS-PATH = SPACES
               MOVE 'FERIAS.DAT' TO WS-FERIAS-PATH
           END-IF.
           IF MODO-SIMULACAO
               OPEN INPUT ARQUIVO-FERIAS
           ELSE
               OPEN I-O ARQUIVO-FERIAS
           END-IF.
           IF WS-FER-ARQ-NOVO
               CLOSE ARQUIVO-FERIAS
           ELSE
               MOVE 'S' TO WS-FERIAS-EXISTE
           END-IF.

           PERFORM CARREGAR-RUBRICAS.
           PERFORM CARREGAR-FALTAS.
           PERFORM CARREGAR-CONTRATOS.
           PERFORM CARREGAR-CONSUMO.
           IF NOT MODO-SIMULACAO
               PERFORM LIMPAR-PAGAMENTOS-COMPETENCIA
           END-IF.

           ACCEPT WS-BANCO-PATH
               FROM ENVIRONMENT 'BANCO_HORAS_PATH'.
           IF WS-BANCO-PATH = SPACES
               MOVE 'BANCO-HORAS.DAT' TO WS-BANCO-PATH
           END-IF.
           IF MODO-SIMULACAO
               OPEN INPUT ARQUIVO-BANCO-HORAS
           ELSE
               OPEN I-O ARQUIVO-BANCO-HORAS
           END-IF.
           IF WS-BNH-ARQ-NOVO
               CLOSE ARQUIVO-BANCO-HORAS
           ELSE
               CLOSE ARQUIVO-FUNCIONARIOS
               STOP RUN
           END-IF.
           PERFORM LER-FUNCIONARIO.
           IF RODADA-RETOMADA
               PERFORM PULAR-FUNCIONARIOS-FEITOS
               PERFORM RECORTAR-HOLERITES
               OPEN EXTEND ARQUIVO-HOLERITES
           ELSE
               OPEN OUTPUT ARQUIVO-HOLERITES
           END-IF.

           ACCEPT WS-HOLHIST-PATH
               FROM ENVIRONMENT 'HOLERITES_HIST_PATH'.
               CLOSE ARQUIVO-HOLHIST
               OPEN I-O ARQUIVO-HOLHIST
           END-IF.
           IF MODO-SIMULACAO
               CLOSE ARQUIVO-HOLHIST
               OPEN INPUT ARQUIVO-HOLHIST
               PERFORM ABRIR-PREVIA
           ELSE
               PERFORM DESFAZER-BLOCO-INTERROMPIDO
           END-IF.

           PERFORM PROCESSAR-FUNCIONARIO UNTIL WS-EOF.

           PERFORM GRAVAR-TOTAIS.
           IF MODO-SIMULACAO
               PERFORM FECHAR-PREVIA
           END-IF.

           CLOSE ARQUIVO-FUNCIONARIOS.
           CLOSE ARQUIVO-HOLERITES.
           IF BANCO-EXISTE
               CLOSE ARQUIVO-BANCO-HORAS
           END-IF.
           IF DEPENDENTES-EXISTE
               CLOSE ARQUIVO-DEPENDENTES
           END-IF.
           IF RUBEMP-EXISTE
               CLOSE ARQUIVO-RUBEMP
           END-IF.
           IF NOT MODO-SIMULACAO
               PERFORM ENCERRAR-CHECKPOINT-FOLHA
           END-IF.

           IF WS-HIST-SEM-CPF > ZERO
               DISPLAY 'AVISO: ' WS-HIST-SEM-CPF ' EMPREGADO(S) SEM '
                       'RODE A CONVERSAO (FOL0003A).'
           END-IF.

           IF WS-QTD-DESLIGADOS > ZERO
               DISPLAY 'DESLIGADOS FORA DA FOLHA: ' WS-QTD-DESLIGADOS
           END-IF.

           DISPLAY 'FOLHA PROCESSADA: ' WS-CONTADOR ' HOLERITE(S) '
                   'EM ' FUNCTION TRIM(WS-HOLERITES-PATH).
           IF MODO-SIMULACAO AND WS-PRV-QTD-LISTADOS > ZERO
               DISPLAY 'PREVIA: ' WS-PRV-QTD-LISTADOS ' EMPREGADO(S) '
                       'NA LISTA DE CONFERENCIA (PREVIA-FOLHA).'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LER-FUNCIONARIO.
      *> MONTA O NOME COMPLETO, INSTANCIA A CLASSE, CALCULA O LIQUIDO
      *> E GRAVA O HOLERITE DO EMPREGADO.
       PROCESSAR-FUNCIONARIO.
           ADD 1 TO WS-CKP-LIDOS.
           IF REG-DESLIGADO
               ADD 1 TO WS-QTD-DESLIGADOS
               IF MODO-SIMULACAO AND REG-CPF NOT = SPACES
                   MOVE 'D' TO WS-PRV-MARCA
                   PERFORM GUARDAR-CPF-PREVIA
               END-IF
               PERFORM LER-FUNCIONARIO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONTADOR.

           MOVE SPACES TO WS-NOME-COMPLETO.
           PERFORM VERIFICAR-FERIAS.
           PERFORM APURAR-FALTAS.
           PERFORM VERIFICAR-BANCO-HORAS.
           PERFORM APURAR-DEPENDENTES.
           PERFORM APURAR-RUBRICAS.

           IF REG-CATEGORIA = 'G'
               INVOKE Gerente "NEW" RETURNING meu-gerente
               INVOKE meu-gerente "setNome" USING WS-NOME-COMPLETO
               INVOKE meu-gerente "setSalarioBruto"
                   USING WS-BASE-CALCULO
               INVOKE meu-gerente "setTabelaImpostos"
                   USING TABELA-IMPOSTOS
               INVOKE meu-gerente "setDeducaoDependentes"
                   USING WS-DEDUCAO-IRRF
               INVOKE meu-gerente "calcularSalarioLiquido"
                   RETURNING salario-liquido
               INVOKE meu-gerente "getValorINSS"
               INVOKE meu-funcionario "setNome"
                   USING WS-NOME-COMPLETO
               INVOKE meu-funcionario "setSalarioBruto"
                   USING WS-BASE-CALCULO
               INVOKE meu-funcionario "setTabelaImpostos"
                   USING TABELA-IMPOSTOS
               INVOKE meu-funcionario "setDeducaoDependentes"
                   USING WS-DEDUCAO-IRRF
               INVOKE meu-funcionario "calcularSalarioLiquido"
                   RETURNING salario-liquido
               INVOKE meu-funcionario "getValorINSS"
           END-IF.

           PERFORM DESCONTAR-EMPRESTIMOS.
           PERFORM ACERTAR-LIQUIDO-RUBRICAS.
           PERFORM DESCONTAR-CONSUMO.
           PERFORM PAGAR-SALARIO-FAMILIA.

           COMPUTE WS-VALOR-FGTS ROUNDED =
               WS-BASE-FGTS * WS-ALIQ-FGTS.
           ADD WS-VALOR-FGTS TO WS-TOTAL-FGTS.

           ADD WS-BRUTO-AJUSTADO TO WS-TOTAL-BRUTO.
           ADD WS-LIQUIDO-FINAL TO WS-TOTAL-LIQUIDO.
           ADD WS-VALOR-SALFAM TO WS-TOTAL-SALFAM.
           ADD WS-RUB-PROVENTOS TO WS-TOTAL-RUB-PROV.
           ADD WS-RUB-DESCONTOS TO WS-TOTAL-RUB-DESC.
           COMPUTE WS-TOTAL-DESCONTOS = WS-TOTAL-DESCONTOS
               + WS-BRUTO-AJUSTADO + WS-VALOR-SALFAM
               - WS-LIQUIDO-FINAL.

           PERFORM GRAVAR-HOLERITE.
           PERFORM ITEMIZAR-TABELA.
           PERFORM ITEMIZAR-FGTS.
           IF MES-DE-FERIAS
               PERFORM ITEMIZAR-FERIAS
               IF NOT MODO-SIMULACAO
                   PERFORM BAIXAR-FERIAS
               END-IF
           END-IF.
           IF WS-DIAS-FALTA > ZERO
               PERFORM ITEMIZAR-FALTAS
           IF WS-HORAS-BANCO > ZERO
               PERFORM ITEMIZAR-BANCO-HORAS
           END-IF.
           PERFORM ITEMIZAR-RUBRICA
               VARYING WS-RUBEMP-IDX FROM 1 BY 1
               UNTIL WS-RUBEMP-IDX > WS-RUBEMP-QTD.
           IF WS-QTD-PARCELAS-EMP > ZERO
               PERFORM ITEMIZAR-EMPRESTIMOS
           END-IF.
           IF WS-VALOR-CONSUMO > ZERO OR WS-CONSUMO-SALDO > ZERO
               PERFORM ITEMIZAR-CONSUMO
           END-IF.
           IF WS-DEDUCAO-DEP > ZERO OR WS-VALOR-SALFAM > ZERO
               PERFORM ITEMIZAR-DEPENDENTES
           END-IF.
           IF MODO-SIMULACAO
               PERFORM CONFERIR-VARIACAO
           ELSE
               PERFORM GRAVAR-HISTORICO
               ADD 1 TO WS-CKP-DESDE
               IF WS-CKP-DESDE NOT < WS-CKP-INTERVALO
                   PERFORM GRAVAR-CHECKPOINT-FOLHA
               END-IF
           END-IF.
           PERFORM LER-FUNCIONARIO.

      *> HISTORICO ESTRUTURADO DO HOLERITE (CPF + COMPETENCIA): RODADA
           IF REG-CPF = SPACES
               ADD 1 TO WS-HIST-SEM-CPF
           ELSE
               PERFORM GUARDAR-HISTORICO-ANTERIOR
               MOVE REG-CPF          TO HST-CPF
               MOVE WS-COMPETENCIA   TO HST-COMPETENCIA
               MOVE WS-NOME-COMPLETO TO HST-EMPREGADO
               ELSE
                   MOVE SPACES TO HST-VERSAO-INSS HST-VERSAO-IRRF
               END-IF
               MOVE WS-VALOR-CONSUMO TO HST-VALOR-CONSUMO
               MOVE WS-CONSUMO-SALDO TO HST-CONSUMO-SALDO
               MOVE 'F' TO HST-TIPO-HOLERITE
               MOVE ZERO TO HST-SALDO-SALARIO HST-VALOR-AVISO
                            HST-VALOR-BANCO HST-MULTA-FGTS
               MOVE WS-BASE-FGTS TO HST-BASE-FGTS
               MOVE WS-VALOR-FGTS TO HST-VALOR-FGTS
               MOVE WRK-DPD-QTD-IRRF TO HST-QTD-DEP-IRRF
               MOVE WS-DEDUCAO-DEP  TO HST-DEDUCAO-DEP
               MOVE WS-QTD-SALFAM   TO HST-QTD-SALFAM
               MOVE WS-VALOR-SALFAM TO HST-SALARIO-FAMILIA
               MOVE WS-RUBEMP-QTD    TO HST-QTD-RUBRICAS
               MOVE WS-RUB-PROVENTOS TO HST-RUB-PROVENTOS
               MOVE WS-RUB-DESCONTOS TO HST-RUB-DESCONTOS
               MOVE WS-RUB-ISENTOS-IRRF TO HST-RUB-ISENTOS-IRRF
               INITIALIZE HST-RUBRICAS-TABELA
               PERFORM GUARDAR-RUBRICA-HISTORICO
                   VARYING WS-RUBEMP-IDX FROM 1 BY 1
                   UNTIL WS-RUBEMP-IDX > WS-RUBEMP-QTD
               WRITE REGISTRO-HOLERITE-HIST
                   INVALID KEY
                       REWRITE REGISTRO-HOLERITE-HIST
               END-WRITE
           END-IF.

      *> IMAGEM DO HISTORICO DA COMPETENCIA ANTES DE REGRAVA-LO (OU
      *> SO A CHAVE, SE ELE AINDA NAO EXISTIA) PARA O DESFAZER.
       GUARDAR-HISTORICO-ANTERIOR.
           MOVE REG-CPF        TO HST-CPF.
           MOVE WS-COMPETENCIA TO HST-COMPETENCIA.
           READ ARQUIVO-HOLHIST
               INVALID KEY
                   MOVE 'N' TO WS-DSF-TIPO
                   MOVE SPACES TO WS-DSF-IMAGEM
                   MOVE REG-CPF TO WS-DSF-IMAGEM(1:14)
                   MOVE WS-COMPETENCIA TO WS-DSF-IMAGEM(15:6)
               NOT INVALID KEY
                   MOVE 'H' TO WS-DSF-TIPO
                   MOVE REGISTRO-HOLERITE-HIST TO WS-DSF-IMAGEM
           END-READ.
           PERFORM GUARDAR-DESFAZER.

      *> DEPENDENTES DO EMPREGADO NO PRIMEIRO DIA DA COMPETENCIA: OS
      *> QUE DEDUZEM NO IRRF E OS QUE DAO DIREITO AO SALARIO-FAMILIA.
       APURAR-DEPENDENTES.
           MOVE REG-CPF         TO WRK-DPD-CPF-TITULAR.
           MOVE WS-DATA-REF-DEP TO WRK-DPD-DATA-REF.
           PERFORM 0917-CONTAR-DEPENDENTES.
           COMPUTE WS-DEDUCAO-DEP =
               WRK-DPD-QTD-IRRF * TBL-DEDUCAO-DEP.

       GUARDAR-RUBRICA-HISTORICO.
           MOVE WS-RUBEMP-CODIGO(WS-RUBEMP-IDX)
               TO HST-RUB-CODIGO(WS-RUBEMP-IDX).
           MOVE WS-RUBEMP-DESCRICAO(WS-RUBEMP-IDX)
               TO HST-RUB-DESCRICAO(WS-RUBEMP-IDX).
           MOVE WS-RUBEMP-TIPO(WS-RUBEMP-IDX)
               TO HST-RUB-TIPO(WS-RUBEMP-IDX).
           MOVE WS-RUBEMP-VALOR(WS-RUBEMP-IDX)
               TO HST-RUB-VALOR(WS-RUBEMP-IDX).

      *> CADASTRO DE RUBRICAS EM MEMORIA E LANCAMENTOS POR EMPREGADO
      *> ABERTOS PARA LEITURA. SEM O CADASTRO OU SEM LANCAMENTOS A
      *> FOLHA RODA COMO ANTES, SEM RUBRICAS.
       CARREGAR-RUBRICAS.
           ACCEPT WS-RUBRICAS-PATH FROM ENVIRONMENT 'RUBRICAS_PATH'.
           IF WS-RUBRICAS-PATH = SPACES
               MOVE 'RUBRICAS.DAT' TO WS-RUBRICAS-PATH
           END-IF.
           OPEN INPUT ARQUIVO-RUBRICAS.
           IF WS-RUB-ARQ-NOVO
               CLOSE ARQUIVO-RUBRICAS
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-CADASTRO-RUBRICA.
           PERFORM GUARDAR-CADASTRO-RUBRICA UNTIL NOT WS-RUB-OK.
           CLOSE ARQUIVO-RUBRICAS.

           ACCEPT WS-RUBEMP-PATH
               FROM ENVIRONMENT 'RUBRICAS_EMPREGADO_PATH'.
           IF WS-RUBEMP-PATH = SPACES
               MOVE 'RUBRICAS-EMPREGADO.DAT' TO WS-RUBEMP-PATH
           END-IF.
           OPEN INPUT ARQUIVO-RUBEMP.
           IF WS-REM-ARQ-NOVO
               CLOSE ARQUIVO-RUBEMP
           ELSE
               MOVE 'S' TO WS-RUBEMP-EXISTE
           END-IF.

       LER-CADASTRO-RUBRICA.
           READ ARQUIVO-RUBRICAS NEXT RECORD.

      *> RUBRICA INATIVA NAO ENTRA NA TABELA E, POR ISSO, NAO E
      *> APLICADA MESMO COM LANCAMENTO VIGENTE.
       GUARDAR-CADASTRO-RUBRICA.
           IF RUB-ATIVA
               IF WS-CADRUB-QTD < 50
                   ADD 1 TO WS-CADRUB-QTD
                   MOVE RUB-CODIGO TO WS-CADRUB-CODIGO(WS-CADRUB-QTD)
                   MOVE RUB-DESCRICAO
                       TO WS-CADRUB-DESCRICAO(WS-CADRUB-QTD)
                   MOVE RUB-TIPO   TO WS-CADRUB-TIPO(WS-CADRUB-QTD)
                   MOVE RUB-INCIDE-INSS
                       TO WS-CADRUB-INSS(WS-CADRUB-QTD)
                   MOVE RUB-INCIDE-IRRF
                       TO WS-CADRUB-IRRF(WS-CADRUB-QTD)
                   MOVE RUB-INCIDE-FGTS
                       TO WS-CADRUB-FGTS(WS-CADRUB-QTD)
               ELSE
                   DISPLAY 'AVISO: TABELA DE RUBRICAS CHEIA (50).'
               END-IF
           END-IF.
           PERFORM LER-CADASTRO-RUBRICA.

      *> RUBRICAS VIGENTES DO EMPREGADO NA COMPETENCIA: APURA O VALOR
      *> DE CADA UMA, SOMA OS PROVENTOS NO BRUTO E MONTA AS BASES DE
      *> CALCULO (DAS CLASSES E DO FGTS) E A DEDUCAO DO IRRF.
       APURAR-RUBRICAS.
           MOVE ZERO TO WS-RUBEMP-QTD WS-RUB-PROVENTOS
                        WS-RUB-DESCONTOS WS-RUB-ISENTOS-IRRF
                        WS-RUB-PROV-SEM-INSS WS-RUB-DESC-SEM-INSS
                        WS-RUB-DESC-INSS WS-RUB-DEDUCAO-IRRF
                        WS-RUB-FORA-FGTS.
           IF RUBEMP-EXISTE AND REG-CPF NOT = SPACES
               MOVE 'N' TO WS-FIM-RUBEMP
               MOVE REG-CPF    TO REM-CPF
               MOVE LOW-VALUES TO REM-RUBRICA REM-INICIO
               START ARQUIVO-RUBEMP KEY NOT < REM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-RUBEMP
                   NOT INVALID KEY
                       PERFORM LER-RUBRICA-EMPREGADO
                       PERFORM APLICAR-RUBRICA UNTIL FIM-RUBEMP
               END-START
           END-IF.

           ADD WS-RUB-PROVENTOS TO WS-BRUTO-AJUSTADO.
           COMPUTE WS-BASE-CALCULO = WS-BRUTO-AJUSTADO
               - WS-RUB-PROV-SEM-INSS - WS-RUB-DESC-INSS
               ON SIZE ERROR
                   MOVE ZERO TO WS-BASE-CALCULO
           END-COMPUTE.
           IF WS-BRUTO-AJUSTADO < WS-RUB-PROV-SEM-INSS
                                  + WS-RUB-DESC-INSS
               MOVE ZERO TO WS-BASE-CALCULO
           END-IF.
           IF WS-BRUTO-AJUSTADO < WS-RUB-FORA-FGTS
               MOVE ZERO TO WS-BASE-FGTS
           ELSE
               COMPUTE WS-BASE-FGTS =
                   WS-BRUTO-AJUSTADO - WS-RUB-FORA-FGTS
           END-IF.
           COMPUTE WS-DEDUCAO-IRRF =
               WS-DEDUCAO-DEP + WS-RUB-DEDUCAO-IRRF.

       LER-RUBRICA-EMPREGADO.
           READ ARQUIVO-RUBEMP NEXT RECORD.
           IF NOT WS-REM-OK OR REM-CPF NOT = REG-CPF
               MOVE 'S' TO WS-FIM-RUBEMP
           END-IF.

      *> LANCAMENTO VIGENTE NA COMPETENCIA E DE RUBRICA ATIVA: VALOR
      *> FIXO, OU PERCENTUAL DO SALARIO-BASE LIMITADO AO VALOR QUANDO
      *> ESTE VEM INFORMADO.
       APLICAR-RUBRICA.
           IF REM-INICIO NOT > WS-COMPETENCIA
              AND (REM-FIM = SPACES
               OR REM-FIM NOT < WS-COMPETENCIA)
               PERFORM LOCALIZAR-CADASTRO-RUBRICA
               IF WS-CADRUB-POS > ZERO
                   PERFORM CALCULAR-VALOR-RUBRICA
                   IF WS-VALOR-RUBRICA > ZERO
                       PERFORM ACUMULAR-RUBRICA
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-RUBRICA-EMPREGADO.

       LOCALIZAR-CADASTRO-RUBRICA.
           MOVE ZERO TO WS-CADRUB-POS.
           PERFORM COMPARAR-CADASTRO-RUBRICA
               VARYING WS-CADRUB-IDX FROM 1 BY 1
               UNTIL WS-CADRUB-IDX > WS-CADRUB-QTD
                  OR WS-CADRUB-POS > ZERO.

       COMPARAR-CADASTRO-RUBRICA.
           IF WS-CADRUB-CODIGO(WS-CADRUB-IDX) = REM-RUBRICA
               MOVE WS-CADRUB-IDX TO WS-CADRUB-POS
           END-IF.

       CALCULAR-VALOR-RUBRICA.
           IF REM-PERCENTUAL > ZERO
               COMPUTE WS-VALOR-RUBRICA ROUNDED =
                   REG-SALARIO * REM-PERCENTUAL / 100
               IF REM-VALOR > ZERO AND WS-VALOR-RUBRICA > REM-VALOR
                   MOVE REM-VALOR TO WS-VALOR-RUBRICA
               END-IF
           ELSE
               MOVE REM-VALOR TO WS-VALOR-RUBRICA
           END-IF.

      *> GUARDA A RUBRICA PARA O HOLERITE E O HISTORICO E SOMA NAS
      *> BASES CONFORME AS INCIDENCIAS DO CADASTRO.
       ACUMULAR-RUBRICA.
           IF WS-RUBEMP-QTD NOT < 10
               DISPLAY 'AVISO: MAIS DE 10 RUBRICAS VIGENTES PARA '
                       REG-CPF '. RUBRICA ' REM-RUBRICA ' IGNORADA.'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RUBEMP-QTD.
           MOVE REM-RUBRICA TO WS-RUBEMP-CODIGO(WS-RUBEMP-QTD).
           MOVE WS-CADRUB-DESCRICAO(WS-CADRUB-POS)
               TO WS-RUBEMP-DESCRICAO(WS-RUBEMP-QTD).
           MOVE WS-CADRUB-TIPO(WS-CADRUB-POS)
               TO WS-RUBEMP-TIPO(WS-RUBEMP-QTD).
           MOVE WS-VALOR-RUBRICA TO WS-RUBEMP-VALOR(WS-RUBEMP-QTD).

           IF WS-CADRUB-TIPO(WS-CADRUB-POS) = 'P'
               ADD WS-VALOR-RUBRICA TO WS-RUB-PROVENTOS
               IF WS-CADRUB-INSS(WS-CADRUB-POS) NOT = 'S'
                   ADD WS-VALOR-RUBRICA TO WS-RUB-PROV-SEM-INSS
               END-IF
               IF WS-CADRUB-IRRF(WS-CADRUB-POS) NOT = 'S'
                   ADD WS-VALOR-RUBRICA TO WS-RUB-ISENTOS-IRRF
                   IF WS-CADRUB-INSS(WS-CADRUB-POS) = 'S'
                       ADD WS-VALOR-RUBRICA TO WS-RUB-DEDUCAO-IRRF
                   END-IF
               END-IF
               IF WS-CADRUB-FGTS(WS-CADRUB-POS) NOT = 'S'
                   ADD WS-VALOR-RUBRICA TO WS-RUB-FORA-FGTS
               END-IF
           ELSE
               ADD WS-VALOR-RUBRICA TO WS-RUB-DESCONTOS
               IF WS-CADRUB-INSS(WS-CADRUB-POS) = 'S'
                   ADD WS-VALOR-RUBRICA TO WS-RUB-DESC-INSS
               ELSE
                   ADD WS-VALOR-RUBRICA TO WS-RUB-DESC-SEM-INSS
                   IF WS-CADRUB-IRRF(WS-CADRUB-POS) = 'S'
                       ADD WS-VALOR-RUBRICA TO WS-RUB-DEDUCAO-IRRF
                   END-IF
               END-IF
               IF WS-CADRUB-FGTS(WS-CADRUB-POS) = 'S'
                   ADD WS-VALOR-RUBRICA TO WS-RUB-FORA-FGTS
               END-IF
           END-IF.

      *> O LIQUIDO DAS CLASSES SAIU DA BASE DO INSS: OS PROVENTOS QUE
      *> FICARAM FORA DELA VOLTAM E OS DESCONTOS QUE NAO ABATERAM DO
      *> INSS SAEM AGORA.
       ACERTAR-LIQUIDO-RUBRICAS.
           ADD WS-RUB-PROV-SEM-INSS TO WS-LIQUIDO-FINAL.
           SUBTRACT WS-RUB-DESC-SEM-INSS FROM WS-LIQUIDO-FINAL.

      *> UMA LINHA DO HOLERITE POR RUBRICA APLICADA.
       ITEMIZAR-RUBRICA.
           MOVE WS-RUBEMP-VALOR(WS-RUBEMP-IDX) TO WS-BRUTO-EDITADO.
           MOVE SPACES TO LINHA-HOLERITE.
           IF WS-RUBEMP-TIPO(WS-RUBEMP-IDX) = 'P'
               STRING '  ' DELIMITED BY SIZE
                      WS-RUBEMP-CODIGO(WS-RUBEMP-IDX)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-RUBEMP-DESCRICAO(WS-RUBEMP-IDX)
                          DELIMITED BY SIZE
                      ': +' DELIMITED BY SIZE
                      WS-BRUTO-EDITADO DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
           ELSE
               STRING '  ' DELIMITED BY SIZE
                      WS-RUBEMP-CODIGO(WS-RUBEMP-IDX)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-RUBEMP-DESCRICAO(WS-RUBEMP-IDX)
                          DELIMITED BY SIZE
                      ': -' DELIMITED BY SIZE
                      WS-BRUTO-EDITADO DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
           END-IF.
           WRITE LINHA-HOLERITE.

      *> SALARIO-FAMILIA: COTA POR DEPENDENTE ELEGIVEL QUANDO A
      *> REMUNERACAO DO MES NAO PASSA DO LIMITE VIGENTE. ENTRA NO
      *> LIQUIDO DEPOIS DOS DESCONTOS, SEM PASSAR PELO BRUTO.
       PAGAR-SALARIO-FAMILIA.
           MOVE ZERO TO WS-VALOR-SALFAM WS-QTD-SALFAM.
           IF WRK-DPD-QTD-SALFAM > ZERO
              AND WS-BASE-CALCULO NOT > TBL-SALFAM-LIMITE
               MOVE WRK-DPD-QTD-SALFAM TO WS-QTD-SALFAM
               COMPUTE WS-VALOR-SALFAM =
                   WS-QTD-SALFAM * TBL-SALFAM-COTA
               ADD WS-VALOR-SALFAM TO WS-LIQUIDO-FINAL
           END-IF.

       ITEMIZAR-DEPENDENTES.
           IF WS-DEDUCAO-DEP > ZERO
               MOVE WS-DEDUCAO-DEP TO WS-BRUTO-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING '  DEPENDENTES NO IRRF (' DELIMITED BY SIZE
                      WRK-DPD-QTD-IRRF DELIMITED BY SIZE
                      '), DEDUCAO DA BASE: ' DELIMITED BY SIZE
                      WS-BRUTO-EDITADO DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
               WRITE LINHA-HOLERITE
           END-IF.
           IF WS-VALOR-SALFAM > ZERO
               MOVE WS-VALOR-SALFAM TO WS-BRUTO-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING '  SALARIO-FAMILIA (' DELIMITED BY SIZE
                      WS-QTD-SALFAM DELIMITED BY SIZE
                      ' COTA(S))..: +' DELIMITED BY SIZE
                      WS-BRUTO-EDITADO DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
               WRITE LINHA-HOLERITE
           END-IF.

      *> CONTRATOS ATIVOS DE EMPRESTIMO CARREGADOS EM MEMORIA.
       CARREGAR-CONTRATOS.
           ACCEPT WS-EMPRESTIMOS-PATH
                   MOVE FIN-CPF TO WS-CTR-CPF(WS-CTR-QTD)
                   MOVE FIN-VALOR-PARCELA
                       TO WS-CTR-PARCELA(WS-CTR-QTD)
                   IF FIN-SAC
                       PERFORM CALCULAR-PARCELA-SAC
                   END-IF
               ELSE
                   DISPLAY 'AVISO: TABELA DE CONTRATOS CHEIA (200).'
               END-IF
           END-IF.
           PERFORM LER-CONTRATO.

      *> NO SAC A PARCELA CAI MES A MES: RECALCULA A DA VEZ A PARTIR
      *> DO SALDO DEVEDOR QUE O CONTRATO TEM HOJE.
       CALCULAR-PARCELA-SAC.
           MOVE FIN-SISTEMA TO WRK-AMZ-SISTEMA.
           MOVE FIN-SALDO-DEVEDOR TO WRK-AMZ-SALDO.
           MOVE FIN-TAXA-MES TO WRK-AMZ-TAXA.
           MOVE FIN-PRINCIPAL TO WRK-AMZ-PRINCIPAL.
           MOVE FIN-QTD-PARCELAS TO WRK-AMZ-QTD.
           MOVE FIN-VALOR-PARCELA TO WRK-AMZ-PARCELA-FIXA.
           IF FIN-AMORT-SAC NUMERIC
               MOVE FIN-AMORT-SAC TO WRK-AMZ-AMORT-FIXA
           ELSE
               MOVE ZERO TO WRK-AMZ-AMORT-FIXA
           END-IF.
           IF FIN-PARCELAS-PAGAS < FIN-QTD-PARCELAS
               COMPUTE WRK-AMZ-RESTANTES =
                   FIN-QTD-PARCELAS - FIN-PARCELAS-PAGAS
           ELSE
               MOVE 1 TO WRK-AMZ-RESTANTES
           END-IF.
           PERFORM 0911-CALCULAR-PARCELA.
           MOVE WRK-AMZ-PARCELA TO WS-CTR-PARCELA(WS-CTR-QTD).

      *> DESCONTA DO LIQUIDO A PARCELA DE CADA CONTRATO ATIVO DO CPF
      *> DO EMPREGADO E EMITE A LINHA DE PAGAMENTO PARA O FIN0002A.
       DESCONTAR-EMPRESTIMOS.
               ADD 1 TO WS-QTD-PARCELAS-EMP
               ADD WS-CTR-PARCELA(WS-CTR-IDX)
                   TO WS-TOTAL-PARCELAS-EMP
               IF NOT MODO-SIMULACAO
                   PERFORM EMITIR-PAGAMENTO
               END-IF
           END-IF.

       EMITIR-PAGAMENTO.
           MOVE WS-COMPETENCIA TO PAG-COMPETENCIA.
           WRITE REGISTRO-PAGAMENTO.
           CLOSE ARQUIVO-PAGAMENTOS.
           ADD 1 TO WS-PAG-EMITIDOS.

      *> RERODADA DA COMPETENCIA: AS LINHAS DE PAGAMENTO JA EMITIDAS
      *> PARA ELA SAO REMOVIDAS ANTES DA EMISSAO NOVA (REGRAVACAO
      *> VIA ARQUIVO TEMPORARIO), SENAO O FIN0002A POSTARIA A MESMA
      *> PARCELA DUAS VEZES. LINHA ANTIGA SEM COMPETENCIA (ANTERIOR
      *> AO CAMPO) E PRESERVADA. NA RETOMADA FICAM AS LINHAS DA
      *> COMPETENCIA QUE O CHECKPOINT JA COBRIA (AS PRIMEIRAS, NA
      *> ORDEM DE EMISSAO); SAEM SO AS DO BLOCO INTERROMPIDO.
       LIMPAR-PAGAMENTOS-COMPETENCIA.
           OPEN INPUT ARQUIVO-PAGAMENTOS.
           IF WS-PAG-ARQ-NOVO

       FILTRAR-PAGAMENTO.
           IF PAG-COMPETENCIA NOT = WS-COMPETENCIA
              OR WS-PAG-MANTER > ZERO
               IF PAG-COMPETENCIA = WS-COMPETENCIA
                   SUBTRACT 1 FROM WS-PAG-MANTER
               END-IF
               MOVE PAG-NUMERO      TO PGN-NUMERO
               MOVE PAG-DATA        TO PGN-DATA
               MOVE PAG-COMPETENCIA TO PGN-COMPETENCIA
           END-STRING.
           WRITE LINHA-HOLERITE.

      *> CARREGA O CONSUMO DE FUNCIONARIO DA COMPETENCIA (LINHAS 'F'
      *> DE VENDAS.DAT), LIQUIDO DE ESTORNOS, UM TOTAL POR CPF, E
      *> APURA A COMPETENCIA ANTERIOR DE ONDE VEM O SALDO.
       CARREGAR-CONSUMO.
           ACCEPT WS-VENDAS-PATH FROM ENVIRONMENT 'VENDAS_DAT_PATH'.
           IF WS-VENDAS-PATH = SPACES
               MOVE 'VENDAS.DAT' TO WS-VENDAS-PATH
           END-IF.
           ACCEPT WS-CONSUMO-PCT-ENT
               FROM ENVIRONMENT 'FOLHA_CONSUMO_PCT'.
           IF WS-CONSUMO-PCT-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CONSUMO-PCT-ENT)
                   TO WS-CONSUMO-PCT
           END-IF.
           IF WS-CONSUMO-PCT = ZERO OR WS-CONSUMO-PCT > 100
               MOVE 30 TO WS-CONSUMO-PCT
           END-IF.

           MOVE WS-COMPETENCIA TO WS-COMP-ANTERIOR.
           IF WS-COMP-ANT-MES = 1
               MOVE 12 TO WS-COMP-ANT-MES
               SUBTRACT 1 FROM WS-COMP-ANT-ANO
           ELSE
               SUBTRACT 1 FROM WS-COMP-ANT-MES
           END-IF.

           OPEN INPUT ARQUIVO-VENDAS.
           IF WS-VEN-ARQ-NOVO
               CONTINUE
           ELSE
               PERFORM LER-VENDA
               PERFORM GUARDAR-CONSUMO UNTIL WS-VEN-EOF
           END-IF.
           CLOSE ARQUIVO-VENDAS.

       LER-VENDA.
           READ ARQUIVO-VENDAS.

       GUARDAR-CONSUMO.
           IF VEN-PAG-FOLHA AND VEN-DATA(1:6) = WS-COMPETENCIA
               MOVE 'N' TO WS-CSM-ACHADO
               PERFORM PROCURAR-CONSUMO
                   VARYING WS-CSM-IDX FROM 1 BY 1
                   UNTIL WS-CSM-IDX > WS-CSM-QTD
                      OR CONSUMO-NA-TABELA
               IF NOT CONSUMO-NA-TABELA
                   IF WS-CSM-QTD < 200
                       ADD 1 TO WS-CSM-QTD
                       MOVE VEN-CPF TO WS-CSM-CPF(WS-CSM-QTD)
                       MOVE ZERO TO WS-CSM-VALOR(WS-CSM-QTD)
                       MOVE WS-CSM-QTD TO WS-CSM-IDX
                       PERFORM SOMAR-CONSUMO
                   ELSE
                       DISPLAY 'AVISO: TABELA DE CONSUMO CHEIA '
                               '(200).'
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-VENDA.

       PROCURAR-CONSUMO.
           IF WS-CSM-CPF(WS-CSM-IDX) = VEN-CPF
               MOVE 'S' TO WS-CSM-ACHADO
               PERFORM SOMAR-CONSUMO
           END-IF.

       SOMAR-CONSUMO.
           IF VEN-TIPO-DEVOLUCAO
               SUBTRACT VEN-VALOR-TOTAL FROM WS-CSM-VALOR(WS-CSM-IDX)
           ELSE
               ADD VEN-VALOR-TOTAL TO WS-CSM-VALOR(WS-CSM-IDX)
           END-IF.

      *> DESCONTA DO LIQUIDO O CONSUMO DO MES MAIS O SALDO DA
      *> COMPETENCIA ANTERIOR, ATE O TETO; O EXCESSO VIRA SALDO. A
      *> LEITURA DO HISTORICO ANTERIOR VEM ANTES DE GRAVAR-HISTORICO
      *> MONTAR O REGISTRO DA COMPETENCIA.
       DESCONTAR-CONSUMO.
           MOVE ZERO TO WS-CONSUMO-MES WS-CONSUMO-ANTERIOR
                        WS-VALOR-CONSUMO WS-CONSUMO-SALDO
                        WS-CONSUMO-TETO.
           IF REG-CPF = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM CASAR-CONSUMO
               VARYING WS-CSM-IDX FROM 1 BY 1
               UNTIL WS-CSM-IDX > WS-CSM-QTD.

           MOVE REG-CPF          TO HST-CPF.
           MOVE WS-COMP-ANTERIOR TO HST-COMPETENCIA.
           READ ARQUIVO-HOLHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HST-CONSUMO-SALDO IS NUMERIC
                       MOVE HST-CONSUMO-SALDO TO WS-CONSUMO-ANTERIOR
                   END-IF
           END-READ.

           COMPUTE WS-CONSUMO-DEVIDO =
               WS-CONSUMO-MES + WS-CONSUMO-ANTERIOR.
           IF WS-CONSUMO-DEVIDO NOT > ZERO
               EXIT PARAGRAPH
           END-IF.

           IF WS-LIQUIDO-FINAL > ZERO
               COMPUTE WS-CONSUMO-TETO ROUNDED =
                   WS-LIQUIDO-FINAL * WS-CONSUMO-PCT / 100
           END-IF.
           IF WS-CONSUMO-DEVIDO > WS-CONSUMO-TETO
               MOVE WS-CONSUMO-TETO TO WS-VALOR-CONSUMO
           ELSE
               MOVE WS-CONSUMO-DEVIDO TO WS-VALOR-CONSUMO
           END-IF.
           COMPUTE WS-CONSUMO-SALDO =
               WS-CONSUMO-DEVIDO - WS-VALOR-CONSUMO.
           SUBTRACT WS-VALOR-CONSUMO FROM WS-LIQUIDO-FINAL.

       CASAR-CONSUMO.
           IF WS-CSM-CPF(WS-CSM-IDX) = REG-CPF
               MOVE WS-CSM-VALOR(WS-CSM-IDX) TO WS-CONSUMO-MES
           END-IF.

       ITEMIZAR-CONSUMO.
           MOVE WS-VALOR-CONSUMO TO WS-BRUTO-EDITADO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING '  CONSUMO NA SORVETERIA...: -' DELIMITED BY SIZE
                  WS-BRUTO-EDITADO DELIMITED BY SIZE
               INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.

           IF WS-CONSUMO-SALDO > ZERO
               MOVE WS-CONSUMO-SALDO TO WS-BRUTO-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING '  SALDO P/ PROXIMO MES....: ' DELIMITED BY SIZE
                      WS-BRUTO-EDITADO DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
               WRITE LINHA-HOLERITE
           END-IF.

      *> CARREGA AS FALTAS NAO JUSTIFICADAS DA COMPETENCIA, UMA
      *> CONTAGEM POR EMPREGADO.
       CARREGAR-FALTAS.
           WRITE LINHA-HOLERITE.

       BAIXAR-FERIAS.
           MOVE 'F' TO WS-DSF-TIPO.
           MOVE REGISTRO-FERIAS TO WS-DSF-IMAGEM.
           PERFORM GUARDAR-DESFAZER.
           SUBTRACT WS-DIAS-FERIAS FROM FER-SALDO-DIAS.
           MOVE 'G' TO FER-AGD-SITUACAO.
           REWRITE REGISTRO-FERIAS.
       PAGAR-MOVTO-BANCO.
           IF BNH-PAGTO AND BNH-ABERTO
               ADD BNH-HORAS TO WS-HORAS-BANCO
               IF NOT MODO-SIMULACAO
                   MOVE 'B' TO WS-DSF-TIPO
                   MOVE REGISTRO-BANCO-HORAS TO WS-DSF-IMAGEM
                   PERFORM GUARDAR-DESFAZER
                   MOVE 'F' TO BNH-SITUACAO
                   REWRITE REGISTRO-BANCO-HORAS
               END-IF
           END-IF.
           PERFORM LER-BANCO-HORAS.

           END-IF.
           WRITE LINHA-HOLERITE.

      *> FGTS DO MES: INFORMATIVO NO HOLERITE, NAO DESCONTA.
       ITEMIZAR-FGTS.
           MOVE WS-VALOR-FGTS TO WS-BRUTO-EDITADO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING '  FGTS DO MES (8%, DEPOSITO DO EMPREGADOR): '
                  DELIMITED BY SIZE
                  WS-BRUTO-EDITADO DELIMITED BY SIZE
               INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.

      *> PAGINA DE TOTAIS PARA A CONTABILIDADE, NO FIM DO ARQUIVO.
       GRAVAR-TOTAIS.
           MOVE '------------------------------------------'
               TO LINHA-HOLERITE.
           WRITE LINHA-HOLERITE.

           MOVE SPACES TO LINHA-HOLERITE.
           STRING 'EMPREGADOS NA FOLHA.....: ' DELIMITED BY SIZE
                  WS-CONTADOR                  DELIMITED BY SIZE
               INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.
           IF RODADA-RETOMADA
               MOVE SPACES TO LINHA-HOLERITE
               STRING 'RODADA RETOMADA DO CHECKPOINT APOS O REGISTRO '
                      DELIMITED BY SIZE
                      WS-CKP-RETOMAR-APOS DELIMITED BY SIZE
                      ' DE FUNCIONARIOS.DAT (CPF ' DELIMITED BY SIZE
                      WS-CKP-ULTIMO-CPF DELIMITED BY SIZE
                      '); TOTAIS DESDE O INICIO DA FOLHA'
                      DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
               WRITE LINHA-HOLERITE
           END-IF.

           MOVE WS-TOTAL-BRUTO TO WS-BRUTO-EDITADO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING 'TOTAL BRUTO DA FOLHA....: ' DELIMITED BY SIZE
           END-STRING.
           WRITE LINHA-HOLERITE.

           MOVE WS-TOTAL-FGTS TO WS-BRUTO-EDITADO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING 'TOTAL FGTS A RECOLHER...: ' DELIMITED BY SIZE
                  WS-BRUTO-EDITADO             DELIMITED BY SIZE
               INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.

           MOVE WS-TOTAL-SALFAM TO WS-BRUTO-EDITADO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING 'SALARIO-FAMILIA PAGO....: ' DELIMITED BY SIZE
                  WS-BRUTO-EDITADO             DELIMITED BY SIZE
               INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.

           MOVE WS-TOTAL-RUB-PROV TO WS-BRUTO-EDITADO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING 'RUBRICAS - PROVENTOS....: ' DELIMITED BY SIZE
                  WS-BRUTO-EDITADO             DELIMITED BY SIZE
               INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.

           MOVE WS-TOTAL-RUB-DESC TO WS-BRUTO-EDITADO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING 'RUBRICAS - DESCONTOS....: ' DELIMITED BY SIZE
                  WS-BRUTO-EDITADO             DELIMITED BY SIZE
               INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.

      *> CHECKPOINT DA RODADA ANTERIOR. POSICAO ACIMA DE ZERO E FOLHA
      *> INTERROMPIDA: NA MESMA COMPETENCIA A RODADA A RETOMA; EM
      *> OUTRA, PARA -- A INTERROMPIDA TEM DE TERMINAR ANTES. O BLOCO
      *> VEM SEMPRE, PARA O DESFAZER SEPARAR AS IMAGENS QUE VALEM.
       LER-CHECKPOINT-FOLHA.
           ACCEPT WS-CKP-PATH FROM ENVIRONMENT 'FOLHA_CHECKPOINT_PATH'.
           IF WS-CKP-PATH = SPACES
               MOVE 'FOLHA-PAGAMENTO.CKP' TO WS-CKP-PATH
           END-IF.
           ACCEPT WS-DSF-PATH FROM ENVIRONMENT 'FOLHA_DESFAZER_PATH'.
           IF WS-DSF-PATH = SPACES
               MOVE 'FOLHA-DESFAZER.CKP' TO WS-DSF-PATH
           END-IF.
           ACCEPT WS-CKP-INTERVALO-ENT
               FROM ENVIRONMENT 'FOLHA_CHECKPOINT_INTERVALO'.
           IF WS-CKP-INTERVALO-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CKP-INTERVALO-ENT)
                   TO WS-CKP-INTERVALO
           END-IF.
           IF WS-CKP-INTERVALO = ZERO
               MOVE 50 TO WS-CKP-INTERVALO
           END-IF.

           OPEN INPUT ARQUIVO-CHECKPOINT.
           IF NOT WS-CKP-OK
               EXIT PARAGRAPH
           END-IF.
           READ ARQUIVO-CHECKPOINT
               AT END
                   MOVE ZERO TO CKP-LIDOS CKP-BLOCO
           END-READ.
           IF CKP-BLOCO IS NUMERIC
               MOVE CKP-BLOCO TO WS-CKP-BLOCO
           END-IF.
           IF CKP-LIDOS IS NUMERIC AND CKP-LIDOS > ZERO
               PERFORM RESTAURAR-CHECKPOINT
           END-IF.
           CLOSE ARQUIVO-CHECKPOINT.

      *> FOLHA INTERROMPIDA: POSICAO, ULTIMO CPF E TOTAIS DO
      *> CHECKPOINT VOLTAM PARA A RODADA.
       RESTAURAR-CHECKPOINT.
           IF CKP-COMPETENCIA NOT = WS-COMPETENCIA
               DISPLAY 'A FOLHA DA COMPETENCIA ' CKP-COMPETENCIA
                       ' FICOU INTERROMPIDA (CHECKPOINT EM '
                       FUNCTION TRIM(WS-CKP-PATH) '). RODE A FOLHA '
                       'DE ' CKP-COMPETENCIA ' ATE O FIM ANTES DE '
                       'ABRIR ' WS-COMPETENCIA '.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'S'                 TO WS-RETOMADA.
           MOVE CKP-LIDOS           TO WS-CKP-RETOMAR-APOS.
           MOVE CKP-ULTIMO-CPF      TO WS-CKP-ULTIMO-CPF.
           MOVE CKP-CONTADOR        TO WS-CONTADOR.
           MOVE CKP-QTD-DESLIGADOS  TO WS-QTD-DESLIGADOS.
           MOVE CKP-HIST-SEM-CPF    TO WS-HIST-SEM-CPF.
           MOVE CKP-PAG-EMITIDOS    TO WS-PAG-EMITIDOS WS-PAG-MANTER.
           MOVE CKP-TOTAL-BRUTO     TO WS-TOTAL-BRUTO.
           MOVE CKP-TOTAL-LIQUIDO   TO WS-TOTAL-LIQUIDO.
           MOVE CKP-TOTAL-DESCONTOS TO WS-TOTAL-DESCONTOS.
           MOVE CKP-TOTAL-FGTS      TO WS-TOTAL-FGTS.
           MOVE CKP-TOTAL-SALFAM    TO WS-TOTAL-SALFAM.
           MOVE CKP-TOTAL-RUB-PROV  TO WS-TOTAL-RUB-PROV.
           MOVE CKP-TOTAL-RUB-DESC  TO WS-TOTAL-RUB-DESC.
           DISPLAY 'RETOMANDO A FOLHA DO CHECKPOINT: APOS O REGISTRO '
                   WS-CKP-RETOMAR-APOS ' DE FUNCIONARIOS.DAT (CPF '
                   WS-CKP-ULTIMO-CPF '), ' WS-CONTADOR
                   ' HOLERITE(S) JA CALCULADO(S).'.

      *> OS REGISTROS QUE O CHECKPOINT JA COBRIA SAO LIDOS DE NOVO SEM
      *> PROCESSAR. O ULTIMO TEM DE SER O CPF GRAVADO NO CHECKPOINT;
      *> SENAO FUNCIONARIOS.DAT MUDOU E A POSICAO NAO VALE MAIS.
       PULAR-FUNCIONARIOS-FEITOS.
           MOVE SPACES TO WS-CKP-CPF-LIDO.
           PERFORM PULAR-FUNCIONARIO
               UNTIL WS-CKP-LIDOS NOT < WS-CKP-RETOMAR-APOS
                  OR WS-EOF.
           IF WS-CKP-LIDOS < WS-CKP-RETOMAR-APOS
              OR WS-CKP-CPF-LIDO NOT = WS-CKP-ULTIMO-CPF
               DISPLAY 'FUNCIONARIOS.DAT MUDOU DESDE O CHECKPOINT: O '
                       'REGISTRO ' WS-CKP-RETOMAR-APOS ' NAO E MAIS O '
                       'CPF ' WS-CKP-ULTIMO-CPF '. A FOLHA NAO PODE '
                       'SER RETOMADA; VOLTE O ARQUIVO DA RODADA '
                       'INTERROMPIDA E RODE DE NOVO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PULAR-FUNCIONARIO.
           MOVE REG-CPF TO WS-CKP-CPF-LIDO.
           ADD 1 TO WS-CKP-LIDOS.
           PERFORM LER-FUNCIONARIO.

      *> HOLERITES.DAT FICA COM OS HOLERITES QUE O CHECKPOINT COBRIA:
      *> O CORTE E NO CABECALHO 'HOLERITE' SEGUINTE AO ULTIMO DELES
      *> (OU NA PAGINA DE TOTAIS, SE A QUEDA FOI NO FECHAMENTO).
      *> REGRAVACAO VIA ARQUIVO TEMPORARIO, COMO NOS PAGAMENTOS.
       RECORTAR-HOLERITES.
           OPEN INPUT ARQUIVO-HOLERITES.
           IF NOT WS-HOL-OK
               OPEN OUTPUT ARQUIVO-HOLERITES
               CLOSE ARQUIVO-HOLERITES
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-HOLERITES-NOVO.
           MOVE ZERO TO WS-HLN-CABECALHOS.
           MOVE 'N' TO WS-HLN-CORTE.
           PERFORM LER-HOLERITE-ANTERIOR.
           PERFORM COPIAR-HOLERITE-ANTERIOR
               UNTIL NOT WS-HOL-OK OR CORTE-ALCANCADO.
           CLOSE ARQUIVO-HOLERITES.
           CLOSE ARQUIVO-HOLERITES-NOVO.

           OPEN INPUT ARQUIVO-HOLERITES-NOVO.
           OPEN OUTPUT ARQUIVO-HOLERITES.
           PERFORM LER-HOLERITE-NOVO.
           PERFORM DEVOLVER-HOLERITE UNTIL NOT WS-HLN-OK.
           CLOSE ARQUIVO-HOLERITES-NOVO.
           CLOSE ARQUIVO-HOLERITES.

       LER-HOLERITE-ANTERIOR.
           READ ARQUIVO-HOLERITES.

       COPIAR-HOLERITE-ANTERIOR.
           IF LINHA-HOLERITE(1:9) = 'HOLERITE '
               ADD 1 TO WS-HLN-CABECALHOS
           END-IF.
           IF WS-HLN-CABECALHOS > WS-CONTADOR
              OR LINHA-HOLERITE(1:10) = '----------'
               MOVE 'S' TO WS-HLN-CORTE
               EXIT PARAGRAPH
           END-IF.
           WRITE LINHA-HOLERITE-NOVO FROM LINHA-HOLERITE.
           PERFORM LER-HOLERITE-ANTERIOR.

       LER-HOLERITE-NOVO.
           READ ARQUIVO-HOLERITES-NOVO.

       DEVOLVER-HOLERITE.
           WRITE LINHA-HOLERITE FROM LINHA-HOLERITE-NOVO.
           PERFORM LER-HOLERITE-NOVO.

      *> VOLTA AO ESTADO DO ULTIMO CHECKPOINT O QUE O BLOCO
      *> INTERROMPIDO JA TINHA GRAVADO NO HISTORICO, NAS FERIAS E NO
      *> BANCO DE HORAS. SO VALEM AS IMAGENS DO BLOCO DO CHECKPOINT;
      *> CADA REGISTRO E ALTERADO UMA VEZ POR BLOCO, ENTAO A ORDEM DE
      *> GRAVACAO SERVE. DESFEITO, O ARQUIVO DE IMAGENS E ZERADO.
       DESFAZER-BLOCO-INTERROMPIDO.
           MOVE ZERO TO WS-DSF-QTD.
           OPEN INPUT ARQUIVO-DESFAZER.
           IF NOT WS-DSF-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-DESFAZER.
           PERFORM APLICAR-DESFAZER UNTIL NOT WS-DSF-OK.
           CLOSE ARQUIVO-DESFAZER.
           OPEN OUTPUT ARQUIVO-DESFAZER.
           CLOSE ARQUIVO-DESFAZER.
           IF WS-DSF-QTD > ZERO
               DISPLAY 'DESFEITA(S) ' WS-DSF-QTD ' ATUALIZACAO(OES) '
                       'DA RODADA INTERROMPIDA POSTERIOR(ES) AO ULTIMO '
                       'CHECKPOINT.'
           END-IF.

       LER-DESFAZER.
           READ ARQUIVO-DESFAZER.

       APLICAR-DESFAZER.
           IF DSF-BLOCO = WS-CKP-BLOCO
               ADD 1 TO WS-DSF-QTD
               IF DSF-FERIAS AND FERIAS-EXISTE
                   MOVE DSF-IMAGEM TO REGISTRO-FERIAS
                   REWRITE REGISTRO-FERIAS
                       INVALID KEY
                           WRITE REGISTRO-FERIAS
                   END-REWRITE
               END-IF
               IF DSF-BANCO AND BANCO-EXISTE
                   MOVE DSF-IMAGEM TO REGISTRO-BANCO-HORAS
                   REWRITE REGISTRO-BANCO-HORAS
                       INVALID KEY
                           WRITE REGISTRO-BANCO-HORAS
                   END-REWRITE
               END-IF
               IF DSF-HISTORICO
                   MOVE DSF-IMAGEM TO REGISTRO-HOLERITE-HIST
                   REWRITE REGISTRO-HOLERITE-HIST
                       INVALID KEY
                           WRITE REGISTRO-HOLERITE-HIST
                   END-REWRITE
               END-IF
               IF DSF-HISTORICO-NOVO
                   MOVE DSF-IMAGEM TO REGISTRO-HOLERITE-HIST
                   DELETE ARQUIVO-HOLHIST
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF.
           PERFORM LER-DESFAZER.

      *> IMAGEM ANTERIOR DE UM REGISTRO PRESTES A SER ALTERADO, COM O
      *> BLOCO CORRENTE. ABRE E FECHA A CADA GRAVACAO: A IMAGEM TEM DE
      *> ESTAR NO DISCO ANTES DA ALTERACAO.
       GUARDAR-DESFAZER.
           MOVE WS-CKP-BLOCO TO WS-DSF-BLOCO.
           OPEN EXTEND ARQUIVO-DESFAZER.
           IF WS-DSF-ARQ-NOVO
               OPEN OUTPUT ARQUIVO-DESFAZER
           END-IF.
           WRITE REGISTRO-DESFAZER FROM WS-DSF-REGISTRO.
           CLOSE ARQUIVO-DESFAZER.

      *> A CADA INTERVALO: FECHA E REABRE HOLERITES.DAT (OS HOLERITES
      *> DO BLOCO VAO PARA O DISCO), GRAVA O CHECKPOINT COM O BLOCO
      *> SEGUINTE E SO ENTAO ZERA AS IMAGENS -- UMA QUEDA NO MEIO
      *> DEIXA IMAGENS DE BLOCO VELHO, QUE O DESFAZER IGNORA.
       GRAVAR-CHECKPOINT-FOLHA.
           CLOSE ARQUIVO-HOLERITES.
           OPEN EXTEND ARQUIVO-HOLERITES.
           ADD 1 TO WS-CKP-BLOCO.
           OPEN OUTPUT ARQUIVO-CHECKPOINT.
           MOVE WS-COMPETENCIA     TO CKP-COMPETENCIA.
           MOVE WS-CKP-BLOCO       TO CKP-BLOCO.
           MOVE WS-CKP-LIDOS       TO CKP-LIDOS.
           MOVE REG-CPF            TO CKP-ULTIMO-CPF.
           MOVE WS-CONTADOR        TO CKP-CONTADOR.
           MOVE WS-QTD-DESLIGADOS  TO CKP-QTD-DESLIGADOS.
           MOVE WS-HIST-SEM-CPF    TO CKP-HIST-SEM-CPF.
           MOVE WS-PAG-EMITIDOS    TO CKP-PAG-EMITIDOS.
           MOVE WS-TOTAL-BRUTO     TO CKP-TOTAL-BRUTO.
           MOVE WS-TOTAL-LIQUIDO   TO CKP-TOTAL-LIQUIDO.
           MOVE WS-TOTAL-DESCONTOS TO CKP-TOTAL-DESCONTOS.
           MOVE WS-TOTAL-FGTS      TO CKP-TOTAL-FGTS.
           MOVE WS-TOTAL-SALFAM    TO CKP-TOTAL-SALFAM.
           MOVE WS-TOTAL-RUB-PROV  TO CKP-TOTAL-RUB-PROV.
           MOVE WS-TOTAL-RUB-DESC  TO CKP-TOTAL-RUB-DESC.
           WRITE REGISTRO-CHECKPOINT.
           CLOSE ARQUIVO-CHECKPOINT.
           OPEN OUTPUT ARQUIVO-DESFAZER.
           CLOSE ARQUIVO-DESFAZER.
           MOVE ZERO TO WS-CKP-DESDE.

      *> FOLHA ENCERRADA: CHECKPOINT SEM POSICAO (NADA A RETOMAR) NUM
      *> BLOCO NOVO, DEPOIS AS IMAGENS ZERADAS, NA MESMA ORDEM DO
      *> CHECKPOINT DO MEIO DA RODADA.
       ENCERRAR-CHECKPOINT-FOLHA.
           ADD 1 TO WS-CKP-BLOCO.
           OPEN OUTPUT ARQUIVO-CHECKPOINT.
           INITIALIZE REGISTRO-CHECKPOINT.
           MOVE WS-COMPETENCIA TO CKP-COMPETENCIA.
           MOVE WS-CKP-BLOCO   TO CKP-BLOCO.
           WRITE REGISTRO-CHECKPOINT.
           CLOSE ARQUIVO-CHECKPOINT.
           OPEN OUTPUT ARQUIVO-DESFAZER.
           CLOSE ARQUIVO-DESFAZER.

      *> PREVIA: ABRE O RELATORIO DE CONFERENCIA NO SPOOL COM O
      *> LIMITE DE VARIACAO EM VIGOR NO CABECALHO DE CADA PAGINA.
       ABRIR-PREVIA.
           ACCEPT WS-VARIACAO-PCT-ENT
               FROM ENVIRONMENT 'FOLHA_VARIACAO_PCT'.
           IF WS-VARIACAO-PCT-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VARIACAO-PCT-ENT)
                   TO WS-VARIACAO-PCT
           END-IF.
           IF WS-VARIACAO-PCT = ZERO
               MOVE 10 TO WS-VARIACAO-PCT
           END-IF.

           MOVE 'PREVIA-FOLHA' TO WRK-REL-NOME.
           MOVE 'FOLHAPAGTO'   TO WRK-REL-PROGRAMA.
           MOVE SPACES TO WRK-REL-CABECALHO.
           STRING 'PREVIA DA FOLHA ' DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  ' CONTRA ' DELIMITED BY SIZE
                  WS-COMP-ANTERIOR DELIMITED BY SIZE
                  ' - LISTA QUEM VARIOU MAIS DE ' DELIMITED BY SIZE
                  WS-VARIACAO-PCT DELIMITED BY SIZE
                  '%, NOVOS, AUSENTES E LIQUIDO NEGATIVO'
                      DELIMITED BY SIZE
               INTO WRK-REL-CABECALHO
           END-STRING.
           PERFORM 0970-ABRIR-RELATORIO.

      *> CPF CALCULADO ('C') OU DESLIGADO ('D') NA RODADA, PARA A
      *> BUSCA DOS AUSENTES NO FIM.
       GUARDAR-CPF-PREVIA.
           IF WS-PRV-QTD < 500
               ADD 1 TO WS-PRV-QTD
               MOVE REG-CPF      TO WS-PRV-CPF(WS-PRV-QTD)
               MOVE WS-PRV-MARCA TO WS-PRV-SITUACAO(WS-PRV-QTD)
           ELSE
               DISPLAY 'AVISO: TABELA DE CPFS DA PREVIA CHEIA (500). '
                       'A LISTA DE AUSENTES PODE SAIR INCOMPLETA.'
           END-IF.

      *> O EMPREGADO CONTRA O PROPRIO HOLERITE DA COMPETENCIA
      *> ANTERIOR NO HISTORICO. ENTRA NA LISTA QUEM NAO TEM CPF, QUEM
      *> E NOVO (SEM HOLERITE ANTERIOR), QUEM FICOU COM LIQUIDO
      *> NEGATIVO E QUEM TEVE O BRUTO, O LIQUIDO OU QUALQUER LINHA DO
      *> HOLERITE VARIANDO ACIMA DO LIMITE.
       CONFERIR-VARIACAO.
           MOVE 'N' TO WS-PRV-LISTADO.
           IF REG-CPF = SPACES
               ADD 1 TO WS-PRV-QTD-SEM-CPF
               MOVE 'SEM CPF: SEM HISTORICO PARA COMPARAR (FOL0003A)'
                   TO WS-PRV-MOTIVO
               PERFORM LISTAR-MOTIVO-PREVIA
               ADD 1 TO WS-PRV-QTD-LISTADOS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-PRV-MARCA.
           PERFORM GUARDAR-CPF-PREVIA.

           IF WS-LIQUIDO-FINAL < ZERO
               ADD 1 TO WS-PRV-QTD-NEGATIVOS
               MOVE WS-LIQUIDO-FINAL TO WS-CMP-ATUAL-ED
               MOVE SPACES TO WS-PRV-MOTIVO
               STRING 'LIQUIDO NEGATIVO: ' DELIMITED BY SIZE
                      WS-CMP-ATUAL-ED DELIMITED BY SIZE
                   INTO WS-PRV-MOTIVO
               END-STRING
               PERFORM LISTAR-MOTIVO-PREVIA
           END-IF.

           MOVE REG-CPF          TO HST-CPF.
           MOVE WS-COMP-ANTERIOR TO HST-COMPETENCIA.
           READ ARQUIVO-HOLHIST
               INVALID KEY
                   ADD 1 TO WS-PRV-QTD-NOVOS
                   MOVE 'NOVO: SEM HOLERITE NA COMPETENCIA ANTERIOR'
                       TO WS-PRV-MOTIVO
                   PERFORM LISTAR-MOTIVO-PREVIA
               NOT INVALID KEY
                   PERFORM COMPARAR-HOLERITE-ANTERIOR
           END-READ.

           IF PREVIA-LISTADO
               ADD 1 TO WS-PRV-QTD-LISTADOS
           END-IF.

      *> LINHA A LINHA DO HOLERITE. CAMPO QUE O HISTORICO ANTIGO NAO
      *> TINHA (NAO NUMERICO) CONTA COMO ZERO NA COMPETENCIA ANTERIOR.
       COMPARAR-HOLERITE-ANTERIOR.
           MOVE 'SALARIO-BASE'     TO WS-CMP-ROTULO.
           MOVE HST-SALARIO-BASE   TO WS-CMP-ANTERIOR.
           MOVE REG-SALARIO        TO WS-CMP-ATUAL.
           PERFORM COMPARAR-LINHA-PREVIA.

           MOVE 'BRUTO'            TO WS-CMP-ROTULO.
           MOVE HST-BRUTO          TO WS-CMP-ANTERIOR.
           MOVE WS-BRUTO-AJUSTADO  TO WS-CMP-ATUAL.
           PERFORM COMPARAR-LINHA-PREVIA.

           MOVE '1/3 DE FERIAS'    TO WS-CMP-ROTULO.
           MOVE HST-VALOR-TERCO    TO WS-CMP-ANTERIOR.
           MOVE WS-VALOR-TERCO     TO WS-CMP-ATUAL.
           PERFORM COMPARAR-LINHA-PREVIA.

           MOVE 'FALTAS'           TO WS-CMP-ROTULO.
           MOVE HST-VALOR-FALTAS   TO WS-CMP-ANTERIOR.
           MOVE WS-VALOR-FALTAS    TO WS-CMP-ATUAL.
           PERFORM COMPARAR-LINHA-PREVIA.

           MOVE 'INSS'             TO WS-CMP-ROTULO.
           MOVE HST-VALOR-INSS     TO WS-CMP-ANTERIOR.
           MOVE WS-VALOR-INSS      TO WS-CMP-ATUAL.
           PERFORM COMPARAR-LINHA-PREVIA.

           MOVE 'IRRF'             TO WS-CMP-ROTULO.
           MOVE HST-VALOR-IRRF     TO WS-CMP-ANTERIOR.
           MOVE WS-VALOR-IRRF      TO WS-CMP-ATUAL.
           PERFORM COMPARAR-LINHA-PREVIA.

           MOVE 'EMPRESTIMOS'      TO WS-CMP-ROTULO.
           MOVE HST-VALOR-EMPRESTIMO TO WS-CMP-ANTERIOR.
           MOVE WS-TOTAL-PARCELAS-EMP TO WS-CMP-ATUAL.
           PERFORM COMPARAR-LINHA-PREVIA.

           MOVE 'CONSUMO'          TO WS-CMP-ROTULO.
           MOVE ZERO               TO WS-CMP-ANTERIOR.
           IF HST-VALOR-CONSUMO IS NUMERIC
               MOVE HST-VALOR-CONSUMO TO WS-CMP-ANTERIOR
           END-IF.
           MOVE WS-VALOR-CONSUMO   TO WS-CMP-ATUAL.
           PERFORM COMPARAR-LINHA-PREVIA.

           MOVE 'SALARIO-FAMILIA'  TO WS-CMP-ROTULO.
           MOVE ZERO               TO WS-CMP-ANTERIOR.
           IF HST-SALARIO-FAMILIA IS NUMERIC
               MOVE HST-SALARIO-FAMILIA TO WS-CMP-ANTERIOR
           END-IF.
           MOVE WS-VALOR-SALFAM    TO WS-CMP-ATUAL.
           PERFORM COMPARAR-LINHA-PREVIA.

           MOVE 'FGTS'             TO WS-CMP-ROTULO.
           MOVE ZERO               TO WS-CMP-ANTERIOR.
           IF HST-VALOR-FGTS IS NUMERIC
               MOVE HST-VALOR-FGTS TO WS-CMP-ANTERIOR
           END-IF.
           MOVE WS-VALOR-FGTS      TO WS-CMP-ATUAL.
           PERFORM COMPARAR-LINHA-PREVIA.

           PERFORM COMPARAR-RUBRICA-ATUAL
               VARYING WS-RUBEMP-IDX FROM 1 BY 1
               UNTIL WS-RUBEMP-IDX > WS-RUBEMP-QTD.
           IF HST-QTD-RUBRICAS IS NUMERIC
               PERFORM COMPARAR-RUBRICA-ANTERIOR
                   VARYING WS-CMP-RUB-IDX FROM 1 BY 1
                   UNTIL WS-CMP-RUB-IDX > HST-QTD-RUBRICAS
                      OR WS-CMP-RUB-IDX > 10
           END-IF.

           MOVE 'LIQUIDO'          TO WS-CMP-ROTULO.
           MOVE HST-LIQUIDO        TO WS-CMP-ANTERIOR.
           MOVE WS-LIQUIDO-FINAL   TO WS-CMP-ATUAL.
           PERFORM COMPARAR-LINHA-PREVIA.

      *> RUBRICA DO MES CONTRA A MESMA RUBRICA NO HOLERITE ANTERIOR
      *> (ZERO SE ELA NAO ESTAVA LA).
       COMPARAR-RUBRICA-ATUAL.
           MOVE SPACES TO WS-CMP-ROTULO.
           STRING 'RUBRICA ' DELIMITED BY SIZE
                  WS-RUBEMP-CODIGO(WS-RUBEMP-IDX) DELIMITED BY SIZE
               INTO WS-CMP-ROTULO
           END-STRING.
           MOVE ZERO TO WS-CMP-ANTERIOR.
           IF HST-QTD-RUBRICAS IS NUMERIC
               PERFORM PROCURAR-RUBRICA-ANTERIOR
                   VARYING WS-CMP-RUB-IDX FROM 1 BY 1
                   UNTIL WS-CMP-RUB-IDX > HST-QTD-RUBRICAS
                      OR WS-CMP-RUB-IDX > 10
           END-IF.
           MOVE WS-RUBEMP-VALOR(WS-RUBEMP-IDX) TO WS-CMP-ATUAL.
           PERFORM COMPARAR-LINHA-PREVIA.

       PROCURAR-RUBRICA-ANTERIOR.
           IF HST-RUB-CODIGO(WS-CMP-RUB-IDX)
                  = WS-RUBEMP-CODIGO(WS-RUBEMP-IDX)
               MOVE HST-RUB-VALOR(WS-CMP-RUB-IDX) TO WS-CMP-ANTERIOR
           END-IF.

      *> RUBRICA DO HOLERITE ANTERIOR QUE NAO VEIO NESTE MES.
       COMPARAR-RUBRICA-ANTERIOR.
           MOVE 'N' TO WS-CMP-RUB-ACHADA.
           PERFORM PROCURAR-RUBRICA-ATUAL
               VARYING WS-RUBEMP-IDX FROM 1 BY 1
               UNTIL WS-RUBEMP-IDX > WS-RUBEMP-QTD
                  OR RUBRICA-ACHADA.
           IF NOT RUBRICA-ACHADA
               MOVE SPACES TO WS-CMP-ROTULO
               STRING 'RUBRICA ' DELIMITED BY SIZE
                      HST-RUB-CODIGO(WS-CMP-RUB-IDX) DELIMITED BY SIZE
                   INTO WS-CMP-ROTULO
               END-STRING
               MOVE HST-RUB-VALOR(WS-CMP-RUB-IDX) TO WS-CMP-ANTERIOR
               MOVE ZERO TO WS-CMP-ATUAL
               PERFORM COMPARAR-LINHA-PREVIA
           END-IF.

       PROCURAR-RUBRICA-ATUAL.
           IF WS-RUBEMP-CODIGO(WS-RUBEMP-IDX)
                  = HST-RUB-CODIGO(WS-CMP-RUB-IDX)
               MOVE 'S' TO WS-CMP-RUB-ACHADA
           END-IF.

      *> VARIACAO PERCENTUAL SOBRE O VALOR ANTERIOR; LINHA QUE SURGIU
      *> OU ZEROU ENTRA SEMPRE NA LISTA.
       COMPARAR-LINHA-PREVIA.
           IF WS-CMP-ATUAL = WS-CMP-ANTERIOR
               EXIT PARAGRAPH
           END-IF.
           IF WS-CMP-ANTERIOR = ZERO
               MOVE 'LINHA NOVA' TO WS-CMP-VARIACAO
           ELSE
               IF WS-CMP-ATUAL = ZERO
                   MOVE 'LINHA ZERADA' TO WS-CMP-VARIACAO
               ELSE
                   IF WS-CMP-ANTERIOR < ZERO
                       COMPUTE WS-CMP-BASE = ZERO - WS-CMP-ANTERIOR
                   ELSE
                       MOVE WS-CMP-ANTERIOR TO WS-CMP-BASE
                   END-IF
                   COMPUTE WS-CMP-PCT ROUNDED =
                       (WS-CMP-ATUAL - WS-CMP-ANTERIOR) * 100
                       / WS-CMP-BASE
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-CMP-PCT
                   END-COMPUTE
                   IF WS-CMP-PCT < ZERO
                       COMPUTE WS-CMP-PCT-ABS = ZERO - WS-CMP-PCT
                   ELSE
                       MOVE WS-CMP-PCT TO WS-CMP-PCT-ABS
                   END-IF
                   IF WS-CMP-PCT-ABS NOT > WS-VARIACAO-PCT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CMP-PCT TO WS-CMP-PCT-ED
                   MOVE SPACES TO WS-CMP-VARIACAO
                   STRING 'VARIACAO ' DELIMITED BY SIZE
                          WS-CMP-PCT-ED DELIMITED BY SIZE
                          '%' DELIMITED BY SIZE
                       INTO WS-CMP-VARIACAO
                   END-STRING
               END-IF
           END-IF.

           MOVE WS-CMP-ANTERIOR TO WS-CMP-ANTERIOR-ED.
           MOVE WS-CMP-ATUAL    TO WS-CMP-ATUAL-ED.
           MOVE SPACES TO WS-PRV-MOTIVO.
           STRING WS-CMP-ROTULO DELIMITED BY SIZE
                  WS-CMP-ANTERIOR-ED DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  WS-CMP-ATUAL-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CMP-VARIACAO DELIMITED BY SIZE
               INTO WS-PRV-MOTIVO
           END-STRING.
           PERFORM LISTAR-MOTIVO-PREVIA.

      *> O PRIMEIRO MOTIVO DO EMPREGADO ABRE O BLOCO DELE NA LISTA
      *> COM O NOME E O CPF; OS MOTIVOS VEM RECUADOS ABAIXO.
       LISTAR-MOTIVO-PREVIA.
           IF NOT PREVIA-LISTADO
               MOVE 'S' TO WS-PRV-LISTADO
               MOVE SPACES TO WRK-REL-LINHA
               STRING REG-CPF DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-NOME-COMPLETO DELIMITED BY SIZE
                      ' CARGO: ' DELIMITED BY SIZE
                      REG-CARGO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING '    ' DELIMITED BY SIZE
                  WS-PRV-MOTIVO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

      *> FIM DA PREVIA: QUEM TINHA HOLERITE NA COMPETENCIA ANTERIOR E
      *> NAO FOI CALCULADO AGORA, O RESUMO E O CAMPO DO VISTO DO RH.
       FECHAR-PREVIA.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'SEM HOLERITE NESTA COMPETENCIA (TINHAM NA ANTERIOR):'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE LOW-VALUES TO HST-CHAVE.
           START ARQUIVO-HOLHIST KEY NOT < HST-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LER-HISTORICO-PREVIA
                   PERFORM CONFERIR-AUSENTE UNTIL NOT WS-HST-OK
           END-START.

           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-CONTADOR TO WRK-REL-NUM-ED.
           STRING 'EMPREGADOS CALCULADOS..: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-PRV-QTD-LISTADOS TO WRK-REL-NUM-ED.
           STRING 'NA LISTA DE CONFERENCIA: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-PRV-QTD-NOVOS TO WRK-REL-NUM-ED.
           STRING 'NOVOS..................: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-PRV-QTD-AUSENTES TO WRK-REL-NUM-ED.
           STRING 'AUSENTES...............: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-PRV-QTD-NEGATIVOS TO WRK-REL-NUM-ED.
           STRING 'LIQUIDO NEGATIVO.......: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-PRV-QTD-SEM-CPF TO WRK-REL-NUM-ED.
           STRING 'SEM CPF (SEM COMPARACAO): ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'CONFERIDO PELO RH: ______________________________'
                  DELIMITED BY SIZE
                  '  DATA: ____/____/________' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0973-FECHAR-RELATORIO.

       LER-HISTORICO-PREVIA.
           READ ARQUIVO-HOLHIST NEXT RECORD.

       CONFERIR-AUSENTE.
           IF HST-COMPETENCIA = WS-COMP-ANTERIOR
               MOVE ZERO TO WS-PRV-POS
               PERFORM PROCURAR-CPF-PREVIA
                   VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-QTD
                      OR WS-PRV-POS > ZERO
               IF WS-PRV-POS = ZERO
                   PERFORM LISTAR-AUSENTE
               ELSE
                   IF WS-PRV-SITUACAO(WS-PRV-POS) = 'D'
                       PERFORM LISTAR-AUSENTE
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-HISTORICO-PREVIA.

       PROCURAR-CPF-PREVIA.
           IF WS-PRV-CPF(WS-PRV-IDX) = HST-CPF
               MOVE WS-PRV-IDX TO WS-PRV-POS
           END-IF.

       LISTAR-AUSENTE.
           ADD 1 TO WS-PRV-QTD-AUSENTES.
           ADD 1 TO WS-PRV-QTD-LISTADOS.
           MOVE HST-LIQUIDO TO WS-CMP-ANTERIOR-ED.
           MOVE SPACES TO WS-PRV-MOTIVO.
           IF WS-PRV-POS > ZERO
               MOVE '(DESLIGADO)' TO WS-PRV-MOTIVO
           END-IF.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING HST-CPF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HST-EMPREGADO DELIMITED BY SIZE
                  ' LIQUIDO ANTERIOR: ' DELIMITED BY SIZE
                  WS-CMP-ANTERIOR-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRV-MOTIVO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           COPY TABIMP-PD.CPY.
           COPY DEPEND-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY AMORTIZA-PD.CPY.
