      *                ARQUIVO E HISTORIA: RODADA NOVA DA MESMA
      *                COMPETENCIA REGRAVA O REGISTRO, COMPETENCIAS
      *                ANTIGAS FICAM. A CONSULTA E REIMPRESSAO E O
      *                FOL0004A. O HOLERITE DA RESCISAO (RES0001A) ENTRA
      *                NA COMPETENCIA DO DESLIGAMENTO, MARCADO PELO
      *                TIPO. O FGTS DE CADA REGISTRO ALIMENTA A
      *                REMESSA MENSAL (FOL0008A); A DEDUCAO DOS
      *                DEPENDENTES, O SALARIO-FAMILIA E AS RUBRICAS
      *                RECORRENTES FICAM NO FIM DO REGISTRO. COPIAR
      *                DENTRO DO FD DO ARQUIVO NA FILE SECTION. A CHAVE
      *                E CPF + COMPETENCIA.
      ******************************************************************

       01 REGISTRO-HOLERITE-HIST.
      * (TABELAS-IMPOSTO.DAT, FOL0005A); ESPACOS = FAIXAS INTERNAS.
           05 HST-VERSAO-INSS      PIC X(06).
           05 HST-VERSAO-IRRF      PIC X(06).
      * CONSUMO DE FUNCIONARIO NA SORVETERIA (VENDAS 'F' DE
      * VENDAS.DAT, LIQUIDO DE ESTORNOS): O QUE FOI DESCONTADO NA
      * COMPETENCIA E O SALDO QUE PASSOU DO TETO DE DESCONTO E FICA
      * PARA A COMPETENCIA SEGUINTE. REGISTROS ANTERIORES AO CAMPO
      * LEEM ESPACOS (SEM SALDO A TRANSPORTAR).
           05 HST-VALOR-CONSUMO    PIC 9(07)V99.
           05 HST-CONSUMO-SALDO    PIC 9(07)V99.
      * HOLERITE DE RESCISAO (RES0001A): O TIPO 'R' MARCA O
      * REGISTRO, COM O SALDO DE SALARIO, O AVISO PREVIO INDENIZADO E
      * AS HORAS DO BANCO PAGAS NO ACERTO (FERIAS VENCIDAS E
      * PROPORCIONAIS COM O TERCO VAO NOS CAMPOS DE FERIAS). REGISTROS
      * ANTERIORES AO CAMPO LEEM ESPACOS (HOLERITE DA FOLHA).
           05 HST-TIPO-HOLERITE    PIC X(01).
               88 HST-HOLERITE-FOLHA   VALUES ' ' 'F'.
               88 HST-HOLERITE-RESCISAO VALUE 'R'.
           05 HST-SALDO-SALARIO    PIC 9(07)V99.
           05 HST-VALOR-AVISO      PIC 9(07)V99.
           05 HST-VALOR-BANCO      PIC 9(07)V99.
      * FGTS DO EMPREGADOR (8% DA BASE REMUNERATORIA DO REGISTRO: O
      * BRUTO DA FOLHA COM FERIAS, O 13O FECHADO NA PARCELA 2, OU NA
      * RESCISAO O SALDO DE SALARIO, O AVISO E O BANCO DE HORAS) E A
      * MULTA RESCISORIA DE 40% DA DISPENSA SEM JUSTA CAUSA. NAO
      * ENTRAM NO BRUTO NEM NO LIQUIDO -- SAO ENCARGO, RECOLHIDO PELA
      * REMESSA MENSAL (FOL0008A). REGISTROS ANTERIORES AOS CAMPOS
      * LEEM ESPACOS (SEM FGTS APURADO).
           05 HST-BASE-FGTS        PIC 9(07)V99.
           05 HST-VALOR-FGTS       PIC 9(07)V99.
           05 HST-MULTA-FGTS       PIC 9(07)V99.
      * DEPENDENTES (DEPENDENTES.DAT, DEP0001A): QUANTOS DEDUZIRAM
      * NA BASE DO IRRF E O VALOR DEDUZIDO, E QUANTOS DERAM DIREITO A
      * COTA DO SALARIO-FAMILIA E O VALOR PAGO (SOMADO AO LIQUIDO,
      * FORA DO BRUTO; A EMPRESA COMPENSA NO INSS). REGISTROS
      * ANTERIORES AOS CAMPOS LEEM ESPACOS (SEM DEPENDENTES).
           05 HST-QTD-DEP-IRRF     PIC 9(02).
           05 HST-DEDUCAO-DEP      PIC 9(07)V99.
           05 HST-QTD-SALFAM       PIC 9(02).
           05 HST-SALARIO-FAMILIA  PIC 9(07)V99.
      * RUBRICAS RECORRENTES (RUBRICAS-EMPREGADO.DAT, RUB0002A)
      * APLICADAS NA COMPETENCIA, UMA OCORRENCIA POR RUBRICA COM A
      * DESCRICAO DA EPOCA, E OS TOTAIS: PROVENTOS (JA SOMADOS NO
      * BRUTO), DESCONTOS (JA ABATIDOS DO LIQUIDO) E OS PROVENTOS QUE
      * NAO TRIBUTAM NO IRRF (PARA O INFORME DE RENDIMENTOS). REGISTROS
      * ANTERIORES AOS CAMPOS LEEM ESPACOS (SEM RUBRICAS).
           05 HST-QTD-RUBRICAS     PIC 9(02).
           05 HST-RUB-PROVENTOS    PIC 9(07)V99.
           05 HST-RUB-DESCONTOS    PIC 9(07)V99.
           05 HST-RUB-ISENTOS-IRRF PIC 9(07)V99.
           05 HST-RUBRICAS-TABELA.
               10 HST-RUBRICA OCCURS 10 TIMES.
                   15 HST-RUB-CODIGO    PIC X(04).
                   15 HST-RUB-DESCRICAO PIC X(25).
                   15 HST-RUB-TIPO      PIC X(01).
                   15 HST-RUB-VALOR     PIC 9(07)V99.
