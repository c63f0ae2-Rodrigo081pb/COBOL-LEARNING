      ******************************************************************
      * COPYBOOK.....: RUBRICAS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE RUBRICAS.DAT, O CADASTRO
      *                DE EVENTOS RECORRENTES DA FOLHA (VALE-
      *                TRANSPORTE, COPARTICIPACAO DO VALE-REFEICAO E DO
      *                PLANO DE SAUDE, CONTRIBUICAO SINDICAL,
      *                GRATIFICACOES FIXAS, COMISSOES...) MANTIDO PELO
      *                RUB0001A: PROVENTO OU DESCONTO, INCIDENCIA EM
      *                INSS, IRRF E FGTS E AS CONTAS DO LANCAMENTO QUE
      *                O EXPORTADOR CONTABIL (FOL0007A) EMITE. QUEM
      *                RECEBE OU PAGA CADA RUBRICA, E QUANTO, ESTA EM
      *                RUBRICAS-EMPREGADO.DAT (RUBEMP-FD.CPY). RUBRICA
      *                NAO SE APAGA: FICA INATIVA E SAI DA FOLHA.
      *                COPIAR DENTRO DO FD DO ARQUIVO NA FILE SECTION.
      *                A CHAVE E O CODIGO.
      ******************************************************************

       01 REGISTRO-RUBRICA.
           05 RUB-CODIGO           PIC X(04).
           05 RUB-DESCRICAO        PIC X(25).
           05 RUB-TIPO             PIC X(01).
               88 RUB-PROVENTO         VALUE 'P'.
               88 RUB-DESCONTO         VALUE 'D'.
               88 RUB-TIPO-VALIDO      VALUES 'P' 'D'.
      * INCIDENCIAS: NO PROVENTO, 'S' SOMA O VALOR A BASE DO TRIBUTO;
      * NO DESCONTO, 'S' ABATE O VALOR DA BASE. PROVENTO TRIBUTADO NO
      * IRRF E SEMPRE TRIBUTADO NO INSS, E DESCONTO QUE ABATE DO INSS
      * SEMPRE ABATE DO IRRF (A BASE DO IRRF PARTE DA DO INSS).
           05 RUB-INCIDE-INSS      PIC X(01).
               88 RUB-TRIBUTA-INSS     VALUE 'S'.
           05 RUB-INCIDE-IRRF      PIC X(01).
               88 RUB-TRIBUTA-IRRF     VALUE 'S'.
           05 RUB-INCIDE-FGTS      PIC X(01).
               88 RUB-TRIBUTA-FGTS     VALUE 'S'.
           05 RUB-CONTA-DEBITO     PIC X(10).
           05 RUB-CONTA-CREDITO    PIC X(10).
           05 RUB-SITUACAO         PIC X(01).
               88 RUB-ATIVA            VALUE 'A'.
               88 RUB-INATIVA          VALUE 'I'.
