      ******************************************************************
      * COPYBOOK.....: RUBEMP-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE RUBRICAS-EMPREGADO.DAT,
      *                AS RUBRICAS (RUBRICAS.DAT) LANCADAS PARA CADA
      *                EMPREGADO PELO RUB0002A: VALOR FIXO OU
      *                PERCENTUAL SOBRE O SALARIO-BASE, COM A VIGENCIA
      *                EM COMPETENCIAS. A FOLHA (FolhaPagamento) APLICA
      *                TODA RUBRICA VIGENTE NA COMPETENCIA, UMA LINHA
      *                POR RUBRICA NO HOLERITE. COM PERCENTUAL E VALOR
      *                INFORMADOS, O VALOR E O TETO DO PERCENTUAL (O
      *                VALE-TRANSPORTE DESCONTA 6% DO SALARIO ATE O
      *                CUSTO DO VALE). LANCAMENTO DE UM MES SO (A
      *                COMISSAO APURADA PELO VEN0005A) TEM INICIO E FIM
      *                NA MESMA COMPETENCIA. COPIAR DENTRO DO FD DO
      *                ARQUIVO NA FILE SECTION. A CHAVE E REM-CHAVE.
      ******************************************************************

       01 REGISTRO-RUBRICA-EMP.
           05 REM-CHAVE.
               10 REM-CPF          PIC X(14).
               10 REM-RUBRICA      PIC X(04).
      * VIGENCIA EM COMPETENCIAS AAAAMM; FIM EM BRANCO = SEM PRAZO.
               10 REM-INICIO       PIC X(06).
           05 REM-FIM              PIC X(06).
           05 REM-VALOR            PIC 9(07)V99.
           05 REM-PERCENTUAL       PIC 9(03)V99.
           05 REM-DATA-CADASTRO    PIC X(08).
           05 REM-OPERADOR         PIC X(08).
