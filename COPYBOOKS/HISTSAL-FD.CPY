      ******************************************************************
      * COPYBOOK.....: HISTSAL-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE SALARIOS-HIST.DAT, O
      *                HISTORICO DE SALARIO E CARGO DOS EMPREGADOS:
      *                FUNCIONARIOS.DAT SO GUARDA O VALOR ATUAL, ESTE
      *                ARQUIVO GUARDA CADA MUDANCA -- A ADMISSAO E AS
      *                ALTERACOES DE MANUTENCAO-FUNCIONARIOS E O
      *                REAJUSTE COLETIVO DO FOL0001A -- COM A VIGENCIA,
      *                OS VALORES ANTERIOR E NOVO, O MOTIVO E QUEM
      *                FEZ. A GRAVACAO E PELO HISTSAL-PD.CPY; A
      *                CONSULTA DA CARREIRA E O RELATORIO DE QUEM ESTA
      *                SEM REAJUSTE SAO O SAL0001A. COPIAR DENTRO DO FD
      *                DO ARQUIVO NA FILE SECTION. A CHAVE E HSL-CHAVE.
      ******************************************************************

       01 REGISTRO-HISTORICO-SALARIO.
           05 HSL-CHAVE.
               10 HSL-CPF          PIC X(14).
      * DATA DE VIGENCIA AAAAMMDD. A SEQUENCIA SEPARA MAIS DE UMA
      * MUDANCA NO MESMO DIA; A 00 E DO REAJUSTE COLETIVO, QUE A
      * RODADA NOVA DO FOL0001A REGRAVA.
               10 HSL-DATA-VIGENCIA PIC X(08).
               10 HSL-SEQUENCIA    PIC 9(02).
           05 HSL-SALARIO-ANTERIOR PIC 9(7)V99.
           05 HSL-SALARIO-NOVO     PIC 9(7)V99.
           05 HSL-CARGO-ANTERIOR   PIC X(30).
           05 HSL-CARGO-NOVO       PIC X(30).
      * MOTIVO: 'A' ADMISSAO, 'C' ACORDO COLETIVO, 'P' PROMOCAO, 'M'
      * MERITO, 'R' CORRECAO DE CADASTRO.
           05 HSL-MOTIVO           PIC X(01).
               88 HSL-ADMISSAO         VALUE 'A'.
               88 HSL-ACORDO-COLETIVO  VALUE 'C'.
               88 HSL-PROMOCAO         VALUE 'P'.
               88 HSL-MERITO           VALUE 'M'.
               88 HSL-CORRECAO         VALUE 'R'.
               88 HSL-MOTIVO-VALIDO    VALUES 'A' 'C' 'P' 'M' 'R'.
           05 HSL-OPERADOR         PIC X(08).
           05 HSL-PROGRAMA         PIC X(08).
           05 HSL-DATA-REGISTRO    PIC X(08).
