      ******************************************************************
      * COPYBOOK.....: HORARIOS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE HORARIOS.DAT, O QUADRO DE
      *                HORARIOS: QUANDO E ONDE CADA DISCIPLINA SE REUNE
      *                NO PERIODO LETIVO -- DIA DA SEMANA, AULA DE
      *                INICIO E DE FIM (FAIXAS DE AULA NUMERADAS DO
      *                DIA) E SALA (SALAS.DAT). MANTIDO PELO HOR0001A,
      *                QUE RECUSA PROFESSOR (ATRIBUICOES.DAT) EM DOIS
      *                LUGARES AO MESMO TEMPO, SALA OCUPADA E SALA
      *                MENOR QUE AS VAGAS DA DISCIPLINA. COPIAR DENTRO
      *                DO FD DO ARQUIVO NA FILE SECTION. A CHAVE E
      *                DISCIPLINA + PERIODO + DIA + AULA DE INICIO.
      ******************************************************************

       01 REGISTRO-HORARIO.
           05 HOR-CHAVE.
               10 HOR-DISCIPLINA  PIC 9(03).
               10 HOR-PERIODO     PIC X(06).
      * 1=SEGUNDA ... 6=SABADO.
               10 HOR-DIA-SEMANA  PIC 9(01).
               10 HOR-AULA-INICIO PIC 9(02).
      * ULTIMA AULA DO BLOCO (IGUAL A DE INICIO = AULA SIMPLES).
           05 HOR-AULA-FIM        PIC 9(02).
           05 HOR-SALA            PIC X(05).
