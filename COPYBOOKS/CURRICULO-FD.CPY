      *                A CONCLUSAO, MANTIDO POR CUR0001A. O ESC0005A
      *                VARRE NOTAS.DAT POR ALUNO E CASA AS APROVACOES
      *                CONTRA ESTA GRADE PARA DIZER QUEM PODE COLAR
      *                GRAU. A REMATRICULA (MAT0002A) USA O SEMESTRE
      *                DA GRADE PARA PROPOR AS PROXIMAS DISCIPLINAS DE
      *                CADA ALUNO. COPIAR DENTRO DO FD DO ARQUIVO NA
      *                FILE SECTION. A CHAVE E O CODIGO DA DISCIPLINA.
      ******************************************************************

       01 REGISTRO-CURRICULO.
           05 CUR-DISCIPLINA PIC 9(03).
      * SEMESTRE DA GRADE EM QUE A DISCIPLINA E CURSADA (1, 2, ...).
      * ZERO OU REGISTRO ANTIGO SEM O CAMPO = SEM SEMESTRE: A
      * DISCIPLINA NAO ENTRA NA PROPOSTA AUTOMATICA DE REMATRICULA.
           05 CUR-SEMESTRE   PIC 9(02).
