      *                SEGUE REGISTRANDO CADA PASSO NO RUNCTL.DAT PARA
      *                O RESTART DE SEMPRE. COPIAR DENTRO DO FD DO
      *                ARQUIVO NA FILE SECTION. A CHAVE E JOB + PASSO.
      *                O NUMERO DO PASSO E A CHAVE DO RESTART E NAO
      *                MUDA; A ORDEM EM QUE OS PASSOS RODAM VEM DE
      *                GRD-ORDEM, QUE O DESPACHANTE USA PARA ORDENAR O
      *                PLANO DA DATA.
      ******************************************************************

       01 REGISTRO-GRADE.
           05 GRD-ATIVO-FLG PIC X(01).
               88 GRD-ATIVO    VALUES 'A' SPACE.
               88 GRD-INATIVO  VALUE 'I'.
      * ORDEM DE EXECUCAO DO PASSO DENTRO DO JOB. PASSO GRAVADO ANTES
      * DO CAMPO (OU SEM ORDEM INFORMADA) CHEGA SEM VALOR NUMERICO OU
      * ZERADO E RODA NA POSICAO DO PROPRIO NUMERO (PASSO X 10).
           05 GRD-ORDEM     PIC 9(03).
