      * RECUSA INSCRICAO ALEM DAS VAGAS. ZERO OU REGISTRO ANTIGO SEM
      * O CAMPO = SEM LIMITE.
           05 DIS-VAGAS  PIC 9(03).
      * CARGA HORARIA SEMANAL DA DISCIPLINA (HORAS-AULA POR SEMANA),
      * BASE DO PLANO DE AULAS NA REMUNERACAO DO PROFESSOR (PRO0002A).
      * ZERO OU REGISTRO ANTIGO SEM O CAMPO = NAO INFORMADA.
           05 DIS-HORAS-SEMANAIS PIC 9(02).
