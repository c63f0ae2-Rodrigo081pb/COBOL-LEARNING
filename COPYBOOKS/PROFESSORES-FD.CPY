       01 REGISTRO-PROFESSOR.
           05 PRO-REGISTRO PIC 9(05).
           05 PRO-NOME     PIC X(30).
      * VINCULO COM A FOLHA: CPF DO PROFESSOR EM FUNCIONARIOS.DAT E O
      * VALOR DA HORA-AULA. O PRO0002A APURA AS AULAS DADAS NO MES E
      * LANCA HORAS-AULA E DSR EM RUBRICAS-EMPREGADO.DAT PARA ESTE
      * CPF. REGISTRO ANTIGO SEM OS CAMPOS = SEM VINCULO (ESPACOS).
           05 PRO-CPF        PIC X(14).
           05 PRO-VALOR-HORA PIC 9(05)V99.
