      ******************************************************************
      * COPYBOOK.....: REMATRICULAS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE REMATRICULAS.DAT, AS
      *                PROPOSTAS DE REMATRICULA GERADAS PELO MAT0002A
      *                DEPOIS QUE O PERIODO LETIVO E FECHADO (PER0001A):
      *                AS PROXIMAS DISCIPLINAS DA GRADE (CURRICULO.DAT)
      *                E AS DEPENDENCIAS (DISCIPLINAS REPROVADAS NO
      *                PERIODO FECHADO) DE CADA ALUNO ATIVO. A PROPOSTA
      *                SO VIRA MATRICULA (MATRICULAS.DAT) QUANDO O
      *                COORDENADOR CONFIRMA NO MAT0002A; DESCARTADA,
      *                FICA COMO HISTORICO. COPIAR DENTRO DO FD DO
      *                ARQUIVO NA FILE SECTION. A CHAVE E MATRICULA +
      *                DISCIPLINA + PERIODO DE DESTINO (A MESMA DA
      *                MATRICULA QUE ELA VAI GERAR).
      ******************************************************************

       01 REGISTRO-REMATRICULA.
           05 RMT-CHAVE.
               10 RMT-MATRICULA  PIC 9(06).
               10 RMT-DISCIPLINA PIC 9(03).
               10 RMT-PERIODO    PIC X(06).
      * PERIODO FECHADO QUE ORIGINOU A PROPOSTA.
           05 RMT-PERIODO-ORIGEM PIC X(06).
      * 'N' PROXIMA DISCIPLINA DA GRADE, 'D' DEPENDENCIA.
           05 RMT-TIPO           PIC X(01).
               88 RMT-PROXIMA       VALUE 'N'.
               88 RMT-DEPENDENCIA   VALUE 'D'.
      * 'P' PENDENTE (RESERVA VAGA), 'V' SEM VAGA NA GERACAO
      * (AGUARDA VAGA OU DESCARTE), 'C' CONFIRMADA (MATRICULA
      * GRAVADA), 'X' DESCARTADA PELO COORDENADOR.
           05 RMT-SITUACAO       PIC X(01).
               88 RMT-PENDENTE      VALUE 'P'.
               88 RMT-SEM-VAGA      VALUE 'V'.
               88 RMT-CONFIRMADA    VALUE 'C'.
               88 RMT-DESCARTADA    VALUE 'X'.
               88 RMT-EM-ABERTO     VALUES 'P' 'V'.
           05 RMT-DATA-GERACAO   PIC X(08).
           05 RMT-DATA-DECISAO   PIC X(08).
