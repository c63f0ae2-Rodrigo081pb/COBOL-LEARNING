      ******************************************************************
      * COPYBOOK.....: LIBPREREQ-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE LIBERACOES-PREREQ.DAT, O
      *                LIVRO DAS LIBERACOES DE PRE-REQUISITO DADAS
      *                PELO COORDENADOR NA MATRICULA (MAT0001A): UMA
      *                LINHA POR PRE-REQUISITO DISPENSADO, COM QUEM
      *                LIBEROU (SIGN-ON DE SUPERVISOR) E O MOTIVO. O
      *                ESC0005A CONSULTA O LIVRO PARA MARCAR COMO
      *                LIBERADA A IRREGULARIDADE DO HISTORICO. COPIAR
      *                DENTRO DO FD DO ARQUIVO NA FILE SECTION (LINE
      *                SEQUENTIAL, GRAVADO EM EXTEND).
      ******************************************************************

       01 REGISTRO-LIBERACAO.
           05 LIB-MATRICULA  PIC 9(06).
           05 LIB-DISCIPLINA PIC 9(03).
           05 LIB-PERIODO    PIC X(06).
           05 LIB-REQUISITO  PIC 9(03).
           05 LIB-DATA       PIC X(08).
           05 LIB-HORA       PIC X(08).
           05 LIB-OPERADOR   PIC X(08).
           05 LIB-MOTIVO     PIC X(60).
