      ******************************************************************
      * COPYBOOK.....: PREREQUISITOS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE PREREQUISITOS.DAT, AS
      *                REGRAS DE PRE-REQUISITO ENTRE DISCIPLINAS DO
      *                MESTRE DISCIPLINAS.DAT, MANTIDAS PELO PRE0001A
      *                (QUE RECUSA REGRA CIRCULAR). UMA DISCIPLINA PODE
      *                TER VARIOS PRE-REQUISITOS, UM REGISTRO POR
      *                REGRA. O MAT0001A SO MATRICULA QUEM TEM TODOS
      *                OS PRE-REQUISITOS APROVADOS EM NOTAS.DAT (OU COM
      *                LIBERACAO DO COORDENADOR) E O ESC0005A APONTA O
      *                HISTORICO QUE CURSOU DISCIPLINA ANTES DO
      *                PRE-REQUISITO. COPIAR DENTRO DO FD DO ARQUIVO NA
      *                FILE SECTION. A CHAVE E DISCIPLINA + REQUISITO.
      ******************************************************************

       01 REGISTRO-PREREQUISITO.
           05 PRE-CHAVE.
               10 PRE-DISCIPLINA PIC 9(03).
               10 PRE-REQUISITO  PIC 9(03).
           05 PRE-DATA-INCLUSAO  PIC X(08).
