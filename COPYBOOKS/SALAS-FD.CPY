      ******************************************************************
      * COPYBOOK.....: SALAS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE SALAS.DAT, O CADASTRO
      *                MESTRE DE SALAS DE AULA (CODIGO + DESCRICAO +
      *                CAPACIDADE) MANTIDO PELO HOR0001A. O QUADRO DE
      *                HORARIOS (HORARIOS.DAT) SO ACEITA AULA EM SALA
      *                CADASTRADA COM CAPACIDADE PARA AS VAGAS DA
      *                DISCIPLINA (DIS-VAGAS). COPIAR DENTRO DO FD DO
      *                ARQUIVO NA FILE SECTION. A CHAVE E O CODIGO.
      ******************************************************************

       01 REGISTRO-SALA.
           05 SLA-CODIGO     PIC X(05).
           05 SLA-DESCRICAO  PIC X(30).
      * LUGARES DA SALA.
           05 SLA-CAPACIDADE PIC 9(03).
