      ******************************************************************
      * COPYBOOK.....: PERCOM-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE PERIODOS-COMERCIAIS.DAT,
      *                O MESTRE DE MESES COMERCIAIS (AAAAMM) COM
      *                SITUACAO ABERTO/FECHADO, QUEM FECHOU E QUANDO,
      *                MANTIDO PELO FECHAMENTO COMERCIAL (FCH0001A).
      *                MES SEM REGISTRO ESTA ABERTO. TODO PROGRAMA QUE
      *                GRAVA VENDAS.DAT, MOVIMENTO-ESTOQUE.DAT OU
      *                CONTAS-RECEBER.DAT CONFERE A DATA DO LANCAMENTO
      *                CONTRA ESTE MESTRE PELO PARAGRAFO COMPARTILHADO
      *                0926 (PERCOM-PD.CPY): MES FECHADO E RECUSADO.
      *                COPIAR DENTRO DO FD DO ARQUIVO NA FILE SECTION.
      *                A CHAVE E O MES.
      ******************************************************************

       01 REGISTRO-PERIODO-COMERCIAL.
           05 PCM-MES            PIC X(06).
           05 PCM-SITUACAO       PIC X(01).
               88 PCM-ABERTO     VALUE 'A'.
               88 PCM-FECHADO    VALUE 'F'.
           05 PCM-FECHADO-POR    PIC X(08).
           05 PCM-FECHADO-DATA   PIC X(08).
           05 PCM-FECHADO-HORA   PIC X(08).
           05 PCM-REABERTO-POR   PIC X(08).
           05 PCM-REABERTO-DATA  PIC X(08).
