      ******************************************************************
      * COPYBOOK.....: PERCOM-WS.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: CAMPOS DE TRABALHO DA TRAVA DE MES COMERCIAL
      *                FECHADO (COPIAR JUNTO COM O PERCOM-PD.CPY NA
      *                PROCEDURE DIVISION). O PROGRAMA DECLARA O
      *                SELECT ARQUIVO-PERCOM ASSIGN TO
      *                WRK-PERCOM-PATH (COPY PERCOM-FD.CPY NO FD),
      *                MOVE A DATA DO LANCAMENTO (AAAAMMDD, OU SO O
      *                AAAAMM) PARA WRK-PCM-DATA E FAZ PERFORM
      *                0926-VALIDAR-MES-COMERCIAL. AO TERMINAR,
      *                MES-COMERCIAL-LIBERADO DIZ SE O LANCAMENTO PODE
      *                SEGUIR. SEM O MESTRE (NENHUM MES FECHADO AINDA)
      *                TUDO ESTA LIBERADO.
      ******************************************************************

       01 WRK-PCM-STATUS PIC X(02).
           88 FS-PCM-OK             VALUE '00'.
           88 FS-PCM-FIM-ARQUIVO    VALUE '10'.
           88 FS-PCM-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-PERCOM-PATH PIC X(100).

       01 WRK-PCM-DATA PIC X(08).
       01 WRK-PCM-LIBERADO PIC X(01) VALUE 'S'.
           88 MES-COMERCIAL-LIBERADO VALUE 'S'.
