      ******************************************************************
      * COPYBOOK.....: HISTSAL-WS.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: CAMPOS DE TRABALHO DA GRAVACAO DO HISTORICO DE
      *                SALARIO E CARGO (COPIAR JUNTO COM O HISTSAL-
      *                PD.CPY NA PROCEDURE DIVISION). O PROGRAMA DEVE
      *                DECLARAR O SELECT ARQUIVO-HISTSAL ASSIGN TO
      *                WRK-HISTSAL-PATH (COPY HISTSAL-FD.CPY NO FD,
      *                INDEXADO PELA HSL-CHAVE), ABRIR O ARQUIVO PELO
      *                0927-ABRIR-HISTORICO-SALARIO E, PARA CADA
      *                MUDANCA, PREENCHER OS CAMPOS WRK-HSL-* ABAIXO E
      *                FAZER PERFORM 0928-GRAVAR-HISTORICO-SALARIO. AO
      *                TERMINAR, 0929-FECHAR-HISTORICO-SALARIO.
      ******************************************************************

       01 WRK-HSL-STATUS PIC X(02).
           88 FS-HSL-OK             VALUE '00'.
           88 FS-HSL-FIM-ARQUIVO    VALUE '10'.
           88 FS-HSL-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-HISTSAL-PATH PIC X(100).

       01 WRK-HSL-CPF           PIC X(14).
       01 WRK-HSL-VIGENCIA      PIC X(08).
       01 WRK-HSL-SAL-ANTERIOR  PIC 9(7)V99.
       01 WRK-HSL-SAL-NOVO      PIC 9(7)V99.
       01 WRK-HSL-CARGO-ANTERIOR PIC X(30).
       01 WRK-HSL-CARGO-NOVO    PIC X(30).
       01 WRK-HSL-MOTIVO        PIC X(01).
       01 WRK-HSL-OPERADOR      PIC X(08).
       01 WRK-HSL-PROGRAMA      PIC X(08).

       01 WRK-HSL-ULTIMA-SEQ PIC 9(02).
       01 WRK-HSL-DATA-HOJE  PIC X(08).
       01 WRK-HSL-FIM PIC X(01) VALUE 'N'.
           88 HSL-VARREDURA-FIM VALUE 'S'.
