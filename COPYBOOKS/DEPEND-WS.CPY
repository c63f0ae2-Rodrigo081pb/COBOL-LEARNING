      ******************************************************************
      * COPYBOOK.....: DEPEND-WS.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: CAMPOS DE TRABALHO DA APURACAO DOS DEPENDENTES
      *                DE UM EMPREGADO (COPIAR JUNTO COM O DEPEND-PD.CPY
      *                NA PROCEDURE DIVISION). O PROGRAMA DEVE DECLARAR
      *                O SELECT ARQUIVO-DEPENDENTES ASSIGN TO
      *                WRK-DEPENDENTES-PATH (COPY DEPENDENTES-FD.CPY NO
      *                FD, INDEXADO PELA DEP-CHAVE), ABRIR O ARQUIVO
      *                PELO 0916-ABRIR-DEPENDENTES E, PARA CADA
      *                EMPREGADO, PREENCHER WRK-DPD-CPF-TITULAR E
      *                WRK-DPD-DATA-REF (AAAAMMDD) E FAZER PERFORM
      *                0917-CONTAR-DEPENDENTES. AO TERMINAR,
      *                WRK-DPD-QTD-IRRF TRAZ QUANTOS DEDUZEM NO IRRF E
      *                WRK-DPD-QTD-SALFAM QUANTOS DAO DIREITO A COTA DO
      *                SALARIO-FAMILIA NA DATA. O 0918 AVALIA UM SO
      *                REGISTRO (IDADE E DIREITOS NA DATA).
      ******************************************************************

       01 WRK-DPD-STATUS PIC X(02).
           88 FS-DPD-OK             VALUE '00'.
           88 FS-DPD-FIM-ARQUIVO    VALUE '10'.
           88 FS-DPD-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-DEPENDENTES-PATH PIC X(100).
       01 WRK-DPD-EXISTE PIC X(01) VALUE 'N'.
           88 DEPENDENTES-EXISTE VALUE 'S'.

      * LIMITES DE IDADE DE FILHO/ENTEADO: DEDUZ NO IRRF ATE A
      * VESPERA DE COMPLETAR 21 ANOS; SALARIO-FAMILIA ATE A VESPERA
      * DE COMPLETAR 14.
       01 WRK-DPD-LIMITE-IRRF   PIC 9(03) VALUE 21.
       01 WRK-DPD-LIMITE-SALFAM PIC 9(03) VALUE 14.

       01 WRK-DPD-CPF-TITULAR PIC X(14).
       01 WRK-DPD-DATA-REF.
           05 WRK-DPD-REF-ANO  PIC 9(04).
           05 WRK-DPD-REF-MMDD PIC 9(04).
       01 WRK-DPD-NASC.
           05 WRK-DPD-NASC-ANO  PIC 9(04).
           05 WRK-DPD-NASC-MMDD PIC 9(04).
       01 WRK-DPD-IDADE PIC 9(03).

       01 WRK-DPD-QTD-IRRF   PIC 9(02).
       01 WRK-DPD-QTD-SALFAM PIC 9(02).
       01 WRK-DPD-CONTA-IRRF PIC X(01).
           88 DPD-CONTA-IRRF VALUE 'S'.
       01 WRK-DPD-CONTA-SALFAM PIC X(01).
           88 DPD-CONTA-SALFAM VALUE 'S'.
       01 WRK-DPD-FIM PIC X(01) VALUE 'N'.
           88 DPD-VARREDURA-FIM VALUE 'S'.
