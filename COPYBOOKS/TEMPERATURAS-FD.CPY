      ******************************************************************
      * COPYBOOK.....: TEMPERATURAS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE TEMPERATURAS.DAT, O
      *                REGISTRO DE TEMPERATURA DOS FREEZERS PARA A
      *                VIGILANCIA SANITARIA (NO LUGAR DA PRANCHETA):
      *                UMA LINHA POR LEITURA, DIGITADA NO FRZ0001A OU
      *                CARREGADA DA EXPORTACAO DA SONDA, COM QUEM LEU
      *                E SE A LEITURA ESTAVA FORA DA FAIXA DO FREEZER.
      *                A FOLHA MENSAL DE CONFORMIDADE (FRZ0002A) SAI
      *                DAQUI. COPIAR DENTRO DO FD DO ARQUIVO NA FILE
      *                SECTION (LINE SEQUENTIAL, GRAVADO EM EXTEND).
      ******************************************************************

       01 REGISTRO-TEMPERATURA.
           05 TMP-LOJA         PIC X(03).
           05 TMP-FREEZER      PIC X(04).
           05 TMP-DATA         PIC X(08).
           05 TMP-HORA         PIC X(04).
      * LEITURA EM GRAUS CELSIUS, SINAL NA FRENTE (-0185 = -18,5).
           05 TMP-LEITURA      PIC S9(03)V9 SIGN IS LEADING SEPARATE.
      * OPERADOR DO SIGN-ON QUE LEU (OU QUE CARREGOU A SONDA).
           05 TMP-OPERADOR     PIC X(08).
           05 TMP-ORIGEM       PIC X(01).
               88 TMP-DIGITADA VALUE 'M'.
               88 TMP-SONDA    VALUE 'S'.
           05 TMP-FAIXA        PIC X(01).
               88 TMP-NA-FAIXA   VALUE 'N'.
               88 TMP-FORA-FAIXA VALUE 'F'.
      * 'S' NA LEITURA QUE ESTOUROU A TOLERANCIA E BLOQUEOU OS LOTES.
           05 TMP-BLOQUEIO     PIC X(01).
               88 TMP-BLOQUEOU-LOTES VALUE 'S'.
