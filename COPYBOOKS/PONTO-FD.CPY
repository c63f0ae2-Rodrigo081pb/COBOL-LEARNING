      ******************************************************************
      * COPYBOOK.....: PONTO-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE MARCACOES-PONTO.DAT, AS
      *                MARCACOES DO RELOGIO DE PONTO DA LOJA IMPORTADAS
      *                PELO PNT0001A (UMA POR CPF + DATA + HORA +
      *                SENTIDO; REIMPORTAR O MESMO ARQUIVO NAO DOBRA A
      *                MARCACAO). A CONCILIACAO DO PNT0001A CONFRONTA AS
      *                MARCACOES DO DIA COM O TURNO DA ESCALA
      *                (ESCALA-TURNOS.DAT) E O APONTAMENTO (FOL0002A)
      *                DEIXA DE BANCAR HORA EXTRA TEORICA DE QUEM TEM
      *                MARCACAO NA SEMANA -- A HORA EXTRA REAL VAI PARA
      *                O BANCO PELO PNT0001A. COPIAR DENTRO DO FD DO
      *                ARQUIVO NA FILE SECTION. A CHAVE E CPF + DATA +
      *                HORA + SENTIDO.
      ******************************************************************

       01 REGISTRO-MARCACAO.
           05 MRC-CHAVE.
               10 MRC-CPF     PIC X(14).
               10 MRC-DATA    PIC X(08).
      * HORA DA MARCACAO, HHMM.
               10 MRC-HORA    PIC X(04).
               10 MRC-SENTIDO PIC X(01).
                   88 MRC-ENTRADA VALUE 'E'.
                   88 MRC-SAIDA   VALUE 'S'.
           05 MRC-DATA-IMPORTACAO PIC X(08).
           05 MRC-OPERADOR        PIC X(08).
