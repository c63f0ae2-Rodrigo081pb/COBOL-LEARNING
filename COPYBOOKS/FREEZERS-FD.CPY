      ******************************************************************
      * COPYBOOK.....: FREEZERS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE FREEZERS.DAT, O CADASTRO
      *                DOS FREEZERS DE CADA LOJA COM A FAIXA DE
      *                TEMPERATURA PERMITIDA E O TEMPO TOLERADO FORA
      *                DELA (FRZ0001A). O MESMO REGISTRO GUARDA A
      *                EXCURSAO EM ANDAMENTO -- A PRIMEIRA LEITURA
      *                FORA DA FAIXA E SE OS LOTES DO FREEZER JA FORAM
      *                BLOQUEADOS -- PARA A CONTAGEM DO TEMPO SEGUIR
      *                ENTRE UMA LEITURA E OUTRA. COPIAR DENTRO DO FD
      *                DO ARQUIVO NA FILE SECTION. A CHAVE E LOJA +
      *                CODIGO DO FREEZER.
      ******************************************************************

       01 REGISTRO-FREEZER.
           05 FRZ-CHAVE.
               10 FRZ-LOJA       PIC X(03).
               10 FRZ-CODIGO     PIC X(04).
           05 FRZ-DESCRICAO      PIC X(30).
      * FAIXA PERMITIDA EM GRAUS CELSIUS, COM UMA DECIMAL.
           05 FRZ-TEMP-MINIMA    PIC S9(03)V9.
           05 FRZ-TEMP-MAXIMA    PIC S9(03)V9.
      * MINUTOS TOLERADOS FORA DA FAIXA ANTES DO BLOQUEIO DOS LOTES
      * (ZERO BLOQUEIA NA PRIMEIRA LEITURA FORA).
           05 FRZ-TOLERANCIA-MIN PIC 9(04).
           05 FRZ-SITUACAO       PIC X(01).
               88 FRZ-ATIVO      VALUE 'A'.
               88 FRZ-DESATIVADO VALUE 'D'.
      * EXCURSAO EM ANDAMENTO: DATA E HORA (AAAAMMDDHHMM) DA PRIMEIRA
      * LEITURA FORA DA FAIXA; ESPACOS QUANDO O FREEZER ESTA NA
      * FAIXA. A LEITURA QUE VOLTA PARA A FAIXA ENCERRA A EXCURSAO.
           05 FRZ-EXCURSAO-INICIO.
               10 FRZ-EXC-DATA   PIC X(08).
               10 FRZ-EXC-HORA   PIC X(04).
           05 FRZ-EXCURSAO-BLOQ  PIC X(01).
               88 FRZ-EXCURSAO-BLOQUEOU VALUE 'S'.
      * DATA E HORA (AAAAMMDDHHMM) DA ULTIMA LEITURA REGISTRADA: A
      * LEITURA MAIS ANTIGA QUE ELA E RECUSADA, O QUE TAMBEM IMPEDE A
      * MESMA EXPORTACAO DA SONDA DE SER CARREGADA DUAS VEZES.
           05 FRZ-ULTIMA-LEITURA PIC X(12).
