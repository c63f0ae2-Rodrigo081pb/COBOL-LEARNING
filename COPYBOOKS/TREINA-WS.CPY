      ******************************************************************
      * COPYBOOK.....: TREINA-WS.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: CAMPOS DE TRABALHO DA ANONIMIZACAO DA COPIA DE
      *                TREINAMENTO (COPIAR JUNTO COM O TREINA-PD.CPY,
      *                O CPF-VALIDA-WS.CPY E O CPF-VALIDA-PD.CPY). OS
      *                DADOS FICTICIOS SAO SORTEADOS POR UMA SOMA
      *                MODULAR SOBRE A CHAVE DA RODADA MAIS O DADO
      *                REAL: O MESMO DADO REAL DA SEMPRE O MESMO
      *                FICTICIO NA MESMA RODADA, EM QUALQUER ARQUIVO E
      *                EM QUALQUER PROGRAMA DA ANONIMIZACAO -- E O QUE
      *                MANTEM OS CRUZAMENTOS POR CPF E POR NOME.
      ******************************************************************

      * TRAVA DE SEGURANCA: SO RODA COM AMBIENTE=TREINAMENTO E COM A
      * CHAVE DA RODADA DEFINIDA (TREINAMENTO_CHAVE).
       01 WRK-TRN-AMBIENTE PIC X(20).
       01 WRK-TRN-SITUACAO PIC X(01) VALUE 'N'.
           88 TREINAMENTO-LIBERADO VALUE 'S'.

      * AREA DO SORTEIO: CHAVE DA RODADA + DADO REAL (PREFIXADO PELO
      * TIPO DO DADO, PARA UM NOME E UM ENDERECO IGUAIS NAO DAREM O
      * MESMO SORTEIO).
       01 WRK-TRN-HASH-AREA.
           05 WRK-TRN-HASH-CHAVE   PIC X(32).
           05 WRK-TRN-HASH-ENTRADA PIC X(60).
       01 WRK-TRN-HASH-POS PIC 9(03) COMP.
       01 WRK-TRN-H1       PIC 9(12) COMP.
       01 WRK-TRN-H2       PIC 9(12) COMP.
       01 WRK-TRN-INDICE   PIC 9(03) COMP.

      * CPF FICTICIO: NOVE DIGITOS SORTEADOS E OS DOIS VERIFICADORES
      * CALCULADOS, NO MESMO FORMATO DO CPF REAL (COM OU SEM MASCARA).
       01 WRK-TRN-CPF-ENTRADA PIC X(14).
       01 WRK-TRN-CPF-SAIDA   PIC X(14).
       01 WRK-TRN-SORTEIO     PIC 9(09).

      * NOME FICTICIO, PALAVRA A PALAVRA: MODO 'P' (A PRIMEIRA
      * PALAVRA E PRENOME) OU 'S' (SO SOBRENOMES). PREPOSICOES FICAM.
       01 WRK-TRN-NOME-ENTRADA PIC X(60).
       01 WRK-TRN-NOME-SAIDA   PIC X(60).
       01 WRK-TRN-NOME-MODO    PIC X(01).
       01 WRK-TRN-NOME-VEZ     PIC X(01).
       01 WRK-TRN-NOME-PONT    PIC 9(03) COMP.
       01 WRK-TRN-SAIDA-PONT   PIC 9(03) COMP.
       01 WRK-TRN-PALAVRA        PIC X(30).
       01 WRK-TRN-PALAVRA-FALSA  PIC X(30).

      * ENDERECO, CEP, TELEFONE, E-MAIL E DIGITOS BANCARIOS.
       01 WRK-TRN-ENDERECO-ENTRADA PIC X(60).
       01 WRK-TRN-ENDERECO-SAIDA   PIC X(60).
       01 WRK-TRN-NUMERO           PIC 9(04).
       01 WRK-TRN-NUMERO-ED        PIC ZZZ9.
       01 WRK-TRN-CEP              PIC X(09).

       01 WRK-TRN-FONE-ENTRADA PIC X(60).
       01 WRK-TRN-FONE-SAIDA   PIC X(60).
       01 WRK-TRN-FONE-DIGITOS PIC X(20).
       01 WRK-TRN-FONE-QTD     PIC 9(02) COMP.
       01 WRK-TRN-FONE-POS     PIC 9(02) COMP.
       01 WRK-TRN-DDD          PIC X(02).
       01 WRK-TRN-FONE-NUMERO.
           05 WRK-TRN-FONE-PREFIXO PIC 9(04).
           05 WRK-TRN-FONE-SUFIXO  PIC 9(04).
       01 WRK-TRN-FONE-NUMERO-N REDEFINES WRK-TRN-FONE-NUMERO
                                PIC 9(08).

       01 WRK-TRN-EMAIL-ENTRADA PIC X(60).
       01 WRK-TRN-EMAIL-SAIDA   PIC X(60).
       01 WRK-TRN-EMAIL-NUMERO  PIC 9(06).

       01 WRK-TRN-DIGITOS-CAMPO PIC X(60).
       01 WRK-TRN-DIGITOS-POS   PIC 9(02) COMP.
       01 WRK-TRN-DIGITO        PIC 9(01).

      * TEXTO LIVRE (DESCRICOES DE ATENDIMENTO) NAO VAI PARA A COPIA.
       01 WRK-TRN-TEXTO-SUBSTITUTO PIC X(60)
           VALUE 'TEXTO SUBSTITUIDO NA COPIA DE TREINAMENTO'.

      * PRENOMES FICTICIOS (64 DE 12 POSICOES).
       01 WRK-TRN-PRENOMES-VALORES.
           05 FILLER PIC X(48) VALUE
               'ANA         BRUNO       CAMILA      DANIEL      '.
           05 FILLER PIC X(48) VALUE
               'EDUARDA     FELIPE      GABRIELA    HEITOR      '.
           05 FILLER PIC X(48) VALUE
               'ISABELA     JOAQUIM     LARISSA     MATEUS      '.
           05 FILLER PIC X(48) VALUE
               'NATALIA     OTAVIO      PATRICIA    RAFAEL      '.
           05 FILLER PIC X(48) VALUE
               'SABRINA     TIAGO       VALERIA     WAGNER      '.
           05 FILLER PIC X(48) VALUE
               'ALICE       BERNARDO    CECILIA     DAVI        '.
           05 FILLER PIC X(48) VALUE
               'ELISA       FERNANDO    GIOVANA     HUGO        '.
           05 FILLER PIC X(48) VALUE
               'IRENE       JULIO       LETICIA     MARCELO     '.
           05 FILLER PIC X(48) VALUE
               'NICOLE      OSVALDO     PRISCILA    RENATO      '.
           05 FILLER PIC X(48) VALUE
               'SILVIA      TOMAS       VANESSA     VICENTE     '.
           05 FILLER PIC X(48) VALUE
               'AMANDA      BENEDITO    CLARICE     DIEGO       '.
           05 FILLER PIC X(48) VALUE
               'ESTER       FABIO       GLORIA      HENRIQUE    '.
           05 FILLER PIC X(48) VALUE
               'IARA        JONAS       LIVIA       MURILO      '.
           05 FILLER PIC X(48) VALUE
               'NOEMI       OLAVO       PAULA       ROBERTO     '.
           05 FILLER PIC X(48) VALUE
               'SOFIA       TEODORO     VITORIA     WILSON      '.
           05 FILLER PIC X(48) VALUE
               'ADRIANA     CAIO        DEBORA      ENZO        '.
       01 WRK-TRN-PRENOMES REDEFINES WRK-TRN-PRENOMES-VALORES.
           05 WRK-TRN-PRENOME PIC X(12) OCCURS 64 TIMES.

      * SOBRENOMES FICTICIOS (64 DE 12 POSICOES).
       01 WRK-TRN-SOBRENOMES-VALORES.
           05 FILLER PIC X(48) VALUE
               'ALMEIDA     BARBOSA     CARDOSO     DUARTE      '.
           05 FILLER PIC X(48) VALUE
               'ESTEVES     FARIAS      GUIMARAES   HOLANDA     '.
           05 FILLER PIC X(48) VALUE
               'IGLESIAS    JARDIM      LACERDA     MACHADO     '.
           05 FILLER PIC X(48) VALUE
               'NOGUEIRA    OLIVEIRA    PACHECO     QUEIROZ     '.
           05 FILLER PIC X(48) VALUE
               'RIBEIRO     SAMPAIO     TAVARES     URBANO      '.
           05 FILLER PIC X(48) VALUE
               'VASCONCELOS XAVIER      ZANETTI     AMARAL      '.
           05 FILLER PIC X(48) VALUE
               'BRANDAO     CAMPOS      DANTAS      ESPINDOLA   '.
           05 FILLER PIC X(48) VALUE
               'FONSECA     GODOY       HONORATO    ITAPARICA   '.
           05 FILLER PIC X(48) VALUE
               'JUNQUEIRA   LEMOS       MEDEIROS    NASCIMENTO  '.
           05 FILLER PIC X(48) VALUE
               'ORTIZ       PEIXOTO     QUINTELA    REZENDE     '.
           05 FILLER PIC X(48) VALUE
               'SIQUEIRA    TEIXEIRA    VALADARES   VIANA       '.
           05 FILLER PIC X(48) VALUE
               'AZEVEDO     BITTENCOURT COUTINHO    DRUMMOND    '.
           05 FILLER PIC X(48) VALUE
               'FALCAO      FREITAS     GALVAO      LOBATO      '.
           05 FILLER PIC X(48) VALUE
               'MONTEIRO    MOREIRA     PAIVA       PRADO       '.
           05 FILLER PIC X(48) VALUE
               'RAMALHO     SALGADO     SEIXAS      TORRES      '.
           05 FILLER PIC X(48) VALUE
               'VELOSO      AGUIAR      BORGES      CAVALCANTI  '.
       01 WRK-TRN-SOBRENOMES REDEFINES WRK-TRN-SOBRENOMES-VALORES.
           05 WRK-TRN-SOBRENOME PIC X(12) OCCURS 64 TIMES.

      * LOGRADOUROS FICTICIOS (32 DE 24 POSICOES).
       01 WRK-TRN-LOGRADOUROS-VALORES.
           05 FILLER PIC X(48) VALUE
               'RUA DAS ACACIAS         RUA DOS IPES            '.
           05 FILLER PIC X(48) VALUE
               'AV. DAS PALMEIRAS       RUA DAS HORTENSIAS      '.
           05 FILLER PIC X(48) VALUE
               'RUA DOS GIRASSOIS       AV. BEIRA-RIO           '.
           05 FILLER PIC X(48) VALUE
               'RUA DAS MAGNOLIAS       RUA DOS JASMINS         '.
           05 FILLER PIC X(48) VALUE
               'TRAV. DAS ORQUIDEAS     RUA DAS CAMELIAS        '.
           05 FILLER PIC X(48) VALUE
               'AV. DOS JACARANDAS      RUA DAS VIOLETAS        '.
           05 FILLER PIC X(48) VALUE
               'RUA DOS CRAVOS          RUA DAS AZALEIAS        '.
           05 FILLER PIC X(48) VALUE
               'AV. DAS SIBIPIRUNAS     RUA DOS LIRIOS          '.
           05 FILLER PIC X(48) VALUE
               'RUA DAS BROMELIAS       RUA DOS CEDROS          '.
           05 FILLER PIC X(48) VALUE
               'AV. DOS PINHEIROS       RUA DAS ROSEIRAS        '.
           05 FILLER PIC X(48) VALUE
               'RUA DOS ALECRINS        RUA DAS TULIPAS         '.
           05 FILLER PIC X(48) VALUE
               'AV. DAS CASTANHEIRAS    RUA DOS COQUEIROS       '.
           05 FILLER PIC X(48) VALUE
               'RUA DAS PITANGUEIRAS    RUA DOS MANACAS         '.
           05 FILLER PIC X(48) VALUE
               'RUA DAS ARAUCARIAS      AV. DAS PAINEIRAS       '.
           05 FILLER PIC X(48) VALUE
               'RUA DOS FLAMBOYANTS     RUA DAS QUARESMEIRAS    '.
           05 FILLER PIC X(48) VALUE
               'RUA DOS SALGUEIROS      RUA DAS AMOREIRAS       '.
       01 WRK-TRN-LOGRADOUROS REDEFINES WRK-TRN-LOGRADOUROS-VALORES.
           05 WRK-TRN-LOGRADOURO PIC X(24) OCCURS 32 TIMES.
