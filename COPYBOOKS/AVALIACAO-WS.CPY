      ******************************************************************
      * COPYBOOK.....: AVALIACAO-WS.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: CAMPOS DE TRABALHO DO PLANO DE AVALIACAO DA
      *                DISCIPLINA/PERIODO (COPIAR JUNTO COM O
      *                AVALIACAO-PD.CPY NA PROCEDURE DIVISION). O
      *                PROGRAMA DECLARA O SELECT ARQUIVO-AVALIACOES
      *                ASSIGN TO WRK-AVALIACOES-PATH (INDEXADO, ACESSO
      *                DINAMICO, CHAVE AVA-CHAVE, STATUS
      *                WRK-AVA-STATUS; COPY AVALIACOES-FD.CPY NO FD),
      *                MOVE A DISCIPLINA E O PERIODO PARA
      *                WRK-AVA-DISCIPLINA E WRK-AVA-PERIODO E FAZ
      *                PERFORM 0934-LER-PLANO-AVALIACAO. AO TERMINAR,
      *                PLANO-AVALIACAO-EXISTE DIZ SE HA PLANO,
      *                WRK-AVA-PLANO TRAZ AS AVALIACOES E
      *                PLANO-AVALIACAO-OK DIZ SE OS PESOS FECHAM 100%
      *                (SENAO WRK-AVA-ERRO TRAZ O MOTIVO). PARA
      *                CONFERIR UM PLANO DIGITADO, MONTAR WRK-AVA-PLANO
      *                E FAZER PERFORM 0933-VALIDAR-PLANO-AVALIACAO.
      *                O ROTULO DA N-ESIMA NOTA (NOME DA AVALIACAO OU
      *                'NOTA NN' SEM PLANO) SAI EM WRK-AVA-ROTULO APOS
      *                MOVER N PARA WRK-AVA-IDX E FAZER PERFORM
      *                0936-ROTULO-AVALIACAO.
      ******************************************************************

       01 WRK-AVA-STATUS PIC X(02).
           88 FS-AVA-OK             VALUE '00'.
           88 FS-AVA-FIM-ARQUIVO    VALUE '10'.
           88 FS-AVA-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-AVALIACOES-PATH PIC X(100).

       01 WRK-AVA-CHAVE.
           05 WRK-AVA-DISCIPLINA PIC 9(03).
           05 WRK-AVA-PERIODO    PIC X(06).

       01 WRK-AVA-PLANO.
           05 WRK-AVA-QTD        PIC 9(02).
           05 WRK-AVA-ITEM OCCURS 10 TIMES.
               10 WRK-AVA-NOME   PIC X(20).
               10 WRK-AVA-PESO   PIC 9(03).
               10 WRK-AVA-DATA   PIC X(08).

       01 WRK-AVA-ACHADO PIC X(01) VALUE 'N'.
           88 PLANO-AVALIACAO-EXISTE VALUE 'S'.
       01 WRK-AVA-VALIDO PIC X(01) VALUE 'N'.
           88 PLANO-AVALIACAO-OK     VALUE 'S'.
       01 WRK-AVA-ERRO       PIC X(60).

       01 WRK-AVA-SOMA-PESOS PIC 9(04) COMP VALUE 0.
       01 WRK-AVA-SOMA-ED    PIC ZZZ9.
       01 WRK-AVA-IDX        PIC 9(02) COMP VALUE 0.
       01 WRK-AVA-NUM        PIC 9(02).
       01 WRK-AVA-ROTULO     PIC X(20).

      * ULTIMA CHAVE LIDA: RELATORIO QUE PERCORRE NOTAS.DAT NAO RELE O
      * MESMO PLANO A CADA REGISTRO.
       01 WRK-AVA-CHAVE-LIDA PIC X(09) VALUE SPACES.
