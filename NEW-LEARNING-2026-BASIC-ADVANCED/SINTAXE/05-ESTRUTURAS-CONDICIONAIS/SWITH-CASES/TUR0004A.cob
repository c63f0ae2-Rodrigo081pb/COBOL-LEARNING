       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUR0004A.

      *> OBJETIVO: TROCA DE TURNO ENTRE EMPREGADOS COM APROVACAO DO
      *> SUPERVISOR, SOBRE A ESCALA DATADA (ESCALA-TURNOS.DAT,
      *> TUR0002A). A TROCA COMBINADA POR MENSAGEM NUNCA CHEGAVA A
      *> ESCALA: O APONTAMENTO (FOL0002A) PAGAVA QUEM NAO TRABALHOU E
      *> A VALIDACAO (TUR0001A) MOSTRAVA COBERTURA QUE NAO HOUVE.
      *> AGORA O CEDENTE OFERTA UM TURNO DATADO (SEMANA + DIA), O
      *> ACEITANTE ASSUME -- DANDO OU NAO UM TURNO SEU DA MESMA
      *> SEMANA EM TROCA -- E O SUPERVISOR DECIDE. NA APROVACAO AS
      *> REGRAS DO TUR0001A SAO CONFERIDAS DE NOVO CONTRA A ESCALA DO
      *> MOMENTO (CEDENTE AINDA NO TURNO, NINGUEM COM DOIS TURNOS NO
      *> DIA, DESCANSO ENTRE JORNADAS, EFETIVO MINIMO) E SO ENTAO OS
      *> REGISTROS DA ESCALA SAO REGRAVADOS; REGRA QUEBRADA RECUSA O
      *> PEDIDO COM O MOTIVO. OS PEDIDOS FICAM EM TROCAS-TURNO.DAT
      *> COMO HISTORICO, E O RELATORIO MENSAL (SPOOL TROCAS-TURNO)
      *> MOSTRA QUEM MAIS TROCA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TROCAS ASSIGN TO DYNAMIC WS-TROCAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRC-ID
               FILE STATUS IS WS-TRC-STATUS.

           SELECT ARQUIVO-ESCALA
               ASSIGN TO 'ESCALA-TURNOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALA-STATUS.

           SELECT ARQUIVO-ESCALA-TMP
               ASSIGN TO 'ESCALA-TURNOS.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT OPERADORES-ARQUIVO
               ASSIGN TO DYNAMIC WRK-OPERADORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-OPE-STATUS.

           SELECT SIGNON-LOG-ARQUIVO
               ASSIGN TO DYNAMIC WRK-SIGNON-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SLG-STATUS.

           SELECT ARQUIVO-PERFIS ASSIGN TO DYNAMIC WRK-PERFIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-PRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-TROCAS.
           COPY TROCATURNO-FD.CPY.

       FD ARQUIVO-ESCALA.
           COPY ESCALA-FD.CPY.

       FD ARQUIVO-ESCALA-TMP.
       01 REGISTRO-ESCALA-TMP PIC X(44).

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-TRC-STATUS PIC XX.
           88 WS-TRC-OK       VALUE '00'.
           88 WS-TRC-EOF      VALUE '10'.
           88 WS-TRC-ARQ-NOVO VALUE '35'.

       01 WS-ESCALA-STATUS  PIC XX.
           88 WS-ESCALA-OK         VALUE '00'.
           88 WS-ESCALA-EOF        VALUE '10'.
           88 WS-ESCALA-ARQ-NOVO   VALUE '35'.

       01 WS-TMP-STATUS  PIC XX.
           88 WS-TMP-OK   VALUE '00'.
           88 WS-TMP-EOF  VALUE '10'.

      *> CAMINHO DO ARQUIVO DE PEDIDOS, OBTIDO DE VARIAVEL DE
      *> AMBIENTE (COM VALOR PADRAO CASO ELA NAO ESTEJA DEFINIDA).
       01 WS-TROCAS-PATH PIC X(100).

       01 WS-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WS-OPCAO      PIC X(01).
       01 WS-DATA-HOJE  PIC X(08).
       01 WS-HOJE-INT   PIC 9(08) COMP.
       01 WS-TURNO-INT  PIC 9(08) COMP.
       01 WS-SEMANA-NUM PIC 9(08).

       01 WS-ID-ENTRADA PIC X(06).
       01 WS-ULTIMO-ID  PIC 9(06) VALUE ZERO.
       01 WS-ID-ED      PIC ZZZZZ9.
       01 WS-SEMANA     PIC X(08).
       01 WS-CPF        PIC X(14).
       01 WS-CPF-BUSCA  PIC X(14).
       01 WS-DIA-ENTRADA PIC X(01).
       01 WS-DIA        PIC 9(01).
       01 WS-DECISAO    PIC X(01).
       01 WS-SITUACAO-ED PIC X(10).
       01 WS-FIM-TROCAS PIC X(01).
           88 FIM-DAS-TROCAS VALUE 'S'.
       01 WS-QTD-LIDOS  PIC 9(04) VALUE ZERO.
       01 WS-PEDIDO-EM-ABERTO PIC X(01).
           88 PEDIDO-EM-ABERTO VALUE 'S'.

      *> ESCALA EFETIVA DA SEMANA: EMPREGADO (PELO CPF) X DIA, COM O
      *> ULTIMO REGISTRO DO MESMO EMPREGADO/DIA PREVALECENDO -- A
      *> MESMA CONSOLIDACAO DO FOL0002A. REGISTRO LEGADO SEM CPF NAO
      *> ENTRA NA TROCA.
       01 WS-EFE-TABELA.
           05 WS-EFE-ITEM OCCURS 200 TIMES.
               10 WS-EFE-CPF  PIC X(14).
               10 WS-EFE-NOME PIC X(20).
               10 WS-EFE-DIAS.
                   15 WS-EFE-TURNO-DIA OCCURS 7 TIMES PIC X.
       01 WS-EFE-QTD PIC 9(03) COMP VALUE 0.
       01 WS-EFE-IDX PIC 9(03) COMP VALUE 0.
       01 WS-EFE-POS PIC 9(03) COMP VALUE 0.
       01 WS-IDX-CED PIC 9(03) COMP VALUE 0.
       01 WS-IDX-ACE PIC 9(03) COMP VALUE 0.

      *> COBERTURA DO DIA X TURNO (1=M, 2=T, 3=N), ANTES E DEPOIS
      *> DA TROCA, CONTRA O EFETIVO MINIMO DO TUR0001A.
       01 WS-COBERTURA-ANTES.
           05 WS-COB-DIA-ANTES OCCURS 7 TIMES.
               10 WS-COB-ANTES OCCURS 3 TIMES PIC 9(03).
       01 WS-COBERTURA-DEPOIS.
           05 WS-COB-DIA-DEPOIS OCCURS 7 TIMES.
               10 WS-COB-DEPOIS OCCURS 3 TIMES PIC 9(03).
       01 WS-MINIMO-ENTRADA PIC X(03).
       01 WS-MINIMO         PIC 9(03) VALUE 1.

       01 WS-DIA-IDX   PIC 9(01).
       01 WS-DIA-SEG   PIC 9(01).
       01 WS-TURNO-IDX PIC 9(01).
       01 WS-TURNO-AUX PIC X(01).
       01 WS-ORDEM     PIC 9(01).
       01 WS-ORDEM-ANT PIC 9(01).

       01 WS-VALIDACAO PIC X(01).
           88 TROCA-VALIDA VALUE 'S'.
       01 WS-MOTIVO    PIC X(50).

      *> A REGRAVACAO DA ESCALA PRECISA SABER SE O EMPREGADO QUE
      *> RECEBE O TURNO JA TINHA REGISTRO NAQUELE DIA (REGRAVA) OU
      *> NAO (ACRESCENTA UM NO FIM).
       01 WS-TEM-ACE-CEDIDO  PIC X(01).
           88 ACEITANTE-TEM-REGISTRO VALUE 'S'.
       01 WS-TEM-CED-RETORNO PIC X(01).
           88 CEDENTE-TEM-REGISTRO VALUE 'S'.
       01 WS-QTD-REGRAVADOS PIC 9(05) VALUE ZERO.

       01 WS-NOMES-DIA.
           05 FILLER PIC X(03) VALUE 'SEG'.
           05 FILLER PIC X(03) VALUE 'TER'.
           05 FILLER PIC X(03) VALUE 'QUA'.
           05 FILLER PIC X(03) VALUE 'QUI'.
           05 FILLER PIC X(03) VALUE 'SEX'.
           05 FILLER PIC X(03) VALUE 'SAB'.
           05 FILLER PIC X(03) VALUE 'DOM'.
       01 WS-NOMES-DIA-TAB REDEFINES WS-NOMES-DIA.
           05 WS-NOME-DIA OCCURS 7 TIMES PIC X(03).

      *> RELATORIO MENSAL: TROCAS APROVADAS NO MES POR EMPREGADO,
      *> QUANTAS CEDEU E QUANTAS ASSUMIU, DO QUE MAIS TROCA PARA O
      *> QUE MENOS.
       01 WS-COMPETENCIA PIC X(06).
       01 WS-RNK-TABELA.
           05 WS-RNK-ITEM OCCURS 200 TIMES.
               10 WS-RNK-CPF     PIC X(14).
               10 WS-RNK-NOME    PIC X(20).
               10 WS-RNK-CEDEU   PIC 9(03).
               10 WS-RNK-ASSUMIU PIC 9(03).
               10 WS-RNK-TOTAL   PIC 9(04).
       01 WS-RNK-AUX.
           05 FILLER PIC X(44).
       01 WS-RNK-QTD PIC 9(03) COMP VALUE 0.
       01 WS-RNK-IDX PIC 9(03) COMP VALUE 0.
       01 WS-RNK-J   PIC 9(03) COMP VALUE 0.
       01 WS-RNK-POS PIC 9(03) COMP VALUE 0.
       01 WS-RNK-NOME-AUX PIC X(20).
       01 WS-PAPEL PIC X(01).
           88 PAPEL-CEDENTE   VALUE 'C'.
           88 PAPEL-ACEITANTE VALUE 'A'.
       01 WS-QTD-APROVADAS PIC 9(05) VALUE ZERO.
       01 WS-QTD-RECUSADAS PIC 9(05) VALUE ZERO.
       01 WS-QTD-OFERTADAS PIC 9(05) VALUE ZERO.
       01 WS-CONT-ED       PIC ZZ9.
       01 WS-CONT-ED2      PIC ZZ9.
       01 WS-TOTAL-ED      PIC ZZZ9.

           COPY RELATORIO-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '    TUR0004A - TROCA DE TURNO                   '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'TUR0004A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           ACCEPT WS-TROCAS-PATH FROM ENVIRONMENT 'TROCAS_TURNO_PATH'.
           IF WS-TROCAS-PATH = SPACES
               MOVE 'TROCAS-TURNO.DAT' TO WS-TROCAS-PATH
           END-IF.

           OPEN I-O ARQUIVO-TROCAS.
           IF WS-TRC-ARQ-NOVO
               OPEN OUTPUT ARQUIVO-TROCAS
               CLOSE ARQUIVO-TROCAS
               OPEN I-O ARQUIVO-TROCAS
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-SEMANA-NUM.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SEMANA-NUM).

           PERFORM MENU-PRINCIPAL UNTIL WS-CONTINUAR = 'N'.

           CLOSE ARQUIVO-TROCAS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY '(O)FERTAR TURNO, (A)CEITAR OFERTA, (D)ECIDIR '
                   '(SUPERVISOR), (L)ISTAR PENDENTES, (R)ELATORIO '
                   'MENSAL OU (S)AIR? '.
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'O'
                   PERFORM OFERTAR-TURNO
               WHEN 'A'
                   PERFORM ACEITAR-OFERTA
               WHEN 'D'
                   PERFORM DECIDIR-TROCA
               WHEN 'L'
                   PERFORM LISTAR-PENDENTES
               WHEN 'R'
                   PERFORM RELATORIO-MENSAL
               WHEN 'S'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> OFERTA: O TURNO E O QUE ESTA NA ESCALA DO CEDENTE NAQUELE
      *> DIA -- NAO SE DIGITA, PARA A OFERTA NAO NASCER ERRADA.
      *> ---------------------------------------------------------
       OFERTAR-TURNO.
           PERFORM PEDIR-SEMANA.
           IF WS-SEMANA = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CPF DE QUEM CEDE O TURNO: '.
           ACCEPT WS-CPF.
           PERFORM PEDIR-DIA.
           IF WS-DIA = ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARREGAR-SEMANA.
           MOVE WS-CPF TO WS-CPF-BUSCA.
           PERFORM LOCALIZAR-EMPREGADO.
           IF WS-EFE-POS = ZERO
               DISPLAY 'CPF NAO ESTA NA ESCALA DA SEMANA ' WS-SEMANA
                       '.'
               EXIT PARAGRAPH
           END-IF.
           IF WS-EFE-TURNO-DIA(WS-EFE-POS WS-DIA) = SPACE
               DISPLAY 'O EMPREGADO ESTA DE FOLGA NESSE DIA. NADA A '
                       'CEDER.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONFERIR-DATA-TURNO.
           IF WS-TURNO-INT < WS-HOJE-INT
               DISPLAY 'O TURNO JA PASSOU. TROCA NAO PERMITIDA.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROCURAR-PEDIDO-ABERTO.
           IF PEDIDO-EM-ABERTO
               DISPLAY 'JA EXISTE PEDIDO PENDENTE PARA ESSE TURNO.'
               EXIT PARAGRAPH
           END-IF.

           PERFORM OBTER-PROXIMO-ID.
           INITIALIZE REGISTRO-TROCA-TURNO.
           MOVE WS-ULTIMO-ID TO TRC-ID.
           MOVE WS-SEMANA    TO TRC-SEMANA.
           MOVE 'O'          TO TRC-SITUACAO.
           MOVE WS-CPF       TO TRC-CEDENTE-CPF.
           MOVE WS-EFE-NOME(WS-EFE-POS) TO TRC-CEDENTE-NOME.
           MOVE WS-DIA       TO TRC-DIA-CEDIDO.
           MOVE WS-EFE-TURNO-DIA(WS-EFE-POS WS-DIA)
               TO TRC-TURNO-CEDIDO.
           MOVE ZERO         TO TRC-DIA-RETORNO.
           MOVE WS-DATA-HOJE TO TRC-DATA-OFERTA.
           MOVE WRK-OPE-ID   TO TRC-OPER-OFERTA.
           WRITE REGISTRO-TROCA-TURNO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PEDIDO (STATUS '
                           WS-TRC-STATUS ').'
               NOT INVALID KEY
                   MOVE TRC-ID TO WS-ID-ED
                   DISPLAY 'PEDIDO ' WS-ID-ED ' OFERTADO: '
                           TRC-CEDENTE-NOME ' CEDE O TURNO '
                           TRC-TURNO-CEDIDO ' DE '
                           WS-NOME-DIA(WS-DIA) '.'
           END-WRITE.

       PEDIR-SEMANA.
           DISPLAY 'SEMANA (SEGUNDA-FEIRA, AAAAMMDD): '.
           ACCEPT WS-SEMANA.
           IF WS-SEMANA IS NOT NUMERIC
               DISPLAY 'SEMANA INVALIDA.'
               MOVE SPACES TO WS-SEMANA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEMANA TO WS-SEMANA-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SEMANA-NUM) NOT = ZERO
               DISPLAY 'SEMANA INVALIDA.'
               MOVE SPACES TO WS-SEMANA
               EXIT PARAGRAPH
           END-IF.
      *> 01/01/1601, DIA 1 DO CALENDARIO, FOI UMA SEGUNDA-FEIRA.
           IF FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-SEMANA-NUM), 7)
                  NOT = 1
               DISPLAY 'A SEMANA E IDENTIFICADA PELA SEGUNDA-FEIRA.'
               MOVE SPACES TO WS-SEMANA
           END-IF.

       PEDIR-DIA.
           DISPLAY 'DIA DA SEMANA (1=SEG ... 7=DOM): '.
           ACCEPT WS-DIA-ENTRADA.
           IF WS-DIA-ENTRADA IS NOT NUMERIC
              OR WS-DIA-ENTRADA < '1' OR WS-DIA-ENTRADA > '7'
               DISPLAY 'DIA INVALIDO.'
               MOVE ZERO TO WS-DIA
           ELSE
               MOVE WS-DIA-ENTRADA TO WS-DIA
           END-IF.

      *> DATA DO TURNO = SEGUNDA-FEIRA DA SEMANA + (DIA - 1).
       CONFERIR-DATA-TURNO.
           MOVE WS-SEMANA TO WS-SEMANA-NUM.
           COMPUTE WS-TURNO-INT =
               FUNCTION INTEGER-OF-DATE(WS-SEMANA-NUM) + WS-DIA - 1.

       PROCURAR-PEDIDO-ABERTO.
           MOVE 'N' TO WS-PEDIDO-EM-ABERTO.
           PERFORM POSICIONAR-TROCAS.
           PERFORM CONFERIR-PEDIDO-ABERTO
               UNTIL FIM-DAS-TROCAS OR PEDIDO-EM-ABERTO.

       CONFERIR-PEDIDO-ABERTO.
           IF TRC-PENDENTE
              AND TRC-SEMANA = WS-SEMANA
              AND TRC-CEDENTE-CPF = WS-CPF
              AND TRC-DIA-CEDIDO = WS-DIA
               MOVE 'S' TO WS-PEDIDO-EM-ABERTO
           ELSE
               PERFORM LER-PROXIMA-TROCA
           END-IF.

      *> O NUMERO DO PEDIDO E SEQUENCIAL: O MAIOR GRAVADO MAIS UM.
       OBTER-PROXIMO-ID.
           MOVE ZERO TO WS-ULTIMO-ID.
           PERFORM POSICIONAR-TROCAS.
           PERFORM GUARDAR-MAIOR-ID UNTIL FIM-DAS-TROCAS.
           ADD 1 TO WS-ULTIMO-ID.

       GUARDAR-MAIOR-ID.
           IF TRC-ID > WS-ULTIMO-ID
               MOVE TRC-ID TO WS-ULTIMO-ID
           END-IF.
           PERFORM LER-PROXIMA-TROCA.

       POSICIONAR-TROCAS.
           MOVE 'N' TO WS-FIM-TROCAS.
           MOVE ZERO TO TRC-ID.
           START ARQUIVO-TROCAS KEY NOT < TRC-ID
               INVALID KEY
                   MOVE 'S' TO WS-FIM-TROCAS
               NOT INVALID KEY
                   PERFORM LER-PROXIMA-TROCA
           END-START.

       LER-PROXIMA-TROCA.
           READ ARQUIVO-TROCAS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-TROCAS
           END-READ.

      *> ---------------------------------------------------------
      *> ACEITE: QUEM ASSUME TEM DE ESTAR NA ESCALA DA SEMANA E DE
      *> FOLGA NO DIA; SE DER UM TURNO SEU EM TROCA, O CEDENTE TEM DE
      *> ESTAR DE FOLGA NO DIA DO RETORNO.
      *> ---------------------------------------------------------
       ACEITAR-OFERTA.
           PERFORM LER-PEDIDO.
           IF NOT WS-TRC-OK
               EXIT PARAGRAPH
           END-IF.
           IF NOT TRC-OFERTADA
               DISPLAY 'O PEDIDO NAO ESTA EM OFERTA.'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CPF DE QUEM ASSUME O TURNO: '.
           ACCEPT WS-CPF.
           IF WS-CPF = TRC-CEDENTE-CPF
               DISPLAY 'O CEDENTE NAO PODE ACEITAR A PROPRIA OFERTA.'
               EXIT PARAGRAPH
           END-IF.

           MOVE TRC-SEMANA TO WS-SEMANA.
           PERFORM CARREGAR-SEMANA.
           MOVE WS-CPF TO WS-CPF-BUSCA.
           PERFORM LOCALIZAR-EMPREGADO.
           IF WS-EFE-POS = ZERO
               DISPLAY 'CPF NAO ESTA NA ESCALA DA SEMANA ' WS-SEMANA
                       '.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EFE-POS TO WS-IDX-ACE.
           MOVE TRC-CEDENTE-CPF TO WS-CPF-BUSCA.
           PERFORM LOCALIZAR-EMPREGADO.
           MOVE WS-EFE-POS TO WS-IDX-CED.
           IF WS-IDX-CED = ZERO
               DISPLAY 'O CEDENTE NAO ESTA MAIS NA ESCALA DA SEMANA.'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'DIA DO TURNO QUE DA EM TROCA (1-7, ENTER = SO '
                   'COBRIR): '.
           ACCEPT WS-DIA-ENTRADA.
           IF WS-DIA-ENTRADA = SPACE
               MOVE ZERO TO WS-DIA
           ELSE
               IF WS-DIA-ENTRADA IS NOT NUMERIC
                  OR WS-DIA-ENTRADA < '1' OR WS-DIA-ENTRADA > '7'
                   DISPLAY 'DIA INVALIDO.'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DIA-ENTRADA TO WS-DIA
           END-IF.

           IF WS-DIA NOT = TRC-DIA-CEDIDO
              AND WS-EFE-TURNO-DIA(WS-IDX-ACE TRC-DIA-CEDIDO)
                  NOT = SPACE
               DISPLAY 'QUEM ASSUME JA TEM TURNO EM '
                       WS-NOME-DIA(TRC-DIA-CEDIDO)
                       ': FICARIA COM DOIS TURNOS NO DIA.'
               EXIT PARAGRAPH
           END-IF.
           IF WS-DIA NOT = ZERO
               IF WS-EFE-TURNO-DIA(WS-IDX-ACE WS-DIA) = SPACE
                   DISPLAY 'QUEM ASSUME ESTA DE FOLGA EM '
                           WS-NOME-DIA(WS-DIA) '. NADA A DAR EM TROCA.'
                   EXIT PARAGRAPH
               END-IF
               IF WS-DIA NOT = TRC-DIA-CEDIDO
                  AND WS-EFE-TURNO-DIA(WS-IDX-CED WS-DIA) NOT = SPACE
                   DISPLAY 'O CEDENTE JA TEM TURNO EM '
                           WS-NOME-DIA(WS-DIA)
                           ': FICARIA COM DOIS TURNOS NO DIA.'
                   EXIT PARAGRAPH
               END-IF
               PERFORM CONFERIR-DATA-TURNO
               IF WS-TURNO-INT < WS-HOJE-INT
                   DISPLAY 'O TURNO DE RETORNO JA PASSOU.'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-EFE-CPF(WS-IDX-ACE)  TO TRC-ACEITANTE-CPF.
           MOVE WS-EFE-NOME(WS-IDX-ACE) TO TRC-ACEITANTE-NOME.
           MOVE WS-DIA TO TRC-DIA-RETORNO.
           IF WS-DIA = ZERO
               MOVE SPACE TO TRC-TURNO-RETORNO
           ELSE
               MOVE WS-EFE-TURNO-DIA(WS-IDX-ACE WS-DIA)
                   TO TRC-TURNO-RETORNO
           END-IF.
           MOVE 'A'          TO TRC-SITUACAO.
           MOVE WS-DATA-HOJE TO TRC-DATA-ACEITE.
           MOVE WRK-OPE-ID   TO TRC-OPER-ACEITE.
           REWRITE REGISTRO-TROCA-TURNO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ACEITE (STATUS '
                           WS-TRC-STATUS ').'
               NOT INVALID KEY
                   DISPLAY 'OFERTA ACEITA. AGUARDANDO A DECISAO DO '
                           'SUPERVISOR.'
           END-REWRITE.

       LER-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO: '.
           ACCEPT WS-ID-ENTRADA.
           IF FUNCTION TRIM(WS-ID-ENTRADA) IS NOT NUMERIC
               DISPLAY 'NUMERO INVALIDO.'
               MOVE '23' TO WS-TRC-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ID-ENTRADA) TO TRC-ID.
           READ ARQUIVO-TROCAS
               INVALID KEY
                   DISPLAY 'PEDIDO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM EXIBIR-PEDIDO
           END-READ.

       EXIBIR-PEDIDO.
           EVALUATE TRUE
               WHEN TRC-OFERTADA
                   MOVE 'OFERTADA' TO WS-SITUACAO-ED
               WHEN TRC-ACEITA
                   MOVE 'ACEITA' TO WS-SITUACAO-ED
               WHEN TRC-APROVADA
                   MOVE 'APROVADA' TO WS-SITUACAO-ED
               WHEN OTHER
                   MOVE 'RECUSADA' TO WS-SITUACAO-ED
           END-EVALUATE.
           MOVE TRC-ID TO WS-ID-ED.
           DISPLAY 'PEDIDO ' WS-ID-ED ' SEMANA ' TRC-SEMANA ' - '
                   WS-SITUACAO-ED.
           DISPLAY '  CEDE....: ' TRC-CEDENTE-NOME ' TURNO '
                   TRC-TURNO-CEDIDO ' DE '
                   WS-NOME-DIA(TRC-DIA-CEDIDO).
           IF TRC-ACEITANTE-CPF NOT = SPACES
               IF TRC-DIA-RETORNO = ZERO
                   DISPLAY '  ASSUME..: ' TRC-ACEITANTE-NOME
                           ' (SO COBERTURA)'
               ELSE
                   DISPLAY '  ASSUME..: ' TRC-ACEITANTE-NOME
                           ' E DA O TURNO ' TRC-TURNO-RETORNO ' DE '
                           WS-NOME-DIA(TRC-DIA-RETORNO)
               END-IF
           END-IF.
           IF TRC-RECUSADA
               DISPLAY '  MOTIVO..: ' TRC-MOTIVO-RECUSA
           END-IF.

      *> ---------------------------------------------------------
      *> DECISAO DO SUPERVISOR. APROVAR CONFERE AS REGRAS DE NOVO
      *> CONTRA A ESCALA DO MOMENTO (ELA PODE TER MUDADO DESDE A
      *> OFERTA) E SO ENTAO REGRAVA A ESCALA.
      *> ---------------------------------------------------------
       DECIDIR-TROCA.
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY 'SO O SUPERVISOR DECIDE A TROCA DE TURNO.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PEDIDO.
           IF NOT WS-TRC-OK
               EXIT PARAGRAPH
           END-IF.
           IF NOT TRC-PENDENTE
               DISPLAY 'O PEDIDO JA FOI DECIDIDO.'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY '(A)PROVAR OU (R)ECUSAR? '.
           ACCEPT WS-DECISAO.
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO.
           EVALUATE WS-DECISAO
               WHEN 'A'
                   PERFORM APROVAR-TROCA
               WHEN 'R'
                   DISPLAY 'MOTIVO DA RECUSA: '
                   ACCEPT WS-MOTIVO
                   PERFORM RECUSAR-TROCA
               WHEN OTHER
                   DISPLAY 'DECISAO INVALIDA. PEDIDO SEGUE PENDENTE.'
           END-EVALUATE.

       APROVAR-TROCA.
           IF TRC-OFERTADA
               DISPLAY 'A OFERTA AINDA NAO TEM QUEM ASSUMA.'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'EFETIVO MINIMO POR TURNO (ENTER PARA 1): '.
           ACCEPT WS-MINIMO-ENTRADA.
           IF WS-MINIMO-ENTRADA NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-MINIMO-ENTRADA) TO WS-MINIMO
           ELSE
               MOVE 1 TO WS-MINIMO
           END-IF.

           PERFORM VALIDAR-TROCA.
           IF NOT TROCA-VALIDA
               DISPLAY 'TROCA RECUSADA PELAS REGRAS DA ESCALA: '
                       WS-MOTIVO
               PERFORM RECUSAR-TROCA
               EXIT PARAGRAPH
           END-IF.

           PERFORM APLICAR-TROCA-NA-ESCALA.
           MOVE 'P'          TO TRC-SITUACAO.
           MOVE WS-DATA-HOJE TO TRC-DATA-DECISAO.
           MOVE WRK-OPE-ID   TO TRC-SUPERVISOR.
           REWRITE REGISTRO-TROCA-TURNO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A APROVACAO (STATUS '
                           WS-TRC-STATUS ').'
               NOT INVALID KEY
                   DISPLAY 'TROCA APROVADA. REGISTROS DA ESCALA '
                           'REGRAVADOS: ' WS-QTD-REGRAVADOS '.'
           END-REWRITE.

       RECUSAR-TROCA.
           MOVE 'R'          TO TRC-SITUACAO.
           MOVE WS-DATA-HOJE TO TRC-DATA-DECISAO.
           MOVE WRK-OPE-ID   TO TRC-SUPERVISOR.
           MOVE WS-MOTIVO    TO TRC-MOTIVO-RECUSA.
           REWRITE REGISTRO-TROCA-TURNO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A RECUSA (STATUS '
                           WS-TRC-STATUS ').'
               NOT INVALID KEY
                   DISPLAY 'PEDIDO RECUSADO.'
           END-REWRITE.

      *> SIMULA A TROCA NA ESCALA EFETIVA DA SEMANA E CONFERE AS
      *> REGRAS DO TUR0001A SOBRE O RESULTADO. A PRIMEIRA REGRA
      *> QUEBRADA ENCERRA, COM O MOTIVO EM WS-MOTIVO.
       VALIDAR-TROCA.
           MOVE 'N' TO WS-VALIDACAO.
           MOVE TRC-SEMANA TO WS-SEMANA.
           MOVE TRC-DIA-CEDIDO TO WS-DIA.
           PERFORM CONFERIR-DATA-TURNO.
           IF WS-TURNO-INT < WS-HOJE-INT
               MOVE 'O TURNO CEDIDO JA PASSOU' TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF TRC-DIA-RETORNO NOT = ZERO
               MOVE TRC-DIA-RETORNO TO WS-DIA
               PERFORM CONFERIR-DATA-TURNO
               IF WS-TURNO-INT < WS-HOJE-INT
                   MOVE 'O TURNO DE RETORNO JA PASSOU' TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM CARREGAR-SEMANA.
           MOVE TRC-CEDENTE-CPF TO WS-CPF-BUSCA.
           PERFORM LOCALIZAR-EMPREGADO.
           MOVE WS-EFE-POS TO WS-IDX-CED.
           MOVE TRC-ACEITANTE-CPF TO WS-CPF-BUSCA.
           PERFORM LOCALIZAR-EMPREGADO.
           MOVE WS-EFE-POS TO WS-IDX-ACE.
           IF WS-IDX-CED = ZERO OR WS-IDX-ACE = ZERO
               MOVE 'EMPREGADO FORA DA ESCALA DA SEMANA' TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-EFE-TURNO-DIA(WS-IDX-CED TRC-DIA-CEDIDO)
              NOT = TRC-TURNO-CEDIDO
               MOVE 'O CEDENTE NAO ESTA MAIS NO TURNO OFERTADO'
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF TRC-DIA-RETORNO NOT = ZERO
              AND WS-EFE-TURNO-DIA(WS-IDX-ACE TRC-DIA-RETORNO)
                  NOT = TRC-TURNO-RETORNO
               MOVE 'O ACEITANTE NAO ESTA MAIS NO TURNO DE RETORNO'
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           PERFORM MONTAR-COBERTURA.
           MOVE WS-COBERTURA-DEPOIS TO WS-COBERTURA-ANTES.

      *> CADA UM LARGA O TURNO QUE DA; QUEM RECEBE TEM DE ESTAR DE
      *> FOLGA NO DIA (UM TURNO POR DIA -- A DOBRA DO TUR0001A).
           MOVE SPACE TO WS-EFE-TURNO-DIA(WS-IDX-CED TRC-DIA-CEDIDO).
           IF TRC-DIA-RETORNO NOT = ZERO
               MOVE SPACE
                   TO WS-EFE-TURNO-DIA(WS-IDX-ACE TRC-DIA-RETORNO)
           END-IF.
           IF WS-EFE-TURNO-DIA(WS-IDX-ACE TRC-DIA-CEDIDO) NOT = SPACE
               MOVE 'DOBRA: O ACEITANTE JA TEM TURNO NO DIA CEDIDO'
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF TRC-DIA-RETORNO NOT = ZERO
              AND WS-EFE-TURNO-DIA(WS-IDX-CED TRC-DIA-RETORNO)
                  NOT = SPACE
               MOVE 'DOBRA: O CEDENTE JA TEM TURNO NO DIA DO RETORNO'
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE TRC-TURNO-CEDIDO
               TO WS-EFE-TURNO-DIA(WS-IDX-ACE TRC-DIA-CEDIDO).
           IF TRC-DIA-RETORNO NOT = ZERO
               MOVE TRC-TURNO-RETORNO
                   TO WS-EFE-TURNO-DIA(WS-IDX-CED TRC-DIA-RETORNO)
           END-IF.

           MOVE 'S' TO WS-VALIDACAO.
           MOVE WS-IDX-CED TO WS-EFE-IDX.
           PERFORM CONFERIR-DESCANSO
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > 6 OR NOT TROCA-VALIDA.
           MOVE WS-IDX-ACE TO WS-EFE-IDX.
           PERFORM CONFERIR-DESCANSO
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > 6 OR NOT TROCA-VALIDA.
           IF NOT TROCA-VALIDA
               EXIT PARAGRAPH
           END-IF.

           PERFORM MONTAR-COBERTURA.
           MOVE TRC-DIA-CEDIDO TO WS-DIA-IDX.
           PERFORM CONFERIR-COBERTURA-TURNO
               VARYING WS-TURNO-IDX FROM 1 BY 1
               UNTIL WS-TURNO-IDX > 3 OR NOT TROCA-VALIDA.
           IF TRC-DIA-RETORNO NOT = ZERO
               MOVE TRC-DIA-RETORNO TO WS-DIA-IDX
               PERFORM CONFERIR-COBERTURA-TURNO
                   VARYING WS-TURNO-IDX FROM 1 BY 1
                   UNTIL WS-TURNO-IDX > 3 OR NOT TROCA-VALIDA
           END-IF.

      *> DESCANSO ENTRE JORNADAS (TUR0001A): COM M 06-14, T 14-22 E
      *> N 22-06, O TURNO DO DIA SEGUINTE NAO PODE COMECAR MAIS CEDO
      *> QUE O DO DIA -- T->M, N->M E N->T DEIXAM MENOS DE 11 HORAS.
       CONFERIR-DESCANSO.
           COMPUTE WS-DIA-SEG = WS-DIA-IDX + 1.
           IF WS-EFE-TURNO-DIA(WS-EFE-IDX WS-DIA-IDX) = SPACE
              OR WS-EFE-TURNO-DIA(WS-EFE-IDX WS-DIA-SEG) = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EFE-TURNO-DIA(WS-EFE-IDX WS-DIA-IDX)
               TO WS-TURNO-AUX.
           PERFORM OBTER-ORDEM-TURNO.
           MOVE WS-ORDEM TO WS-ORDEM-ANT.
           MOVE WS-EFE-TURNO-DIA(WS-EFE-IDX WS-DIA-SEG)
               TO WS-TURNO-AUX.
           PERFORM OBTER-ORDEM-TURNO.
           IF WS-ORDEM < WS-ORDEM-ANT
               MOVE 'N' TO WS-VALIDACAO
               MOVE SPACES TO WS-MOTIVO
               STRING 'DESCANSO: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EFE-NOME(WS-EFE-IDX))
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-NOME-DIA(WS-DIA-IDX) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-NOME-DIA(WS-DIA-SEG) DELIMITED BY SIZE
                   INTO WS-MOTIVO
               END-STRING
           END-IF.

       OBTER-ORDEM-TURNO.
           EVALUATE WS-TURNO-AUX
               WHEN 'M'
                   MOVE 1 TO WS-ORDEM
               WHEN 'T'
                   MOVE 2 TO WS-ORDEM
               WHEN 'N'
                   MOVE 3 TO WS-ORDEM
               WHEN OTHER
                   MOVE 0 TO WS-ORDEM
           END-EVALUATE.

      *> A TROCA NAO PODE DEIXAR UM TURNO ABAIXO DO MINIMO QUE ELE
      *> TINHA ANTES; TURNO QUE JA ESTAVA ABAIXO E NAO PIOROU PASSA.
       CONFERIR-COBERTURA-TURNO.
           IF WS-COB-DEPOIS(WS-DIA-IDX WS-TURNO-IDX) < WS-MINIMO
              AND WS-COB-DEPOIS(WS-DIA-IDX WS-TURNO-IDX)
                  < WS-COB-ANTES(WS-DIA-IDX WS-TURNO-IDX)
               MOVE 'N' TO WS-VALIDACAO
               MOVE SPACES TO WS-MOTIVO
               STRING 'COBERTURA ABAIXO DO MINIMO EM '
                          DELIMITED BY SIZE
                      WS-NOME-DIA(WS-DIA-IDX) DELIMITED BY SIZE
                   INTO WS-MOTIVO
               END-STRING
           END-IF.

       MONTAR-COBERTURA.
           MOVE ZEROS TO WS-COBERTURA-DEPOIS.
           PERFORM CONTAR-EMPREGADO
               VARYING WS-EFE-IDX FROM 1 BY 1
               UNTIL WS-EFE-IDX > WS-EFE-QTD.

       CONTAR-EMPREGADO.
           PERFORM CONTAR-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > 7.

       CONTAR-DIA.
           MOVE WS-EFE-TURNO-DIA(WS-EFE-IDX WS-DIA-IDX) TO WS-TURNO-AUX.
           PERFORM OBTER-ORDEM-TURNO.
           IF WS-ORDEM NOT = ZERO
               ADD 1 TO WS-COB-DEPOIS(WS-DIA-IDX WS-ORDEM)
           END-IF.

      *> ---------------------------------------------------------
      *> REGRAVACAO DA ESCALA: COPIA O ARQUIVO PARA O TEMPORARIO
      *> TROCANDO O TURNO DOS REGISTROS DOS DOIS EMPREGADOS NOS DIAS
      *> DA TROCA PELO DA ESCALA SIMULADA (TODOS OS REGISTROS DO
      *> EMPREGADO/DIA, PARA O APONTAMENTO E A VALIDACAO LEREM O
      *> MESMO), ACRESCENTA O REGISTRO DE QUEM NAO TINHA LINHA NO DIA
      *> E DEVOLVE O TEMPORARIO PARA ESCALA-TURNOS.DAT.
      *> ---------------------------------------------------------
       APLICAR-TROCA-NA-ESCALA.
           MOVE ZERO TO WS-QTD-REGRAVADOS.
           MOVE 'N' TO WS-TEM-ACE-CEDIDO WS-TEM-CED-RETORNO.
           OPEN INPUT ARQUIVO-ESCALA.
           OPEN OUTPUT ARQUIVO-ESCALA-TMP.
           PERFORM LER-ESCALA.
           PERFORM COPIAR-REGISTRO-TROCADO UNTIL WS-ESCALA-EOF.
           CLOSE ARQUIVO-ESCALA.

           IF NOT ACEITANTE-TEM-REGISTRO
               MOVE WS-IDX-ACE     TO WS-EFE-IDX
               MOVE TRC-DIA-CEDIDO TO WS-DIA-IDX
               PERFORM ACRESCENTAR-REGISTRO
           END-IF.
           IF TRC-DIA-RETORNO NOT = ZERO
              AND NOT CEDENTE-TEM-REGISTRO
               MOVE WS-IDX-CED      TO WS-EFE-IDX
               MOVE TRC-DIA-RETORNO TO WS-DIA-IDX
               PERFORM ACRESCENTAR-REGISTRO
           END-IF.
           CLOSE ARQUIVO-ESCALA-TMP.

           OPEN INPUT ARQUIVO-ESCALA-TMP.
           OPEN OUTPUT ARQUIVO-ESCALA.
           PERFORM LER-ESCALA-TMP.
           PERFORM DEVOLVER-REGISTRO UNTIL WS-TMP-EOF.
           CLOSE ARQUIVO-ESCALA-TMP.
           CLOSE ARQUIVO-ESCALA.

       COPIAR-REGISTRO-TROCADO.
           IF ESC-SEMANA = TRC-SEMANA
              AND (ESC-DIA-SEMANA = TRC-DIA-CEDIDO
                   OR (TRC-DIA-RETORNO NOT = ZERO
                       AND ESC-DIA-SEMANA = TRC-DIA-RETORNO))
               EVALUATE ESC-CPF
                   WHEN TRC-CEDENTE-CPF
                       MOVE WS-IDX-CED TO WS-EFE-IDX
                       IF ESC-DIA-SEMANA = TRC-DIA-RETORNO
                           MOVE 'S' TO WS-TEM-CED-RETORNO
                       END-IF
                       PERFORM TROCAR-TURNO-REGISTRO
                   WHEN TRC-ACEITANTE-CPF
                       MOVE WS-IDX-ACE TO WS-EFE-IDX
                       IF ESC-DIA-SEMANA = TRC-DIA-CEDIDO
                           MOVE 'S' TO WS-TEM-ACE-CEDIDO
                       END-IF
                       PERFORM TROCAR-TURNO-REGISTRO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           WRITE REGISTRO-ESCALA-TMP FROM REGISTRO-ESCALA.
           PERFORM LER-ESCALA.

       TROCAR-TURNO-REGISTRO.
           MOVE WS-EFE-TURNO-DIA(WS-EFE-IDX ESC-DIA-SEMANA)
               TO ESC-TURNO.
           ADD 1 TO WS-QTD-REGRAVADOS.

       ACRESCENTAR-REGISTRO.
           MOVE WS-EFE-NOME(WS-EFE-IDX) TO ESC-EMPREGADO.
           MOVE WS-DIA-IDX              TO ESC-DIA-SEMANA.
           MOVE WS-EFE-TURNO-DIA(WS-EFE-IDX WS-DIA-IDX) TO ESC-TURNO.
           MOVE WS-EFE-CPF(WS-EFE-IDX)  TO ESC-CPF.
           MOVE TRC-SEMANA              TO ESC-SEMANA.
           WRITE REGISTRO-ESCALA-TMP FROM REGISTRO-ESCALA.
           ADD 1 TO WS-QTD-REGRAVADOS.

       DEVOLVER-REGISTRO.
           WRITE REGISTRO-ESCALA FROM REGISTRO-ESCALA-TMP.
           PERFORM LER-ESCALA-TMP.

       LER-ESCALA-TMP.
           READ ARQUIVO-ESCALA-TMP NEXT RECORD.

      *> ---------------------------------------------------------
      *> ESCALA EFETIVA DA SEMANA EM WS-SEMANA.
      *> ---------------------------------------------------------
       CARREGAR-SEMANA.
           MOVE ZERO TO WS-EFE-QTD.
           OPEN INPUT ARQUIVO-ESCALA.
           IF WS-ESCALA-ARQ-NOVO
               DISPLAY 'ESCALA-TURNOS.DAT NAO ENCONTRADO.'
           ELSE
               PERFORM LER-ESCALA
               PERFORM GUARDAR-ESCALA UNTIL WS-ESCALA-EOF
           END-IF.
           CLOSE ARQUIVO-ESCALA.

       LER-ESCALA.
           READ ARQUIVO-ESCALA NEXT RECORD.

       GUARDAR-ESCALA.
           IF ESC-SEMANA = WS-SEMANA
              AND ESC-CPF NOT = SPACES
              AND ESC-DIA-SEMANA >= 1 AND ESC-DIA-SEMANA <= 7
               MOVE ESC-CPF TO WS-CPF-BUSCA
               PERFORM LOCALIZAR-EMPREGADO
               IF WS-EFE-POS = ZERO
                   IF WS-EFE-QTD < 200
                       ADD 1 TO WS-EFE-QTD
                       MOVE WS-EFE-QTD TO WS-EFE-POS
                       MOVE ESC-CPF TO WS-EFE-CPF(WS-EFE-POS)
                       MOVE SPACES  TO WS-EFE-DIAS(WS-EFE-POS)
                   ELSE
                       DISPLAY 'AVISO: TABELA DA ESCALA CHEIA (200).'
                   END-IF
               END-IF
               IF WS-EFE-POS NOT = ZERO
                   MOVE ESC-EMPREGADO TO WS-EFE-NOME(WS-EFE-POS)
                   MOVE ESC-TURNO
                       TO WS-EFE-TURNO-DIA(WS-EFE-POS ESC-DIA-SEMANA)
               END-IF
           END-IF.
           PERFORM LER-ESCALA.

      *> POSICAO DO CPF EM WS-CPF-BUSCA NA ESCALA EFETIVA (ZERO = FORA).
       LOCALIZAR-EMPREGADO.
           MOVE ZERO TO WS-EFE-POS.
           PERFORM COMPARAR-EMPREGADO
               VARYING WS-EFE-IDX FROM 1 BY 1
               UNTIL WS-EFE-IDX > WS-EFE-QTD OR WS-EFE-POS NOT = ZERO.

       COMPARAR-EMPREGADO.
           IF WS-EFE-CPF(WS-EFE-IDX) = WS-CPF-BUSCA
               MOVE WS-EFE-IDX TO WS-EFE-POS
           END-IF.

      *> ---------------------------------------------------------
      *> PEDIDOS PENDENTES (OFERTADOS E ACEITOS).
      *> ---------------------------------------------------------
       LISTAR-PENDENTES.
           MOVE ZERO TO WS-QTD-LIDOS.
           PERFORM POSICIONAR-TROCAS.
           PERFORM EXIBIR-SE-PENDENTE UNTIL FIM-DAS-TROCAS.
           IF WS-QTD-LIDOS = ZERO
               DISPLAY 'NENHUM PEDIDO PENDENTE.'
           END-IF.

       EXIBIR-SE-PENDENTE.
           IF TRC-PENDENTE
               ADD 1 TO WS-QTD-LIDOS
               PERFORM EXIBIR-PEDIDO
           END-IF.
           PERFORM LER-PROXIMA-TROCA.

      *> ---------------------------------------------------------
      *> RELATORIO MENSAL: AS TROCAS APROVADAS NO MES (PELA DATA DA
      *> DECISAO), POR EMPREGADO, DO QUE MAIS TROCA PARA O QUE MENOS.
      *> ---------------------------------------------------------
       RELATORIO-MENSAL.
           DISPLAY 'MES (AAAAMM, ENTER = MES CORRENTE): '.
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA = SPACES
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           IF WS-COMPETENCIA IS NOT NUMERIC
              OR WS-COMPETENCIA(5:2) < '01'
              OR WS-COMPETENCIA(5:2) > '12'
               DISPLAY 'MES INVALIDO.'
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-RNK-QTD WS-QTD-APROVADAS WS-QTD-RECUSADAS
                        WS-QTD-OFERTADAS.
           PERFORM POSICIONAR-TROCAS.
           PERFORM ACUMULAR-TROCA UNTIL FIM-DAS-TROCAS.
           PERFORM ORDENAR-PASSO
               VARYING WS-RNK-IDX FROM 1 BY 1
               UNTIL WS-RNK-IDX >= WS-RNK-QTD.

           MOVE 'TROCAS-TURNO' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           STRING 'CPF            EMPREGADO' DELIMITED BY SIZE
                  '            CEDEU ASSUMIU  TOTAL' DELIMITED BY SIZE
               INTO WRK-REL-CABECALHO
           END-STRING.
           MOVE 'TUR0004A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           STRING 'TROCAS DE TURNO APROVADAS EM ' DELIMITED BY SIZE
                  WS-COMPETENCIA(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-COMPETENCIA(1:4) DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM IMPRIMIR-RANKING
               VARYING WS-RNK-IDX FROM 1 BY 1
               UNTIL WS-RNK-IDX > WS-RNK-QTD.

           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-QTD-OFERTADAS TO WRK-REL-NUM-ED.
           STRING 'PEDIDOS OFERTADOS NO MES.: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-QTD-APROVADAS TO WRK-REL-NUM-ED.
           STRING 'TROCAS APROVADAS.........: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-QTD-RECUSADAS TO WRK-REL-NUM-ED.
           STRING 'TROCAS RECUSADAS.........: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0973-FECHAR-RELATORIO.
           DISPLAY 'TROCAS APROVADAS NO MES: ' WS-QTD-APROVADAS
                   ' - RELATORIO NO SPOOL (TROCAS-TURNO).'.

       ACUMULAR-TROCA.
           IF TRC-DATA-OFERTA(1:6) = WS-COMPETENCIA
               ADD 1 TO WS-QTD-OFERTADAS
           END-IF.
           IF TRC-DATA-DECISAO(1:6) = WS-COMPETENCIA
               IF TRC-APROVADA
                   ADD 1 TO WS-QTD-APROVADAS
                   MOVE TRC-CEDENTE-CPF  TO WS-CPF
                   MOVE TRC-CEDENTE-NOME TO WS-RNK-NOME-AUX
                   MOVE 'C' TO WS-PAPEL
                   PERFORM SOMAR-RANKING
                   MOVE TRC-ACEITANTE-CPF  TO WS-CPF
                   MOVE TRC-ACEITANTE-NOME TO WS-RNK-NOME-AUX
                   MOVE 'A' TO WS-PAPEL
                   PERFORM SOMAR-RANKING
               END-IF
               IF TRC-RECUSADA
                   ADD 1 TO WS-QTD-RECUSADAS
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-TROCA.

       SOMAR-RANKING.
           MOVE ZERO TO WS-RNK-POS.
           PERFORM PROCURAR-RANKING
               VARYING WS-RNK-J FROM 1 BY 1
               UNTIL WS-RNK-J > WS-RNK-QTD OR WS-RNK-POS NOT = ZERO.
           IF WS-RNK-POS = ZERO
               IF WS-RNK-QTD < 200
                   ADD 1 TO WS-RNK-QTD
                   MOVE WS-RNK-QTD TO WS-RNK-POS
                   MOVE WS-CPF TO WS-RNK-CPF(WS-RNK-POS)
                   MOVE WS-RNK-NOME-AUX TO WS-RNK-NOME(WS-RNK-POS)
                   MOVE ZERO TO WS-RNK-CEDEU(WS-RNK-POS)
                                WS-RNK-ASSUMIU(WS-RNK-POS)
                                WS-RNK-TOTAL(WS-RNK-POS)
               ELSE
                   DISPLAY 'AVISO: TABELA DO RELATORIO CHEIA (200).'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF PAPEL-CEDENTE
               ADD 1 TO WS-RNK-CEDEU(WS-RNK-POS)
           ELSE
               ADD 1 TO WS-RNK-ASSUMIU(WS-RNK-POS)
           END-IF.
           ADD 1 TO WS-RNK-TOTAL(WS-RNK-POS).

       PROCURAR-RANKING.
           IF WS-RNK-CPF(WS-RNK-J) = WS-CPF
               MOVE WS-RNK-J TO WS-RNK-POS
           END-IF.

      *> ORDENACAO POR SELECAO, DO MAIOR TOTAL PARA O MENOR.
       ORDENAR-PASSO.
           COMPUTE WS-RNK-POS = WS-RNK-IDX + 1.
           PERFORM COMPARAR-RANKING
               VARYING WS-RNK-J FROM WS-RNK-POS BY 1
               UNTIL WS-RNK-J > WS-RNK-QTD.

       COMPARAR-RANKING.
           IF WS-RNK-TOTAL(WS-RNK-J) > WS-RNK-TOTAL(WS-RNK-IDX)
               MOVE WS-RNK-ITEM(WS-RNK-IDX) TO WS-RNK-AUX
               MOVE WS-RNK-ITEM(WS-RNK-J)   TO WS-RNK-ITEM(WS-RNK-IDX)
               MOVE WS-RNK-AUX              TO WS-RNK-ITEM(WS-RNK-J)
           END-IF.

       IMPRIMIR-RANKING.
           MOVE WS-RNK-CEDEU(WS-RNK-IDX)   TO WS-CONT-ED.
           MOVE WS-RNK-ASSUMIU(WS-RNK-IDX) TO WS-CONT-ED2.
           MOVE WS-RNK-TOTAL(WS-RNK-IDX)   TO WS-TOTAL-ED.
           STRING WS-RNK-CPF(WS-RNK-IDX)  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-RNK-NOME(WS-RNK-IDX) DELIMITED BY SIZE
                  '   '                   DELIMITED BY SIZE
                  WS-CONT-ED              DELIMITED BY SIZE
                  '     '                 DELIMITED BY SIZE
                  WS-CONT-ED2             DELIMITED BY SIZE
                  '   '                   DELIMITED BY SIZE
                  WS-TOTAL-ED             DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           COPY RELATORIO-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
