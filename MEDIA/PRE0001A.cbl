      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: MANUTENCAO DOS PRE-REQUISITOS ENTRE DISCIPLINAS
      *              (PREREQUISITOS.DAT, CHAVE DISCIPLINA + REQUISITO):
      *              INCLUI REGRA ENTRE DISCIPLINAS DO MESTRE
      *              DISCIPLINAS.DAT, EXCLUI, LISTA E VERIFICA O
      *              ARQUIVO INTEIRO. A INCLUSAO RECUSA REGRA
      *              CIRCULAR (A EXIGE B QUE, DIRETA OU
      *              INDIRETAMENTE, EXIGE A), QUE TRAVARIA A
      *              MATRICULA NAS DUAS DISCIPLINAS NO MAT0001A.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRE0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PREREQUISITOS
               ASSIGN TO DYNAMIC WRK-PREREQUISITOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WRK-PRE-STATUS.

           SELECT ARQUIVO-DISCIPLINAS
               ASSIGN TO DYNAMIC WRK-DISCIPLINAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-DIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-PREREQUISITOS.
           COPY PREREQUISITOS-FD.CPY.

       FD ARQUIVO-DISCIPLINAS.
           COPY DISCIPLINAS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-PRE-STATUS PIC X(02).
           88 FS-PRE-OK             VALUE '00'.
           88 FS-PRE-FIM-ARQUIVO    VALUE '10'.
           88 FS-PRE-CHAVE-DUP      VALUE '22'.
           88 FS-PRE-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-DIS-STATUS PIC X(02).
           88 FS-DIS-OK             VALUE '00'.
           88 FS-DIS-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-PREREQUISITOS-PATH PIC X(100).
       01 WRK-DISCIPLINAS-PATH   PIC X(100).

       01 WRK-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WRK-OPCAO      PIC X(01).
       01 WRK-DISCIPLINA PIC 9(03).
       01 WRK-REQUISITO  PIC 9(03).
       01 WRK-NOME-DISCIPLINA PIC X(30).
       01 WRK-DATA-HOJE  PIC X(08).

       01 WRK-TOTAL-LISTADAS PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-CICLOS   PIC 9(05) COMP VALUE 0.

      * REGRAS EM MEMORIA PARA A BUSCA DE CICLO.
       01 WRK-REG-TABELA.
           05 WRK-REG-ITEM OCCURS 500 TIMES.
               10 WRK-REG-DISCIPLINA PIC 9(03).
               10 WRK-REG-REQUISITO  PIC 9(03).
       01 WRK-REG-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-REG-IDX PIC 9(03) COMP VALUE 0.
       01 WRK-REG-VERIF PIC 9(03) COMP VALUE 0.

      * BUSCA EM LARGURA: HA CAMINHO DE EXIGENCIAS DE WRK-ORIGEM ATE
      * WRK-ALVO? FILA DE DISCIPLINAS A VISITAR E MARCA DAS JA VISTAS,
      * PELO CODIGO DA DISCIPLINA.
       01 WRK-ORIGEM PIC 9(03).
       01 WRK-ALVO   PIC 9(03).
       01 WRK-ATUAL  PIC 9(03).
       01 WRK-VISTA-TABELA.
           05 WRK-VISTA OCCURS 999 TIMES PIC X(01).
       01 WRK-FILA-TABELA.
           05 WRK-FILA OCCURS 999 TIMES PIC 9(03).
       01 WRK-FILA-INI PIC 9(04) COMP VALUE 0.
       01 WRK-FILA-QTD PIC 9(04) COMP VALUE 0.
       01 WRK-VIS-IDX  PIC 9(04) COMP VALUE 0.
       01 WRK-CAMINHO  PIC X(01).
           88 CAMINHO-ENCONTRADO VALUE 'S'.

           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '    PRE0001A - PRE-REQUISITOS DE DISCIPLINAS    '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0001-ABRIR-ARQUIVOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-PREREQUISITOS.
           CLOSE ARQUIVO-DISCIPLINAS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-PREREQUISITOS-PATH
               FROM ENVIRONMENT 'PREREQUISITOS_DAT_PATH'.
           IF WRK-PREREQUISITOS-PATH = SPACES
               MOVE 'PREREQUISITOS.DAT' TO WRK-PREREQUISITOS-PATH
           END-IF.

           ACCEPT WRK-DISCIPLINAS-PATH
               FROM ENVIRONMENT 'DISCIPLINAS_DAT_PATH'.
           IF WRK-DISCIPLINAS-PATH = SPACES
               MOVE 'DISCIPLINAS.DAT' TO WRK-DISCIPLINAS-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVOS.
      * O ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO EM I-O.
           OPEN I-O ARQUIVO-PREREQUISITOS.
           IF FS-PRE-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-PREREQUISITOS
               CLOSE ARQUIVO-PREREQUISITOS
               OPEN I-O ARQUIVO-PREREQUISITOS
           END-IF.

           OPEN INPUT ARQUIVO-DISCIPLINAS.
           IF FS-DIS-ARQUIVO-NOVO
               DISPLAY 'AVISO: DISCIPLINAS.DAT AINDA NAO EXISTE '
                       '(DIS0001A).'
           END-IF.
       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(I)NCLUIR REGRA, (E)XCLUIR, (L)ISTAR, '
                   '(V)ERIFICAR CICLOS OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'I'
                   PERFORM 0003-INCLUIR
               WHEN 'E'
                   PERFORM 0004-EXCLUIR
               WHEN 'L'
                   PERFORM 0005-LISTAR
               WHEN 'V'
                   PERFORM 0006-VERIFICAR-CICLOS
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

       0003-INCLUIR.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-DISCIPLINA.
           DISPLAY 'CODIGO DO PRE-REQUISITO: '.
           ACCEPT WRK-REQUISITO.

           MOVE WRK-DISCIPLINA TO DIS-CODIGO.
           READ ARQUIVO-DISCIPLINAS
               INVALID KEY
                   MOVE SPACES TO WRK-NOME-DISCIPLINA
               NOT INVALID KEY
                   MOVE DIS-NOME TO WRK-NOME-DISCIPLINA
           END-READ.
           MOVE WRK-REQUISITO TO DIS-CODIGO.
           READ ARQUIVO-DISCIPLINAS
               INVALID KEY
                   MOVE SPACES TO DIS-NOME
           END-READ.

           IF WRK-DISCIPLINA = ZERO OR WRK-REQUISITO = ZERO
               DISPLAY 'CODIGO DE DISCIPLINA INVALIDO.'
           ELSE
           IF WRK-NOME-DISCIPLINA = SPACES OR DIS-NOME = SPACES
               DISPLAY 'DISCIPLINA OU PRE-REQUISITO NAO ENCONTRADO '
                       'EM DISCIPLINAS.DAT.'
           ELSE
           IF WRK-DISCIPLINA = WRK-REQUISITO
               DISPLAY 'A DISCIPLINA NAO PODE SER PRE-REQUISITO DELA '
                       'MESMA.'
           ELSE
      * A REGRA NOVA FECHA CICLO SE O PRE-REQUISITO JA EXIGE, DIRETA
      * OU INDIRETAMENTE, A PROPRIA DISCIPLINA.
               PERFORM 0010-CARREGAR-REGRAS
               MOVE WRK-REQUISITO  TO WRK-ORIGEM
               MOVE WRK-DISCIPLINA TO WRK-ALVO
               PERFORM 0011-PROCURAR-CAMINHO
               IF CAMINHO-ENCONTRADO
                   DISPLAY 'REGRA CIRCULAR: ' WRK-REQUISITO ' JA '
                           'EXIGE ' WRK-DISCIPLINA ' (DIRETA OU '
                           'INDIRETAMENTE). REGRA RECUSADA.'
               ELSE
                   MOVE WRK-DISCIPLINA TO PRE-DISCIPLINA
                   MOVE WRK-REQUISITO  TO PRE-REQUISITO
                   MOVE WRK-DATA-HOJE  TO PRE-DATA-INCLUSAO
                   WRITE REGISTRO-PREREQUISITO
                       INVALID KEY
                           DISPLAY 'REGRA JA CADASTRADA.'
                       NOT INVALID KEY
                           DISPLAY WRK-NOME-DISCIPLINA ' PASSA A '
                                   'EXIGIR ' DIS-NOME
                   END-WRITE
               END-IF
           END-IF
           END-IF
           END-IF.
       0003-END.

       0004-EXCLUIR.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-DISCIPLINA.
           DISPLAY 'CODIGO DO PRE-REQUISITO A RETIRAR: '.
           ACCEPT WRK-REQUISITO.
           MOVE WRK-DISCIPLINA TO PRE-DISCIPLINA.
           MOVE WRK-REQUISITO  TO PRE-REQUISITO.
           DELETE ARQUIVO-PREREQUISITOS
               INVALID KEY
                   DISPLAY 'REGRA NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY 'REGRA EXCLUIDA.'
           END-DELETE.
       0004-END.

       0005-LISTAR.
           MOVE ZERO TO WRK-TOTAL-LISTADAS.
           DISPLAY '------------------------------------------------'.
           DISPLAY ' DISCIPLINA                         EXIGE'.
           DISPLAY '------------------------------------------------'.
           MOVE LOW-VALUES TO PRE-CHAVE.
           START ARQUIVO-PREREQUISITOS KEY NOT < PRE-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0005A-LER
                   PERFORM 0005B-EXIBIR
                       UNTIL FS-PRE-FIM-ARQUIVO
           END-START.
           DISPLAY 'REGRAS CADASTRADAS: ' WRK-TOTAL-LISTADAS.
       0005-END.

       0005A-LER.
           READ ARQUIVO-PREREQUISITOS NEXT RECORD.
       0005A-END.

       0005B-EXIBIR.
           MOVE PRE-DISCIPLINA TO DIS-CODIGO.
           READ ARQUIVO-DISCIPLINAS
               INVALID KEY
                   MOVE '(SEM MESTRE)' TO DIS-NOME
           END-READ.
           MOVE DIS-NOME TO WRK-NOME-DISCIPLINA.
           MOVE PRE-REQUISITO TO DIS-CODIGO.
           READ ARQUIVO-DISCIPLINAS
               INVALID KEY
                   MOVE '(SEM MESTRE)' TO DIS-NOME
           END-READ.
           DISPLAY ' ' PRE-DISCIPLINA ' ' WRK-NOME-DISCIPLINA
                   ' ' PRE-REQUISITO ' ' DIS-NOME.
           ADD 1 TO WRK-TOTAL-LISTADAS.
           PERFORM 0005A-LER.
       0005B-END.

      * VERIFICACAO DO ARQUIVO INTEIRO: CADA REGRA CUJO PRE-REQUISITO
      * VOLTA A EXIGIR A DISCIPLINA ESTA NUM CICLO (REGRAS GRAVADAS
      * POR FORA DESTA MANUTENCAO).
       0006-VERIFICAR-CICLOS.
           MOVE ZERO TO WRK-TOTAL-CICLOS.
           PERFORM 0010-CARREGAR-REGRAS.
           PERFORM 0006A-VERIFICAR-REGRA
               VARYING WRK-REG-VERIF FROM 1 BY 1
               UNTIL WRK-REG-VERIF > WRK-REG-QTD.
           IF WRK-TOTAL-CICLOS = ZERO
               DISPLAY 'NENHUM CICLO ENTRE AS ' WRK-REG-QTD
                       ' REGRAS.'
           ELSE
               DISPLAY 'REGRAS EM CICLO: ' WRK-TOTAL-CICLOS
                       '. EXCLUA UMA DELAS EM (E)XCLUIR.'
           END-IF.
       0006-END.

       0006A-VERIFICAR-REGRA.
           MOVE WRK-REG-REQUISITO(WRK-REG-VERIF)  TO WRK-ORIGEM.
           MOVE WRK-REG-DISCIPLINA(WRK-REG-VERIF) TO WRK-ALVO.
           PERFORM 0011-PROCURAR-CAMINHO.
           IF CAMINHO-ENCONTRADO
               ADD 1 TO WRK-TOTAL-CICLOS
               DISPLAY ' CICLO: ' WRK-ALVO ' EXIGE ' WRK-ORIGEM
                       ' QUE VOLTA A EXIGIR ' WRK-ALVO
           END-IF.
       0006A-END.

       0010-CARREGAR-REGRAS.
           MOVE ZERO TO WRK-REG-QTD.
           MOVE LOW-VALUES TO PRE-CHAVE.
           START ARQUIVO-PREREQUISITOS KEY NOT < PRE-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0005A-LER
                   PERFORM 0010A-GUARDAR-REGRA
                       UNTIL FS-PRE-FIM-ARQUIVO
           END-START.
       0010-END.

       0010A-GUARDAR-REGRA.
           IF WRK-REG-QTD < 500
               ADD 1 TO WRK-REG-QTD
               MOVE PRE-DISCIPLINA
                   TO WRK-REG-DISCIPLINA(WRK-REG-QTD)
               MOVE PRE-REQUISITO
                   TO WRK-REG-REQUISITO(WRK-REG-QTD)
           ELSE
               DISPLAY 'AVISO: MAIS DE 500 REGRAS DE PRE-REQUISITO.'
           END-IF.
           PERFORM 0005A-LER.
       0010A-END.

       0011-PROCURAR-CAMINHO.
           MOVE 'N' TO WRK-CAMINHO.
           PERFORM 0011A-LIMPAR-VISTA
               VARYING WRK-VIS-IDX FROM 1 BY 1
               UNTIL WRK-VIS-IDX > 999.
           MOVE 1 TO WRK-FILA-INI WRK-FILA-QTD.
           MOVE WRK-ORIGEM TO WRK-FILA(1).
           IF WRK-ORIGEM > ZERO
               MOVE 'S' TO WRK-VISTA(WRK-ORIGEM)
           END-IF.
           PERFORM 0011B-VISITAR
               UNTIL WRK-FILA-INI > WRK-FILA-QTD
                  OR CAMINHO-ENCONTRADO.
       0011-END.

       0011A-LIMPAR-VISTA.
           MOVE 'N' TO WRK-VISTA(WRK-VIS-IDX).
       0011A-END.

       0011B-VISITAR.
           MOVE WRK-FILA(WRK-FILA-INI) TO WRK-ATUAL.
           ADD 1 TO WRK-FILA-INI.
           IF WRK-ATUAL = WRK-ALVO
               MOVE 'S' TO WRK-CAMINHO
           ELSE
               PERFORM 0011C-ENFILEIRAR-EXIGIDAS
                   VARYING WRK-REG-IDX FROM 1 BY 1
                   UNTIL WRK-REG-IDX > WRK-REG-QTD
           END-IF.
       0011B-END.

       0011C-ENFILEIRAR-EXIGIDAS.
           IF WRK-REG-DISCIPLINA(WRK-REG-IDX) = WRK-ATUAL
              AND WRK-REG-REQUISITO(WRK-REG-IDX) > ZERO
               IF WRK-VISTA(WRK-REG-REQUISITO(WRK-REG-IDX)) NOT = 'S'
                   MOVE 'S'
                       TO WRK-VISTA(WRK-REG-REQUISITO(WRK-REG-IDX))
                   ADD 1 TO WRK-FILA-QTD
                   MOVE WRK-REG-REQUISITO(WRK-REG-IDX)
                       TO WRK-FILA(WRK-FILA-QTD)
               END-IF
           END-IF.
       0011C-END.

           COPY BANNER-PD.CPY.
