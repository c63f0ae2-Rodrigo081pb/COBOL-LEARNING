      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: CADASTRO DOS RESPONSAVEIS DO ALUNO
      *              (RESPONSAVEIS.DAT, CHAVE MATRICULA + CPF): INCLUI,
      *              ALTERA, EXCLUI E LISTA OS RESPONSAVEIS DE CADA
      *              ALUNO DO MESTRE ALUNOS.DAT, COM O CPF VALIDADO
      *              COMO O DO CADASTRO.DAT, PARENTESCO, ENDERECO E
      *              CONTATOS. UM SO RESPONSAVEL POR ALUNO E MARCADO
      *              COMO FINANCEIRO: E O PAGADOR DAS MENSALIDADES,
      *              POR QUEM A INADIMPLENCIA (MEN0003A) AGRUPA E QUE
      *              RECEBE O EXTRATO CONSOLIDADO DOS IRMAOS
      *              (MEN0004A). MARCAR UM NOVO FINANCEIRO DESMARCA O
      *              ANTERIOR DO MESMO ALUNO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSP0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RESPONSAVEIS
               ASSIGN TO DYNAMIC WRK-RESPONSAVEIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS WRK-RSP-STATUS.

           SELECT ARQUIVO-ALUNOS ASSIGN TO DYNAMIC WRK-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-RESPONSAVEIS.
           COPY RESPONSAVEIS-FD.CPY.

       FD ARQUIVO-ALUNOS.
           COPY ALUNOS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-RSP-STATUS PIC X(02).
           88 FS-RSP-OK             VALUE '00'.
           88 FS-RSP-FIM-ARQUIVO    VALUE '10'.
           88 FS-RSP-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ALU-STATUS PIC X(02).
           88 FS-ALU-OK             VALUE '00'.
           88 FS-ALU-FIM-ARQUIVO    VALUE '10'.
           88 FS-ALU-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-RESPONSAVEIS-PATH PIC X(100).
       01 WRK-ALUNOS-PATH       PIC X(100).

       01 WRK-CONTINUAR PIC X(01) VALUE 'S'.
       01 WRK-OPCAO     PIC X(01).
       01 WRK-RESPOSTA  PIC X(01).
       01 WRK-MATRICULA PIC 9(06).
       01 WRK-CPF       PIC X(14).

      * CAMPOS DIGITADOS NA INCLUSAO/ALTERACAO (NA ALTERACAO, ENTER
      * MANTEM O VALOR ATUAL).
       01 WRK-CAMPO-NOME       PIC X(30).
       01 WRK-CAMPO-PARENTESCO PIC X(01).
           88 WRK-PARENTESCO-OK VALUES 'P' 'M' 'A' 'T' 'O'.
       01 WRK-CAMPO-ENDERECO   PIC X(40).
       01 WRK-CAMPO-CIDADE     PIC X(20).
       01 WRK-CAMPO-UF         PIC X(02).
       01 WRK-CAMPO-TELEFONE   PIC X(15).
       01 WRK-CAMPO-EMAIL      PIC X(40).

       01 WRK-ALUNO-ACHADO  PIC X(01).
           88 ALUNO-ENCONTRADO VALUE 'S'.
       01 WRK-ERA-FINANCEIRO PIC X(01).
           88 ERA-FINANCEIRO   VALUE 'S'.

       01 WRK-TOTAL-LISTADOS PIC 9(05) COMP VALUE 0.
       01 WRK-TEM-FINANCEIRO PIC X(01).
           88 TEM-FINANCEIRO   VALUE 'S'.

           COPY CPF-VALIDA-WS.CPY.
           COPY CEP-VALIDA-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '    RSP0001A - CADASTRO DE RESPONSAVEIS DO ALUNO '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0001-ABRIR-ARQUIVOS.

           IF FS-ALU-ARQUIVO-NOVO
               DISPLAY 'MESTRE DE ALUNOS INEXISTENTE. CADASTRE OS '
                       'ALUNOS (ALU0001A) ANTES DOS RESPONSAVEIS.'
           ELSE
               PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'
               CLOSE ARQUIVO-ALUNOS
           END-IF.

           CLOSE ARQUIVO-RESPONSAVEIS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-RESPONSAVEIS-PATH
               FROM ENVIRONMENT 'RESPONSAVEIS_DAT_PATH'.
           IF WRK-RESPONSAVEIS-PATH = SPACES
               MOVE 'RESPONSAVEIS.DAT' TO WRK-RESPONSAVEIS-PATH
           END-IF.

           ACCEPT WRK-ALUNOS-PATH FROM ENVIRONMENT 'ALUNOS_DAT_PATH'.
           IF WRK-ALUNOS-PATH = SPACES
               MOVE 'ALUNOS.DAT' TO WRK-ALUNOS-PATH
           END-IF.
       0000-END.

      * O ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO EM
      * I-O. O MESTRE DE ALUNOS E SO CONSULTADO.
       0001-ABRIR-ARQUIVOS.
           OPEN I-O ARQUIVO-RESPONSAVEIS.
           IF FS-RSP-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-RESPONSAVEIS
               CLOSE ARQUIVO-RESPONSAVEIS
               OPEN I-O ARQUIVO-RESPONSAVEIS
           END-IF.

           OPEN INPUT ARQUIVO-ALUNOS.
       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(I)NCLUIR, (A)LTERAR, (E)XCLUIR, DEFINIR '
                   '(F)INANCEIRO, (L)ISTAR OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'I'
                   PERFORM 0003-INCLUIR-RESPONSAVEL
               WHEN 'A'
                   PERFORM 0004-ALTERAR-RESPONSAVEL
               WHEN 'E'
                   PERFORM 0005-EXCLUIR-RESPONSAVEL
               WHEN 'F'
                   PERFORM 0006-DEFINIR-FINANCEIRO
               WHEN 'L'
                   PERFORM 0008-LISTAR-RESPONSAVEIS
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

      * O RESPONSAVEL SO E ACEITO PARA ALUNO DO MESTRE, COM CPF VALIDO
      * E AINDA NAO CADASTRADO PARA O MESMO ALUNO (O MESMO CPF PODE SER
      * RESPONSAVEL POR VARIOS IRMAOS -- E ASSIM QUE O EXTRATO OS
      * CONSOLIDA).
       0003-INCLUIR-RESPONSAVEL.
           PERFORM 0007-PEDIR-ALUNO.
           IF ALUNO-ENCONTRADO
               PERFORM 0003A-INCLUIR-PARA-ALUNO
           END-IF.
       0003-END.

       0003A-INCLUIR-PARA-ALUNO.
           MOVE 'N' TO WRK-CPF-SITUACAO.
           PERFORM 0003B-PEDIR-CPF UNTIL CPF-OK.

           MOVE WRK-MATRICULA TO RSP-MATRICULA.
           MOVE WRK-CPF       TO RSP-CPF.
           READ ARQUIVO-RESPONSAVEIS
               INVALID KEY
                   PERFORM 0003C-COMPLETAR-INCLUSAO
               NOT INVALID KEY
                   DISPLAY 'RESPONSAVEL JA CADASTRADO PARA O ALUNO: '
                           RSP-NOME
           END-READ.
       0003A-END.

       0003B-PEDIR-CPF.
           DISPLAY 'CPF DO RESPONSAVEL: '.
           ACCEPT WRK-CPF.
           PERFORM 0900-VALIDAR-CPF.
           IF CPF-NAO-OK
               DISPLAY 'CPF INVALIDO.'
           END-IF.
       0003B-END.

       0003C-COMPLETAR-INCLUSAO.
           DISPLAY 'NOME DO RESPONSAVEL: '.
           ACCEPT WRK-CAMPO-NOME.
           IF WRK-CAMPO-NOME = SPACES
               DISPLAY 'NOME NAO PODE SER EM BRANCO.'
           ELSE
               PERFORM 0003D-GRAVAR-INCLUSAO
           END-IF.
       0003C-END.

       0003D-GRAVAR-INCLUSAO.
           MOVE SPACE TO WRK-CAMPO-PARENTESCO.
           PERFORM 0003E-PEDIR-PARENTESCO UNTIL WRK-PARENTESCO-OK.

           DISPLAY 'ENDERECO: '.
           ACCEPT WRK-CAMPO-ENDERECO.
           DISPLAY 'CIDADE: '.
           ACCEPT WRK-CAMPO-CIDADE.
           DISPLAY 'UF: '.
           ACCEPT WRK-CAMPO-UF.
           MOVE FUNCTION UPPER-CASE(WRK-CAMPO-UF) TO WRK-CAMPO-UF.
           MOVE 'N' TO WRK-CEP-SITUACAO.
           PERFORM 0003F-PEDIR-CEP UNTIL CEP-OK.
           DISPLAY 'TELEFONE: '.
           ACCEPT WRK-CAMPO-TELEFONE.
           DISPLAY 'E-MAIL: '.
           ACCEPT WRK-CAMPO-EMAIL.

           DISPLAY 'E O RESPONSAVEL FINANCEIRO DO ALUNO? (S/N) '.
           ACCEPT WRK-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA.

      * A DESMARCACAO DOS DEMAIS USA A AREA DO REGISTRO; POR ISSO O
      * REGISTRO NOVO SO E MONTADO DEPOIS DELA.
           IF WRK-RESPOSTA = 'S'
               PERFORM 0006B-DESMARCAR-FINANCEIROS
           END-IF.

           INITIALIZE REGISTRO-RESPONSAVEL.
           MOVE WRK-MATRICULA        TO RSP-MATRICULA.
           MOVE WRK-CPF              TO RSP-CPF.
           MOVE WRK-CAMPO-NOME       TO RSP-NOME.
           MOVE WRK-CAMPO-PARENTESCO TO RSP-PARENTESCO.
           MOVE WRK-CAMPO-ENDERECO   TO RSP-ENDERECO.
           MOVE WRK-CAMPO-CIDADE     TO RSP-CIDADE.
           MOVE WRK-CAMPO-UF         TO RSP-UF.
           MOVE WRK-CEP-ENTRADA      TO RSP-CEP.
           MOVE WRK-CAMPO-TELEFONE   TO RSP-TELEFONE.
           MOVE WRK-CAMPO-EMAIL      TO RSP-EMAIL.
           IF WRK-RESPOSTA = 'S'
               MOVE 'S' TO RSP-FINANCEIRO
           ELSE
               MOVE 'N' TO RSP-FINANCEIRO
           END-IF.
           WRITE REGISTRO-RESPONSAVEL
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O RESPONSAVEL.'
               NOT INVALID KEY
                   DISPLAY 'RESPONSAVEL CADASTRADO.'
           END-WRITE.
       0003D-END.

       0003E-PEDIR-PARENTESCO.
           DISPLAY 'PARENTESCO: (P)AI, (M)AE, (A)VO/AVO, (T)UTOR OU '
                   '(O)UTRO? '.
           ACCEPT WRK-CAMPO-PARENTESCO.
           MOVE FUNCTION UPPER-CASE(WRK-CAMPO-PARENTESCO)
               TO WRK-CAMPO-PARENTESCO.
           IF NOT WRK-PARENTESCO-OK
               DISPLAY 'PARENTESCO INVALIDO.'
           END-IF.
       0003E-END.

       0003F-PEDIR-CEP.
           DISPLAY 'CEP: '.
           ACCEPT WRK-CEP-ENTRADA.
           PERFORM 0905-VALIDAR-CEP.
           IF CEP-NAO-OK
               DISPLAY 'CEP INVALIDO. INFORME OS 8 DIGITOS.'
           END-IF.
       0003F-END.

      * ENTER MANTEM O VALOR ATUAL DE CADA CAMPO. O CPF E PARTE DA
      * CHAVE: CPF ERRADO SE CORRIGE EXCLUINDO E INCLUINDO DE NOVO.
       0004-ALTERAR-RESPONSAVEL.
           PERFORM 0009-LOCALIZAR-RESPONSAVEL.
           IF FS-RSP-OK
               PERFORM 0004A-ALTERAR-CAMPOS
           END-IF.
       0004-END.

       0004A-ALTERAR-CAMPOS.
           DISPLAY 'NOME ATUAL: ' RSP-NOME.
           DISPLAY 'NOVO NOME (ENTER MANTEM): '.
           MOVE SPACES TO WRK-CAMPO-NOME.
           ACCEPT WRK-CAMPO-NOME.
           IF WRK-CAMPO-NOME NOT = SPACES
               MOVE WRK-CAMPO-NOME TO RSP-NOME
           END-IF.

           DISPLAY 'PARENTESCO ATUAL: ' RSP-PARENTESCO.
           DISPLAY 'NOVO PARENTESCO P/M/A/T/O (ENTER MANTEM): '.
           MOVE SPACE TO WRK-CAMPO-PARENTESCO.
           ACCEPT WRK-CAMPO-PARENTESCO.
           MOVE FUNCTION UPPER-CASE(WRK-CAMPO-PARENTESCO)
               TO WRK-CAMPO-PARENTESCO.
           IF WRK-PARENTESCO-OK
               MOVE WRK-CAMPO-PARENTESCO TO RSP-PARENTESCO
           ELSE
               IF WRK-CAMPO-PARENTESCO NOT = SPACE
                   DISPLAY 'PARENTESCO INVALIDO; MANTIDO O ATUAL.'
               END-IF
           END-IF.

           DISPLAY 'ENDERECO ATUAL: ' RSP-ENDERECO.
           DISPLAY 'NOVO ENDERECO (ENTER MANTEM): '.
           MOVE SPACES TO WRK-CAMPO-ENDERECO.
           ACCEPT WRK-CAMPO-ENDERECO.
           IF WRK-CAMPO-ENDERECO NOT = SPACES
               MOVE WRK-CAMPO-ENDERECO TO RSP-ENDERECO
           END-IF.

           DISPLAY 'CIDADE ATUAL: ' RSP-CIDADE ' UF: ' RSP-UF.
           DISPLAY 'NOVA CIDADE (ENTER MANTEM): '.
           MOVE SPACES TO WRK-CAMPO-CIDADE.
           ACCEPT WRK-CAMPO-CIDADE.
           IF WRK-CAMPO-CIDADE NOT = SPACES
               MOVE WRK-CAMPO-CIDADE TO RSP-CIDADE
           END-IF.
           DISPLAY 'NOVA UF (ENTER MANTEM): '.
           MOVE SPACES TO WRK-CAMPO-UF.
           ACCEPT WRK-CAMPO-UF.
           IF WRK-CAMPO-UF NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WRK-CAMPO-UF) TO RSP-UF
           END-IF.

           DISPLAY 'CEP ATUAL: ' RSP-CEP.
           DISPLAY 'NOVO CEP (ENTER MANTEM): '.
           MOVE SPACES TO WRK-CEP-ENTRADA.
           ACCEPT WRK-CEP-ENTRADA.
           IF WRK-CEP-ENTRADA NOT = SPACES
               PERFORM 0905-VALIDAR-CEP
               IF CEP-OK
                   MOVE WRK-CEP-ENTRADA TO RSP-CEP
               ELSE
                   DISPLAY 'CEP INVALIDO; MANTIDO O ATUAL.'
               END-IF
           END-IF.

           DISPLAY 'TELEFONE ATUAL: ' RSP-TELEFONE.
           DISPLAY 'NOVO TELEFONE (ENTER MANTEM): '.
           MOVE SPACES TO WRK-CAMPO-TELEFONE.
           ACCEPT WRK-CAMPO-TELEFONE.
           IF WRK-CAMPO-TELEFONE NOT = SPACES
               MOVE WRK-CAMPO-TELEFONE TO RSP-TELEFONE
           END-IF.

           DISPLAY 'E-MAIL ATUAL: ' RSP-EMAIL.
           DISPLAY 'NOVO E-MAIL (ENTER MANTEM): '.
           MOVE SPACES TO WRK-CAMPO-EMAIL.
           ACCEPT WRK-CAMPO-EMAIL.
           IF WRK-CAMPO-EMAIL NOT = SPACES
               MOVE WRK-CAMPO-EMAIL TO RSP-EMAIL
           END-IF.

           REWRITE REGISTRO-RESPONSAVEL
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR O RESPONSAVEL.'
               NOT INVALID KEY
                   DISPLAY 'RESPONSAVEL ALTERADO COM SUCESSO.'
           END-REWRITE.
       0004A-END.

      * EXCLUIR O RESPONSAVEL FINANCEIRO DEIXA O ALUNO PAGANDO A
      * PROPRIA MENSALIDADE ATE QUE OUTRO SEJA DEFINIDO (OPCAO F).
       0005-EXCLUIR-RESPONSAVEL.
           PERFORM 0009-LOCALIZAR-RESPONSAVEL.
           IF FS-RSP-OK
               PERFORM 0005A-CONFIRMAR-EXCLUSAO
           END-IF.
       0005-END.

       0005A-CONFIRMAR-EXCLUSAO.
           MOVE RSP-FINANCEIRO TO WRK-ERA-FINANCEIRO.
           DISPLAY 'CONFIRMA A EXCLUSAO DE ' RSP-NOME '? (S/N) '.
           ACCEPT WRK-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA.
           IF WRK-RESPOSTA NOT = 'S'
               DISPLAY 'EXCLUSAO CANCELADA.'
           ELSE
               DELETE ARQUIVO-RESPONSAVEIS
                   INVALID KEY
                       DISPLAY 'ERRO AO EXCLUIR O RESPONSAVEL.'
                   NOT INVALID KEY
                       DISPLAY 'RESPONSAVEL EXCLUIDO.'
                       IF ERA-FINANCEIRO
                           DISPLAY 'ATENCAO: O ALUNO FICOU SEM '
                                   'RESPONSAVEL FINANCEIRO; AS '
                                   'PROXIMAS MENSALIDADES SAEM EM '
                                   'NOME DO PROPRIO ALUNO.'
                       END-IF
               END-DELETE
           END-IF.
       0005A-END.

      * SO UM FINANCEIRO POR ALUNO: DESMARCA TODOS OS RESPONSAVEIS DO
      * ALUNO E MARCA O ESCOLHIDO.
       0006-DEFINIR-FINANCEIRO.
           PERFORM 0009-LOCALIZAR-RESPONSAVEL.
           IF FS-RSP-OK
               PERFORM 0006A-MARCAR-FINANCEIRO
           END-IF.
       0006-END.

       0006A-MARCAR-FINANCEIRO.
           PERFORM 0006B-DESMARCAR-FINANCEIROS.

           MOVE WRK-MATRICULA TO RSP-MATRICULA.
           MOVE WRK-CPF       TO RSP-CPF.
           READ ARQUIVO-RESPONSAVEIS
               INVALID KEY
                   DISPLAY 'RESPONSAVEL NAO ENCONTRADO.'
               NOT INVALID KEY
                   MOVE 'S' TO RSP-FINANCEIRO
                   REWRITE REGISTRO-RESPONSAVEL
                       INVALID KEY
                           DISPLAY 'ERRO AO ATUALIZAR O RESPONSAVEL.'
                       NOT INVALID KEY
                           DISPLAY RSP-NOME ' AGORA E O RESPONSAVEL '
                                   'FINANCEIRO DO ALUNO.'
                   END-REWRITE
           END-READ.
       0006A-END.

       0006B-DESMARCAR-FINANCEIROS.
           MOVE WRK-MATRICULA TO RSP-MATRICULA.
           MOVE LOW-VALUES    TO RSP-CPF.
           START ARQUIVO-RESPONSAVEIS KEY NOT < RSP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0006C-LER-RESPONSAVEL
                   PERFORM 0006D-DESMARCAR
                       UNTIL FS-RSP-FIM-ARQUIVO
                          OR RSP-MATRICULA NOT = WRK-MATRICULA
           END-START.
       0006B-END.

       0006C-LER-RESPONSAVEL.
           READ ARQUIVO-RESPONSAVEIS NEXT RECORD.
       0006C-END.

       0006D-DESMARCAR.
           IF RSP-E-FINANCEIRO
               MOVE 'N' TO RSP-FINANCEIRO
               REWRITE REGISTRO-RESPONSAVEL
                   INVALID KEY
                       DISPLAY 'ERRO AO DESMARCAR ' RSP-NOME
               END-REWRITE
           END-IF.
           PERFORM 0006C-LER-RESPONSAVEL.
       0006D-END.

       0007-PEDIR-ALUNO.
           MOVE 'N' TO WRK-ALUNO-ACHADO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO ALU-MATRICULA.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY 'MATRICULA NAO ENCONTRADA.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ALUNO-ACHADO
                   DISPLAY 'ALUNO: ' ALU-NOME
           END-READ.
       0007-END.

       0008-LISTAR-RESPONSAVEIS.
           PERFORM 0007-PEDIR-ALUNO.
           IF ALUNO-ENCONTRADO
               PERFORM 0008A-LISTAR-DO-ALUNO
           END-IF.
       0008-END.

       0008A-LISTAR-DO-ALUNO.
           MOVE ZERO TO WRK-TOTAL-LISTADOS.
           MOVE 'N'  TO WRK-TEM-FINANCEIRO.
           MOVE WRK-MATRICULA TO RSP-MATRICULA.
           MOVE LOW-VALUES    TO RSP-CPF.
           START ARQUIVO-RESPONSAVEIS KEY NOT < RSP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0006C-LER-RESPONSAVEL
                   PERFORM 0008B-EXIBIR-RESPONSAVEL
                       UNTIL FS-RSP-FIM-ARQUIVO
                          OR RSP-MATRICULA NOT = WRK-MATRICULA
           END-START.

           DISPLAY 'TOTAL DE RESPONSAVEIS: ' WRK-TOTAL-LISTADOS.
           IF NOT TEM-FINANCEIRO
               DISPLAY 'SEM RESPONSAVEL FINANCEIRO: O PROPRIO ALUNO '
                       'PAGA AS MENSALIDADES.'
           END-IF.
       0008A-END.

       0008B-EXIBIR-RESPONSAVEL.
           DISPLAY ' ' RSP-CPF ' ' RSP-NOME ' PARENTESCO: '
                   RSP-PARENTESCO.
           DISPLAY '    ' RSP-ENDERECO ' ' RSP-CIDADE '/' RSP-UF
                   ' CEP ' RSP-CEP.
           DISPLAY '    FONE ' RSP-TELEFONE ' E-MAIL ' RSP-EMAIL.
           IF RSP-E-FINANCEIRO
               DISPLAY '    *** RESPONSAVEL FINANCEIRO ***'
               MOVE 'S' TO WRK-TEM-FINANCEIRO
           END-IF.
           ADD 1 TO WRK-TOTAL-LISTADOS.
           PERFORM 0006C-LER-RESPONSAVEL.
       0008B-END.

      * LOCALIZA O RESPONSAVEL PELA MATRICULA DO ALUNO E PELO CPF;
      * AO VOLTAR, FS-RSP-OK INDICA QUE O REGISTRO ESTA NA AREA.
       0009-LOCALIZAR-RESPONSAVEL.
           MOVE '23' TO WRK-RSP-STATUS.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'CPF DO RESPONSAVEL: '.
           ACCEPT WRK-CPF.
           MOVE WRK-MATRICULA TO RSP-MATRICULA.
           MOVE WRK-CPF       TO RSP-CPF.
           READ ARQUIVO-RESPONSAVEIS
               INVALID KEY
                   DISPLAY 'RESPONSAVEL NAO ENCONTRADO PARA O ALUNO.'
               NOT INVALID KEY
                   DISPLAY 'RESPONSAVEL: ' RSP-NOME
           END-READ.
       0009-END.

           COPY CPF-VALIDA-PD.CPY.
           COPY CEP-VALIDA-PD.CPY.
           COPY BANNER-PD.CPY.
