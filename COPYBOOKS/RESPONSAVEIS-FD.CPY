      ******************************************************************
      * COPYBOOK.....: RESPONSAVEIS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE RESPONSAVEIS.DAT, OS
      *                RESPONSAVEIS DO ALUNO (MATRICULA DO MESTRE
      *                ALUNOS.DAT), MANTIDOS PELO RSP0001A: CPF
      *                VALIDADO COMO O DO CADASTRO.DAT, PARENTESCO,
      *                ENDERECO E CONTATOS. UM SO RESPONSAVEL POR
      *                ALUNO E O FINANCEIRO, O PAGADOR DAS
      *                MENSALIDADES (MEN0001A A MEN0004A). ALUNO SEM
      *                RESPONSAVEL FINANCEIRO PAGA A PROPRIA
      *                MENSALIDADE. COPIAR DENTRO DO FD DO ARQUIVO NA
      *                FILE SECTION. A CHAVE E MATRICULA + CPF.
      ******************************************************************

       01 REGISTRO-RESPONSAVEL.
           05 RSP-CHAVE.
               10 RSP-MATRICULA PIC 9(06).
               10 RSP-CPF       PIC X(14).
           05 RSP-NOME          PIC X(30).
           05 RSP-PARENTESCO    PIC X(01).
               88 RSP-PAI           VALUE 'P'.
               88 RSP-MAE           VALUE 'M'.
               88 RSP-AVO           VALUE 'A'.
               88 RSP-TUTOR         VALUE 'T'.
               88 RSP-OUTRO         VALUE 'O'.
               88 RSP-PARENTESCO-OK VALUES 'P' 'M' 'A' 'T' 'O'.
           05 RSP-ENDERECO      PIC X(40).
           05 RSP-CIDADE        PIC X(20).
           05 RSP-UF            PIC X(02).
           05 RSP-CEP           PIC X(09).
           05 RSP-TELEFONE      PIC X(15).
           05 RSP-EMAIL         PIC X(40).
           05 RSP-FINANCEIRO    PIC X(01).
               88 RSP-E-FINANCEIRO  VALUE 'S'.
