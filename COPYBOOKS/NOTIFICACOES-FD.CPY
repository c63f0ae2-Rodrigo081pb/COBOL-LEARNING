      ******************************************************************
      * COPYBOOK.....: NOTIFICACOES-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE NOTIFICACOES.DAT, A FILA
      *                DE SAIDA DE E-MAIL E SMS AOS CLIENTES. CADA
      *                EVENTO DE NEGOCIO (ENCOMENDA PARA AMANHA,
      *                MENSALIDADE A VENCER, PARCELA DE EMPRESTIMO EM
      *                ATRASO, EXTRATO DA EMPRESA, ANIVERSARIO) ENTRA
      *                UMA VEZ POR CANAL PELO PARAGRAFO COMPARTILHADO
      *                0979 (NOTIFICA-PD.CPY), COM O TEXTO JA MONTADO
      *                DO MODELO DO CATALOGO MENSAGENS.DAT. O NTF0001A
      *                REMETE AS PENDENTES AO GATEWAY E O NTF0002A
      *                BAIXA O RETORNO DE ENTREGA. COPIAR DENTRO DO FD
      *                DO ARQUIVO NA FILE SECTION. A CHAVE E EVENTO +
      *                REFERENCIA DO EVENTO + CANAL: O MESMO EVENTO
      *                NUNCA GERA A SEGUNDA MENSAGEM NO MESMO CANAL.
      ******************************************************************

       01 REGISTRO-NOTIFICACAO.
           05 NTF-CHAVE.
               10 NTF-EVENTO       PIC X(03).
                   88 NTF-EVT-ENCOMENDA   VALUE 'ENC'.
                   88 NTF-EVT-MENSALIDADE VALUE 'MEN'.
                   88 NTF-EVT-EMPRESTIMO  VALUE 'EMP'.
                   88 NTF-EVT-EXTRATO     VALUE 'EXT'.
                   88 NTF-EVT-ANIVERSARIO VALUE 'ANI'.
      * DOCUMENTO QUE ORIGINOU O EVENTO (NUMERO DA ENCOMENDA + DATA
      * DE ENTREGA, MATRICULA + COMPETENCIA, CONTRATO + PARCELA,
      * EMPRESA + COMPETENCIA, CPF + ANO).
               10 NTF-REFERENCIA   PIC X(20).
               10 NTF-CANAL        PIC X(01).
                   88 NTF-EMAIL    VALUE 'E'.
                   88 NTF-SMS      VALUE 'T'.
           05 NTF-CPF              PIC X(14).
           05 NTF-DESTINO          PIC X(50).
           05 NTF-MODELO           PIC X(08).
           05 NTF-TEXTO            PIC X(110).
      * MARKETING SO SAI COM CONSENTIMENTO CONCEDIDO (CAD0021A),
      * CONFERIDO DE NOVO NA REMESSA; AVISO DE SERVICO SAI SEMPRE.
           05 NTF-FINALIDADE       PIC X(01).
               88 NTF-MARKETING    VALUE 'M'.
               88 NTF-SERVICO      VALUE 'S'.
           05 NTF-DATA-GERACAO     PIC X(08).
      * PRIMEIRO DIA EM QUE A MENSAGEM PODE SAIR (O ANIVERSARIO E
      * ENFILEIRADO NO EXTRATO DO MES E SAI NO DIA).
           05 NTF-DATA-ENVIO       PIC X(08).
           05 NTF-PROGRAMA         PIC X(08).
      * PENDENTE NA FILA, REMETIDA AO GATEWAY, ENTREGUE, FALHA
      * DEFINITIVA (ESGOTADAS AS TENTATIVAS) OU SUPRIMIDA NA REMESSA
      * POR FALTA DE CONSENTIMENTO.
           05 NTF-SITUACAO         PIC X(01).
               88 NTF-PENDENTE     VALUE 'P'.
               88 NTF-REMETIDA     VALUE 'R'.
               88 NTF-ENTREGUE     VALUE 'E'.
               88 NTF-FALHOU       VALUE 'F'.
               88 NTF-SUPRIMIDA    VALUE 'S'.
           05 NTF-DATA-SITUACAO    PIC X(08).
           05 NTF-TENTATIVAS       PIC 9(02).
      * MOTIVO DEVOLVIDO PELO GATEWAY NA ULTIMA TENTATIVA.
           05 NTF-RETORNO          PIC X(30).
