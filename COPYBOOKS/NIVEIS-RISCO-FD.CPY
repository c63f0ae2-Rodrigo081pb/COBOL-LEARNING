      ******************************************************************
      * COPYBOOK.....: NIVEIS-RISCO-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE NIVEIS-RISCO.DAT, A TABELA
      *                DE NIVEIS DE RISCO DA CARTEIRA DE EMPRESTIMOS
      *                USADA PELA CLASSIFICACAO MENSAL (FIN0005A): UMA
      *                LINHA POR NIVEL COM A FAIXA DE DIAS DE ATRASO
      *                (DE/ATE, INCLUSIVE) E O PERCENTUAL DE PROVISAO
      *                SOBRE O SALDO DEVEDOR. ARQUIVO TEXTO POSICIONAL,
      *                EDITADO PELO FINANCEIRO: AS LINHAS VEM DO MELHOR
      *                PARA O PIOR NIVEL, E E ESSA ORDEM QUE DIZ O QUE E
      *                MELHORA OU PIORA DE UM MES PARA O OUTRO. O ATE DA
      *                ULTIMA LINHA DEVE SER 99999 (PEGA-TUDO). SEM O
      *                ARQUIVO, O FIN0005A GRAVA A TABELA PADRAO (NIVEIS
      *                A A H DA RESOLUCAO 2682) PARA AJUSTE. COPIAR
      *                DENTRO DO FD DO ARQUIVO NA FILE SECTION.
      ******************************************************************

       01 REGISTRO-NIVEL-RISCO.
           05 NRK-NIVEL      PIC X(02).
           05 NRK-DIAS-DE    PIC 9(05).
           05 NRK-DIAS-ATE   PIC 9(05).
      * PERCENTUAL COM DUAS DECIMAIS: 00050 = 0,50%, 10000 = 100%.
           05 NRK-PERCENTUAL PIC 9(03)V99.
           05 NRK-DESCRICAO  PIC X(20).
