      *                SEMANA NOVA COPIANDO A ATUAL E O APONTAMENTO
      *                (FOL0002A) E A VALIDACAO (TUR0001A) PROCESSAM A
      *                SEMANA PEDIDA -- REGISTRO ANTIGO SEM SEMANA LE
      *                ESPACOS E E TRATADO COMO SEMANA LEGADA. A
      *                TROCA DE TURNO APROVADA (TUR0004A) REGRAVA O
      *                TURNO DOS DOIS EMPREGADOS NOS DIAS TROCADOS.
      *                COPIAR DENTRO DO FD DO ARQUIVO NA FILE SECTION.
      ******************************************************************

       01 REGISTRO-ESCALA.
