      ******************************************************
      ***   COPYBOOK  : VARPRM.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE PARAMETRO DA
      ***                 CONFERENCIA DA FOLHA ANTES DA REMESSA
      ***                 (PRGCB101), LIDO DO ARQUIVO VARPRM:
      ***                 PERCENTUAL DE VARIACAO DO LIQUIDO CONTRA
      ***                 A COMPETENCIA ANTERIOR A PARTIR DO QUAL
      ***                 O FUNCIONARIO E APONTADO. ARQUIVO
      ***                 AUSENTE OU VALOR FORA DA FAIXA (1,00 A
      ***                 999,99) = PADRAO 20,00
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  VARIANCE-PARM-REC.
           02 VP-PERC-LIMITE          PIC 9(03)V99.
