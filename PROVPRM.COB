      ******************************************************
      ***   COPYBOOK  : PROVPRM.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE CONTROLE DOS
      ***                 ENCARGOS DO EMPREGADOR SOBRE A PROVISAO
      ***                 DE FERIAS E 13O SALARIO, LIDO PELO
      ***                 PRGCOB17 DO ARQUIVO PROVPRM: PERCENTUAL
      ***                 DO INSS PATRONAL, DO RAT/TERCEIROS E DO
      ***                 FGTS. ARQUIVO AUSENTE OU VALOR FORA DA
      ***                 FAIXA = PADRAO (20,00 / 7,80 / 8,00)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  PROV-PARM-REC.
           02 PP-PERC-INSS-PATRONAL   PIC 9(03)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PP-PERC-RAT-TERCEIROS   PIC 9(03)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PP-PERC-FGTS            PIC 9(03)V99.
