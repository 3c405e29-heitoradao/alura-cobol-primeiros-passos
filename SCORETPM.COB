      ******************************************************
      ***   COPYBOOK  : SCORETPM.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE CONTROLE COM OS
      ***                 PESOS (EM %) DE CADA QUESITO NA NOTA
      ***                 DO SCORECARD MENSAL DE TRANSPORTADORAS,
      ***                 LIDO PELO PRGCOB03 DO ARQUIVO
      ***                 SCORE-PARM-FILE. OS QUATRO PESOS DEVEM
      ***                 SOMAR 100; ARQUIVO AUSENTE OU SOMA
      ***                 DIFERENTE DE 100 = PESOS PADRAO
      ***                 (CUSTO 40, PONTUALIDADE 30, DISPUTAS 15,
      ***                 FATURAS 15)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  SCORE-PARM-REC.
           02 SK-PESO-CUSTO           PIC 9(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 SK-PESO-PONTUALIDADE    PIC 9(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 SK-PESO-DISPUTAS        PIC 9(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 SK-PESO-FATURAS         PIC 9(03).
