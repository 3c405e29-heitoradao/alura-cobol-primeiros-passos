      ******************************************************
      ***   COPYBOOK  : CAIXAPRM.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE CONTROLE COM A
      ***                 TOLERANCIA DE DIFERENCA ACEITA ENTRE O
      ***                 CAIXA CONTADO PELA FILIAL E O APURADO
      ***                 NO SALESDET, LIDO PELO PRGCOB90 DO
      ***                 ARQUIVO CAIXAPRM; ACIMA DELA A
      ***                 DIFERENCA GERA ALERTA NO ERRLOG
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  CASH-PARM-REC.
           02 CX-TOLERANCIA           PIC 9(05)V99.
