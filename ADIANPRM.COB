      ******************************************************
      ***   COPYBOOK  : ADIANPRM.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE CONTROLE DO
      ***                 ADIANTAMENTO SALARIAL QUINZENAL, LIDO
      ***                 PELO PRGCOB13 DO ARQUIVO
      ***                 ADVANCE-PARM-FILE: PERCENTUAL DO
      ***                 SALARIO, DIA DE CORTE DA ADMISSAO
      ***                 (ADMITIDO DEPOIS DELE NAO RECEBE) E DIA
      ***                 DO PAGAMENTO. ARQUIVO AUSENTE OU VALOR
      ***                 FORA DA FAIXA = PADRAO DA CONVENCAO
      ***                 COLETIVA (40 POR CENTO, CORTE NO DIA 15,
      ***                 PAGAMENTO NO DIA 20)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  ADVANCE-PARM-REC.
           02 AP-PERCENTUAL           PIC 9(03)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AP-DIA-CORTE            PIC 9(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AP-DIA-PAGAMENTO        PIC 9(02).
