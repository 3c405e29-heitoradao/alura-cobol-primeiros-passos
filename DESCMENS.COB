      ******************************************************
      ***   COPYBOOK  : DESCMENS.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE DESCONTO CONCEDIDO
      ***                 NA MENSALIDADE (DESCMENS), UM POR
      ***                 BOLSA/DESCONTO APLICADO PELO PRGCOB75 NA
      ***                 GERACAO DA COMPETENCIA (O ANTECIPADO, SO
      ***                 NA BAIXA ATE O VENCIMENTO, PELO PRGCOB75
      ***                 OU PELO RETORNO DO PRGCOB87); BASE DO
      ***                 RELATORIO MENSAL DE DESCONTOS POR TIPO E
      ***                 TURMA
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   TIPO A GRAVADO SO QUANDO CONCEDIDO,
      ***                    NA BAIXA: DM-VALOR-BRUTO E O VALOR
      ***                    COBRADO E DM-PERCENTUAL O EFETIVO
      ***                    SOBRE ELE
      ***--------------------------------------------------
      ***   TIPO: O MESMO DO BOLSAS.COB (B, I OU A)
      ******************************************************
       01  DISCOUNT-REC.
           02 DM-COMPETENCIA          PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DM-MATRICULA            PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DM-TURMA                PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DM-TIPO                 PIC X(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DM-PERCENTUAL           PIC 9(03)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DM-VALOR-BRUTO          PIC 9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DM-VALOR                PIC 9(06)V99.
