      ******************************************************
      ***   COPYBOOK  : BOLSAS.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE BOLSA/DESCONTO POR
      ***                 MATRICULA (BOLSAS), CADASTRADO E
      ***                 APLICADO PELO PRGCOB75 NA GERACAO DAS
      ***                 MENSALIDADES: PERCENTUAL SOBRE O VALOR
      ***                 BRUTO DA TURMA, VALIDO DA COMPETENCIA
      ***                 INICIAL ATE A FINAL (FINAL ZERADA = SEM
      ***                 PRAZO)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***--------------------------------------------------
      ***   TIPO: B=BOLSA PERCENTUAL  I=DESCONTO DE IRMAOS
      ***         A=DESCONTO DE PAGAMENTO ANTECIPADO
      ******************************************************
       01  SCHOLARSHIP-REC.
           02 BO-MATRICULA            PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 BO-TIPO                 PIC X(01).
               88 BO-BOLSA-PERCENTUAL               VALUE 'B'.
               88 BO-DESCONTO-IRMAOS                VALUE 'I'.
               88 BO-DESCONTO-ANTECIPADO            VALUE 'A'.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 BO-PERCENTUAL           PIC 9(03)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 BO-COMP-INICIO          PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 BO-COMP-FIM             PIC 9(06).
