      ******************************************************
      ***   COPYBOOK  : PAGFRETE.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE CONTROLE DE
      ***                 PAGAMENTO DAS FATURAS DE FRETE
      ***                 APROVADAS (APRPAGTO), GRAVADO PELO
      ***                 PRGCOB10 NO ARQUIVO FREIGHT-PAYMENT-FILE:
      ***                 UM REGISTRO POR FATURA COM O VALOR
      ***                 APROVADO, OS CREDITOS DO CREDEXP
      ***                 ABATIDOS, O LIQUIDO REMETIDO AO BANCO E
      ***                 A REMESSA EM QUE SAIU - O APRPAGTO E
      ***                 REGRAVADO A CADA RECONCILIACAO E NAO
      ***                 GUARDA O QUE JA FOI PAGO
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***--------------------------------------------------
      ***   SITUACAO: R=REMETIDA AO BANCO  P=PAGA (RETORNO)
      ***              J=REJEITADA PELO BANCO (VOLTA NA PROXIMA
      ***                REMESSA PELO LIQUIDO)
      ***              C=QUITADA SO COM CREDITO (SEM REMESSA)
      ******************************************************
       01  FREIGHT-PAYMENT-REC.
           02 PF-NUMERO-COTACAO       PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PF-TRANSPORTADORA       PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PF-DATA-VENCIMENTO      PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PF-VALOR-BRUTO          PIC 9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PF-VALOR-CREDITO        PIC 9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PF-VALOR-LIQUIDO        PIC 9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PF-NUM-REMESSA          PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PF-SITUACAO             PIC X(01).
               88 PF-REMETIDA                   VALUE 'R'.
               88 PF-PAGA                       VALUE 'P'.
               88 PF-REJEITADA                  VALUE 'J'.
               88 PF-QUITADA-CREDITO            VALUE 'C'.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PF-DATA-SITUACAO        PIC 9(08).
