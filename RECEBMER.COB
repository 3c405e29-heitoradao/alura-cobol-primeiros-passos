      ******************************************************
      ***   COPYBOOK  : RECEBMER.COB
      ***   OBJETIVO  : LAYOUT DO HISTORICO DE RECEBIMENTO DE
      ***                 MERCADORIAS (RECEBMER), UM REGISTRO
      ***                 POR ENTRADA POSTADA NO STOCKBAL PELO
      ***                 PRGCOB96, COM O PEDIDO DE COMPRA, A
      ***                 NOTA DO FORNECEDOR E O OPERADOR
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  GOODS-RECEIPT-REC.
           02 RM-DATA                 PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RM-PEDIDO               PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RM-PRODUTO              PIC X(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RM-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RM-QTDE                 PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RM-NOTA-FORNECEDOR      PIC X(09).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RM-OPERADOR             PIC X(05).
