      ******************************************************
      ***   COPYBOOK  : PEDCOMPR.COB
      ***   OBJETIVO  : LAYOUT DO PEDIDO DE COMPRA (PEDCOMPR),
      ***                 UM REGISTRO POR PRODUTO/FILIAL,
      ***                 EMITIDO E CANCELADO PELO PRGCOB95 E
      ***                 BAIXADO PELO RECEBIMENTO DE
      ***                 MERCADORIAS (PRGCOB96), QUE ACUMULA A
      ***                 QUANTIDADE RECEBIDA (RECEBIMENTO
      ***                 PARCIAL DEIXA O PEDIDO EM P)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  PURCHASE-ORDER-REC.
           02 PC-NUMERO               PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PC-FORNECEDOR           PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PC-PRODUTO              PIC X(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PC-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PC-QTDE-PEDIDA          PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PC-QTDE-RECEBIDA        PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PC-CUSTO-UNIT           PIC 9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PC-DATA-EMISSAO         PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PC-DATA-PREVISTA        PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PC-DATA-ULT-RECEB       PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PC-SITUACAO             PIC X(01).
               88 PC-ABERTO                         VALUE 'A'.
               88 PC-PARCIAL                        VALUE 'P'.
               88 PC-RECEBIDO                       VALUE 'R'.
               88 PC-CANCELADO                      VALUE 'C'.
