      ***                    PARCELAS, CAPTURADAS PELO PRGCOB18,
      ***                    QUE PASSA A GERAR O CONTAS A RECEBER
      ***                    (CONTASR) POR PARCELA
      ***   15/10/2026 HJR   INCLUIDOS O NUMERO DO PEDIDO
      ***                    (SD-PEDIDO, ARQUIVO ORDERS) E O DA
      ***                    COTACAO DE FRETE (SD-COTACAO,
      ***                    QT-NUMERO DO QUOTSTAT) DA VENDA
      ***                    QUE ATENDE UM PEDIDO COTADO NO
      ***                    PRGCOB18; ZERO = VENDA SEM PEDIDO
      ******************************************************
       01  SALES-DETAIL-REC.
           02 SD-SEQUENCIA       PIC 9(05).
           02 SD-COND-PAGTO      PIC X(01).
           02 FILLER             PIC X(01)     VALUE SPACES.
           02 SD-QT-PARCELAS     PIC 9(02).
           02 FILLER             PIC X(01)     VALUE SPACES.
           02 SD-PEDIDO          PIC 9(06).
           02 FILLER             PIC X(01)     VALUE SPACES.
           02 SD-COTACAO         PIC 9(06).
