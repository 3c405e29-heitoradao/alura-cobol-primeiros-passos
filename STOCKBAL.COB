      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   O SALDO PASSA A SER CREDITADO TAMBEM
      ***                    PELO RECEBIMENTO DE MERCADORIAS DOS
      ***                    PEDIDOS DE COMPRA (PRGCOB96)
      ***   15/10/2026 HJR   AJUSTES DE INVENTARIO FISICO
      ***                    (PRGCOB98) E TRANSFERENCIAS ENTRE
      ***                    FILIAIS (PRGCOB99) TAMBEM MOVIMENTAM
      ***                    O SALDO
      ***   15/10/2026 HJR   INCLUIDOS O CUSTO MEDIO PONDERADO DO
      ***                    PRODUTO/FILIAL (RECALCULADO A CADA
      ***                    RECEBIMENTO) E O CUSTO MEDIO DA
      ***                    ULTIMA VENDA, QUE VALORIZA AS
      ***                    DEVOLUCOES (REGISTRO DE 51 POSICOES)
      ******************************************************
       01  STOCK-BAL-REC.
           02 EB-CHAVE.
           02 EB-SALDO                PIC S9(07).
           02 EB-QT-MOVTOS            PIC 9(05).
           02 EB-DATA-ULT-MOVTO       PIC 9(08).
           02 EB-CUSTO-MEDIO          PIC 9(07)V9(04).
           02 EB-CUSTO-ULT-VENDA      PIC 9(07)V9(04).
