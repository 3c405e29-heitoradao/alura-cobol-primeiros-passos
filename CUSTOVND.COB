      ******************************************************
      ***   COPYBOOK  : CUSTOVND.COB
      ***   OBJETIVO  : LAYOUT DO CUSTO DAS MERCADORIAS VENDIDAS
      ***                 POR DIA, FILIAL E PRODUTO (CUSTOVND),
      ***                 GRAVADO PELO PRGCOB59 NA POSTAGEM DO
      ***                 ESTOQUE: AS VENDAS SAEM PELO CUSTO
      ***                 MEDIO DO STOCKBAL E AS DEVOLUCOES
      ***                 VOLTAM PELO CUSTO MEDIO DA ULTIMA
      ***                 VENDA; LIDO PELO RELATORIO DE MARGEM
      ***                 (PRGCOB01) E PELA EXPORTACAO CONTABIL
      ***                 DO CMV (PRGCOB62)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  SALES-COST-REC.
           02 CU-DATA                 PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CU-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CU-PRODUTO              PIC X(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CU-CUSTO-VENDA          PIC 9(07)V9(04).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CU-CUSTO-DEVOL          PIC 9(07)V9(04).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CU-QTDE-VENDIDA         PIC 9(07).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CU-QTDE-DEVOLVIDA       PIC 9(07).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CU-CMV-VENDA            PIC 9(09)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CU-CMV-DEVOL            PIC 9(09)V99.
