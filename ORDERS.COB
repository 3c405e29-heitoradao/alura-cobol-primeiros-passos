      ***                    DO PRGCOB08 PASSA A COTAR PELA
      ***                    TAXA DA ORIGEM DO PEDIDO; EM
      ***                    BRANCO VALE A MATRIZ (SP)
      ***   15/10/2026 HJR   INCLUIDOS NO CABECALHO O NUMERO DO
      ***                    PEDIDO (OR-NUMERO, ATRIBUIDO PELO
      ***                    PRGCOB63 PELO ORDSEQ), O NUMERO DA
      ***                    COTACAO (OR-NUMERO-COTACAO, GRAVADO
      ***                    PELO PRGCOB08 NO LOTE) E A SITUACAO
      ***                    DO PEDIDO (OR-SITUACAO), PARA O
      ***                    ATENDIMENTO NA CAPTURA DE VENDAS
      ***                    (PRGCOB18) E O RELATORIO DE PEDIDOS
      ***                    EM ABERTO (PRGCOB92)
      ***--------------------------------------------------
      ***   SITUACAO: BRANCO=PENDENTE DE COTACAO  C=COTADO
      ***             A=ATENDIDO (VENDA GRAVADA NO SALESDET)
      ******************************************************
       01  ORDER-REC.
           02 OR-TIPO                 PIC X(01).
               03 OR-CUPOM            PIC X(10).
               03 FILLER              PIC X(01).
               03 OR-ORIGEM           PIC X(02).
               03 FILLER              PIC X(01).
               03 OR-NUMERO           PIC 9(06).
               03 FILLER              PIC X(01).
               03 OR-NUMERO-COTACAO   PIC 9(06).
               03 FILLER              PIC X(01).
               03 OR-SITUACAO         PIC X(01).
                   88 OR-PENDENTE               VALUE SPACE.
                   88 OR-COTADO                 VALUE 'C'.
                   88 OR-ATENDIDO               VALUE 'A'.
               03 FILLER              PIC X(08).
           02 OR-DADOS-ITEM REDEFINES OR-DADOS.
               03 OR-ITEM-CODIGO      PIC X(06).
               03 FILLER              PIC X(01).
