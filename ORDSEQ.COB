      ******************************************************
      ***   COPYBOOK  : ORDSEQ.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE CONTROLE COM O
      ***                 ULTIMO NUMERO DE PEDIDO ATRIBUIDO,
      ***                 LIDO E REGRAVADO PELO PRGCOB63 AO
      ***                 GRAVAR O ARQUIVO ORDERS (SEM O
      ***                 CONTROLE, A NUMERACAO SEGUE DO MAIOR
      ***                 NUMERO JA PRESENTE NO ORDERS)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  ORDER-SEQ-REC.
           02 OQ-ULTIMO-NUMERO        PIC 9(06).
