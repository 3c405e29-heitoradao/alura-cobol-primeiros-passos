      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA O NUMERO DO PEDIDO E O DA
      ***                    COTACAO INCLUIDOS NO SALESDET.COB
      ***                    (FD DE 90 POSICOES)
      ***--------------------------------------------------
      ***   EM PRODUCAO O SALESNEW E DEFINIDO POR IDCAMS ANTES
      ***   DO RUN E TROCADO PELO SALESACC (ALTER/RENAME) SO
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-DETAIL-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SALESDET.COB'.

       FD  ARC-SALES-FILE
