      ***   03/09/2026 HJR   ACOMPANHA A CONDICAO DE PAGAMENTO E
      ***                    A QUANTIDADE DE PARCELAS INCLUIDAS
      ***                    NO SALESDET (FD DE 76 POSICOES)
      ***   15/10/2026 HJR   ACOMPANHA O NUMERO DO PEDIDO E O DA
      ***                    COTACAO INCLUIDOS NO SALESDET.COB
      ***                    (FD DE 90 POSICOES)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-DETAIL-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SALESDET.COB'.

       FD  SALES-ACCUM-FILE
