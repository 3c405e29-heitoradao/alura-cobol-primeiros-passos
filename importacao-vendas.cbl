      ***                    INFORMACAO, ENTAO O DETALHE
      ***                    IMPORTADO SAI COM A CONDICAO EM
      ***                    BRANCO E AS PARCELAS ZERADAS
      ***   15/10/2026 HJR   ACOMPANHA O NUMERO DO PEDIDO E O DA
      ***                    COTACAO INCLUIDOS NO SALESDET.COB
      ***                    (FD DE 90 POSICOES), GRAVADOS
      ***                    ZERADOS (VENDA SEM PEDIDO)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'SLSEXT.COB'.

       FD  SALES-DETAIL-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SALESDET.COB'.

       FD  SALES-REJECT-FILE
           MOVE SPACES         TO SD-CLIENTE.
           MOVE SPACES         TO SD-COND-PAGTO.
           MOVE ZEROS          TO SD-QT-PARCELAS.
           MOVE ZEROS          TO SD-PEDIDO.
           MOVE ZEROS          TO SD-COTACAO.
           WRITE SALES-DETAIL-REC.

      *********** ACUMULO EM MEMORIA POR VENDEDOR/DATA, POSTADO ***
