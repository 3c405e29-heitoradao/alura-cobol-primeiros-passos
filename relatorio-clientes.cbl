      ***                    (PRGCOB20), MAS ACUMULANDO EM TABELA
      ***                    POR CLIENTE POIS O SALESDET NAO E
      ***                    ORDENADO POR SD-CLIENTE
      ***   15/10/2026 HJR   ACOMPANHA O LIMITE DE CREDITO
      ***                    INCLUIDO NO CUSTMAST.COB (FD DE 88
      ***                    POSICOES)
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

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY 'CUSTMAST.COB'.

       FD  CLIENT-REPORT-FILE
