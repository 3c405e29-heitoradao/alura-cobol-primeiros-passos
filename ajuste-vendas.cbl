      ***                    APROVACAO DO SUPAUTH: COM A
      ***                    APROVACAO NEGADA O PROGRAMA ENCERRA
      ***                    SEM PEDIR MAIS NADA
      ***   15/10/2026 HJR   ACOMPANHA O NUMERO DO PEDIDO E O DA
      ***                    COTACAO INCLUIDOS NO SALESDET.COB
      ***                    (FD DE 90 POSICOES), GRAVADOS
      ***                    ZERADOS (VENDA SEM PEDIDO)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-DETAIL-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SALESDET.COB'.

       FD  SALES-ACCUM-FILE
           MOVE SPACES             TO SD-CLIENTE.
           MOVE SPACES             TO SD-COND-PAGTO.
           MOVE ZEROS              TO SD-QT-PARCELAS.
           MOVE ZEROS              TO SD-PEDIDO.
           MOVE ZEROS              TO SD-COTACAO.
           WRITE SALES-DETAIL-REC.
           CLOSE SALES-DETAIL-FILE.

