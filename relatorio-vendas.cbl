      ***   03/09/2026 HJR   ACOMPANHA A CONDICAO DE PAGAMENTO E
      ***                    A QUANTIDADE DE PARCELAS INCLUIDAS
      ***                    NO SALESDET (FD DE 76 POSICOES)
      ***   15/10/2026 HJR   ACOMPANHA O NUMERO DO PEDIDO E O DA
      ***                    COTACAO INCLUIDOS NO SALESDET.COB
      ***                    (FD DE 90 POSICOES)
      ***   15/10/2026 HJR   RELATORIO PASSA A SER CAPTURADO NO
      ***                    REPOSITORIO (RELREPO) PELA SUB-ROTINA
      ***                    RELCAPT AO FIM DA IMPRESSAO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-DETAIL-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SALESDET.COB'.

       FD  SUMMARY-REPORT-FILE
           02 WLT-QTDE-DEV        PIC ZZZZ9.

       COPY 'ERRLOG.COB'.
       COPY 'RELCAPT.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                DISPLAY 'TOTAL DE DEVOLUCOES...: ' WS-TOTAL-DEV-ED
                DISPLAY 'QTDE DE DEVOLUCOES....: ' WS-QTDE-DEV-GERAL
                CLOSE SUMMARY-REPORT-FILE
                MOVE 'VENDASUM' TO RCP-RELATORIO
                CALL 'RELCAPT' USING RELAT-CAPTURA-LINK
                CLOSE SALES-DETAIL-FILE
            END-IF.
       3000-FINALIZAR-EXIT.
