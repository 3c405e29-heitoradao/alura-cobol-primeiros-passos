      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   22/08/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   RELATORIO PASSA A SER CAPTURADO NO
      ***                    REPOSITORIO (RELREPO) PELA SUB-ROTINA
      ***                    RELCAPT AO FIM DA IMPRESSAO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 WL-PARTICIPACAO     PIC ZZ9,99.

       COPY 'ERRLOG.COB'.
       COPY 'RELCAPT.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-FILIAIS.
           CLOSE BRANCH-REPORT-FILE.
           MOVE 'FILIAREL' TO RCP-RELATORIO.
           CALL 'RELCAPT' USING RELAT-CAPTURA-LINK.
           MOVE WS-TOTAL-EMPRESA TO WS-TOTAL-EMPRESA-ED.
           DISPLAY 'RELATORIO GERADO EM FILIAREL'.
           DISPLAY 'FILIAIS AVALIADAS...... : ' WS-QTD-FILIAIS.
