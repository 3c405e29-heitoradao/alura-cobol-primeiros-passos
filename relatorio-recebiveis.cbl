      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA O RECEIVBL.COB DE 75
      ***                    POSICOES; A PARCELA PAGA EM PARTE
      ***                    PELA BAIXA (PRGCOB86) ENTRA NO AGING
      ***                    SO PELO SALDO (RV-VALOR MENOS
      ***                    RV-VALOR-PAGO), E NAO PELO VALOR
      ***                    ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA O RECEIVBL.COB DE 82
      ***                    POSICOES (NUMERO DA REMESSA DE
      ***                    COBRANCA)
      ***   15/10/2026 HJR   RELATORIO PASSA A SER CAPTURADO NO
      ***                    REPOSITORIO (RELREPO) PELA SUB-ROTINA
      ***                    RELCAPT AO FIM DA IMPRESSAO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY 'RECEIVBL.COB'.

       FD  AGING-REPORT-FILE
       77  WS-DIAS-ATRASO         PIC S9(05)    VALUE ZEROS.
       77  WS-QTD-ABERTAS         PIC 9(05)     VALUE ZEROS.
       77  WRK-FAIXA              PIC 9(01)     VALUE ZEROS.
       77  WRK-SALDO-PARCELA      PIC S9(06)V99 VALUE ZEROS.

       01  WS-TOTAIS-FAIXA.
           02 WS-FAIXA-ENTRY OCCURS 5 TIMES.
           02 WLT-QT              PIC ZZZZ9.

       COPY 'ERRLOG.COB'.
       COPY 'RELCAPT.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                WHEN OTHER
                    MOVE 5 TO WRK-FAIXA
            END-EVALUATE.
            COMPUTE WRK-SALDO-PARCELA = RV-VALOR - RV-VALOR-PAGO.
            ADD WRK-SALDO-PARCELA TO WS-FAIXA-VALOR(WRK-FAIXA).
            ADD 1                 TO WS-FAIXA-QT(WRK-FAIXA).
            ADD WRK-SALDO-PARCELA TO WS-TOTAL-CARTEIRA.
            ADD 1        TO WS-QTD-ABERTAS.
            MOVE RV-CLIENTE         TO WLP-CLIENTE.
            MOVE RV-VENDEDOR        TO WLP-VENDEDOR.
            MOVE RV-PARCELA         TO WLP-PARCELA.
            MOVE RV-QT-PARCELAS     TO WLP-QT-PARCELAS.
            MOVE RV-DATA-VENCIMENTO TO WLP-VENCIMENTO.
            MOVE WRK-SALDO-PARCELA  TO WLP-VALOR.
            MOVE WS-NOME-FAIXA(WRK-FAIXA) TO WLP-FAIXA.
            WRITE AGING-REPORT-LINE FROM WS-LINHA-PARCELA.
       2000-PROCESSAR-LER.
            MOVE WS-QTD-ABERTAS    TO WLT-QT.
            WRITE AGING-REPORT-LINE FROM WS-LINHA-TOTAL.
            CLOSE AGING-REPORT-FILE.
            MOVE 'AGINGREL' TO RCP-RELATORIO.
            CALL 'RELCAPT' USING RELAT-CAPTURA-LINK.
            CLOSE RECEIVABLE-FILE.
            MOVE WS-TOTAL-CARTEIRA TO WS-TOTAL-CARTEIRA-ED.
            DISPLAY 'RELATORIO GERADO EM AGINGREL'.
