      ***                    CRDTQ (FD DE 42 POSICOES)
      ***   03/09/2026 HJR   ACOMPANHA A UF DE ORIGEM INCLUIDA
      ***                    NO FRTLOG.COB (FD DE 126 POSICOES)
      ***   15/10/2026 HJR   INCLUIDO O FECHAMENTO DE CAIXA DO DIA
      ***                    (CAIXAFEC, GRAVADO PELO PRGCOB90):
      ***                    FILIAIS FECHADAS COM A DIFERENCA
      ***                    LIQUIDA, FILIAIS EM ALERTA E SEM CAIXA
      ***                    DECLARADO; ALERTA DE CAIXA TAMBEM
      ***                    LEVA O PAINEL A ATENCAO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ERROR-LOG-FILE ASSIGN TO 'ERRORLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.
           SELECT CASH-CLOSING-FILE ASSIGN TO 'CAIXAFEC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAIXAFEC-STATUS.
           SELECT DASHBOARD-FILE ASSIGN TO 'PAINEL'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           RECORD CONTAINS 112 CHARACTERS.
           COPY 'ERRORLOG.COB'.

       FD  CASH-CLOSING-FILE
           RECORD CONTAINS 115 CHARACTERS.
           COPY 'CAIXAFEC.COB'.

       FD  DASHBOARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DASHBOARD-LINE        PIC X(80).
       77  WS-LOG-STATUS         PIC X(02)     VALUE SPACES.
       77  WS-CREDITQ-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-ERRLOG-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-CAIXAFEC-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-DATA-HOJE          PIC 9(08)     VALUE ZEROS.
       77  WS-CREDITO-NOVOS      PIC 9(05)     VALUE ZEROS.
       77  WS-ERROS-HOJE         PIC 9(05)     VALUE ZEROS.
       77  WS-ERROS-FATAIS       PIC 9(05)     VALUE ZEROS.
       77  WS-CAIXA-FILIAIS      PIC 9(04)     VALUE ZEROS.
       77  WS-CAIXA-DIFERENCA    PIC S9(10)V99 VALUE ZEROS.
       77  WS-CAIXA-ALERTAS      PIC 9(04)     VALUE ZEROS.
       77  WS-CAIXA-NAO-DECL     PIC 9(04)     VALUE ZEROS.
       77  WS-GRUPO-ACHADO-SW    PIC X(01)     VALUE 'N'.
           88 WS-GRUPO-ACHADO                  VALUE 'S'.
       77  WS-IDX-ACHADO         PIC 9(02)     VALUE ZEROS.
           PERFORM 0200-APURAR-FRETE.
           PERFORM 0300-APURAR-CREDITO.
           PERFORM 0400-APURAR-ERROS.
           PERFORM 0450-APURAR-CAIXA.
           PERFORM 0500-IMPRIMIR-PAINEL.
           GOBACK.

               SET WS-IDX-ACHADO TO WS-IDX-ERR
           END-IF.

      *********** FECHAMENTO DE CAIXA DE HOJE POR FILIAL **********
       0450-APURAR-CAIXA.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT CASH-CLOSING-FILE.
           IF WS-CAIXAFEC-STATUS = '00'
               PERFORM 0460-LER-CAIXA
               PERFORM 0470-SOMAR-CAIXA
                   UNTIL WS-FIM-ARQUIVO
               CLOSE CASH-CLOSING-FILE
           END-IF.

       0460-LER-CAIXA.
           READ CASH-CLOSING-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0470-SOMAR-CAIXA.
           IF CF-DATA = WS-DATA-HOJE
               ADD 1 TO WS-CAIXA-FILIAIS
               ADD CF-DIFERENCA TO WS-CAIXA-DIFERENCA
               IF CF-ALERTA = 'S'
                   ADD 1 TO WS-CAIXA-ALERTAS
               END-IF
               IF CF-SITUACAO = 'N'
                   ADD 1 TO WS-CAIXA-NAO-DECL
               END-IF
           END-IF.
           PERFORM 0460-LER-CAIXA.

      *********** A PAGINA DO PAINEL: ATENCAO QUANDO HOUVE ********
      *********** ERRO FATAL OU DIFERENCA DE CAIXA ACIMA DA ********
      *********** TOLERANCIA HOJE, OK CASO CONTRARIO ***************
       0500-IMPRIMIR-PAINEL.
           OPEN OUTPUT DASHBOARD-FILE.
           MOVE WS-DATA-HOJE TO WP-DATA.
           IF WS-ERROS-FATAIS > ZEROS
              OR WS-CAIXA-ALERTAS > ZEROS
               MOVE 'ATENCAO' TO WP-SITUACAO
           ELSE
               MOVE 'OK' TO WP-SITUACAO
           MOVE WS-CREDITO-NOVOS TO WV-QTD.
           MOVE ZEROS TO WV-VALOR.
           WRITE DASHBOARD-LINE FROM WS-PAINEL-VALOR.
           MOVE 'CAIXA: FILIAIS/DIFERENCA....:' TO WV-DESCRICAO.
           MOVE WS-CAIXA-FILIAIS   TO WV-QTD.
           MOVE WS-CAIXA-DIFERENCA TO WV-VALOR.
           WRITE DASHBOARD-LINE FROM WS-PAINEL-VALOR.
           MOVE 'CAIXA: FILIAIS EM ALERTA....:' TO WV-DESCRICAO.
           MOVE WS-CAIXA-ALERTAS TO WV-QTD.
           MOVE ZEROS TO WV-VALOR.
           WRITE DASHBOARD-LINE FROM WS-PAINEL-VALOR.
           MOVE 'CAIXA: SEM CONTAGEM DECLARADA:' TO WV-DESCRICAO.
           MOVE WS-CAIXA-NAO-DECL TO WV-QTD.
           MOVE ZEROS TO WV-VALOR.
           WRITE DASHBOARD-LINE FROM WS-PAINEL-VALOR.
           MOVE 'ERROS DE HOJE (FATAIS)......:' TO WV-DESCRICAO.
           MOVE WS-ERROS-HOJE   TO WV-QTD.
           MOVE WS-ERROS-FATAIS TO WV-VALOR.
