      ***                            27, DATA CONTRA DIAS POR MES E
      ***                            ANO BISSEXTO, FRETE E NUMERO
      ***                            DE COTACAO NUMERICOS,
      ***                            TRANSPORTADORA PREENCHIDA,
      ***                            CADASTRADA E ATIVA) E
      ***                            SEPARA EM ARQUIVO LIMPO
      ***                            (CARRINVC) E REJEICOES COM
      ***                            MOTIVO (CARRIREJ); EM PRODUCAO
      ***                    CARRIREJ PASSA A SER ABERTO POR
      ***                    EXTENSAO, PARA A FILA DE REJEITOS
      ***                    NAO SER TRUNCADA A CADA VALIDACAO
      ***   15/10/2026 HJR   TRANSPORTADORA DA FATURA CONFERIDA
      ***                    CONTRA O CADASTRO TRANSPOR
      ***                    (PRGCOB02): FORA DO CADASTRO OU
      ***                    INATIVA E REJEITADA PELO MOTIVO 08
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CARRIER-INV-REJ-FILE ASSIGN TO 'CARRIREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJFAT-STATUS.
           SELECT CARRIER-FILE ASSIGN TO 'TRANSPOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSPOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARRIER-INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'CINVREJ.COB'.

       FD  CARRIER-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY 'TRANSPOR.COB'.

       WORKING-STORAGE SECTION.
       77  WS-INVOICE-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-REJFAT-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-QTD-REJEITADAS     PIC 9(05)     VALUE ZEROS.
       77  WRK-DIV-AUX           PIC 9(06)     VALUE ZEROS.
       77  WRK-RESTO-AUX         PIC 9(06)     VALUE ZEROS.
       77  WS-TRANSPOR-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-TRANSPOR-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-TRANSPOR                  VALUE 'S'.
       77  WS-TRANSP-ATIVA-SW    PIC X(01)     VALUE 'N'.
           88 WS-TRANSP-ATIVA                  VALUE 'S'.

      *********** TRANSPORTADORAS CADASTRADAS (TRANSPOR) **********
       01  WS-TABELA-TRANSPORTADORAS.
           02 WS-QTD-TRANSPORTADORAS PIC 9(03) VALUE ZEROS.
           02 WS-TRP-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-TRP.
               03 WS-TRP-CODIGO       PIC X(03).
               03 WS-TRP-ATIVO        PIC X(01).

       01  WRK-DATA-FATURA       PIC 9(08)     VALUE ZEROS.
       01  WRK-DATA-FATURA-GRP REDEFINES WRK-DATA-FATURA.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-MONTAR-DIAS-MES.
           PERFORM 0150-CARREGAR-TRANSPORTADORAS.
           PERFORM 0200-PROCESSAR-FATURAS.
           PERFORM 0600-RESUMO-VALIDACAO.
           GOBACK.
           MOVE 30 TO WRK-DIAS-MES(11).
           MOVE 31 TO WRK-DIAS-MES(12).

      *********** SEM O CADASTRO TRANSPOR TODA FATURA E ***********
      *********** REJEITADA PELO MOTIVO 08 ************************
       0150-CARREGAR-TRANSPORTADORAS.
           OPEN INPUT CARRIER-FILE.
           IF WS-TRANSPOR-STATUS = '00'
               PERFORM 0160-LER-TRANSPORTADORA
               PERFORM 0170-ARMAZENAR-TRANSPORTADORA
                   UNTIL WS-FIM-TRANSPOR
               CLOSE CARRIER-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO TRANSPOR AUSENTE - NENHUMA '
                   'FATURA SERA ACEITA'
               MOVE 'PRGCOB34' TO EL-PROGRAMA
               MOVE '0150-CARREGAR-TRANSP' TO EL-PARAGRAFO
               MOVE 'CADASTRO TRANSPOR AUSENTE' TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
           END-IF.

       0160-LER-TRANSPORTADORA.
           READ CARRIER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-TRANSPOR-SW
           END-READ.

       0170-ARMAZENAR-TRANSPORTADORA.
           IF WS-QTD-TRANSPORTADORAS < 300
               ADD 1 TO WS-QTD-TRANSPORTADORAS
               SET WS-IDX-TRP TO WS-QTD-TRANSPORTADORAS
               MOVE TP-CODIGO TO WS-TRP-CODIGO(WS-IDX-TRP)
               MOVE TP-ATIVO  TO WS-TRP-ATIVO(WS-IDX-TRP)
           ELSE
               DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA - REGISTRO '
                   'IGNORADO'
           END-IF.
           PERFORM 0160-LER-TRANSPORTADORA.

       0200-PROCESSAR-FATURAS.
           OPEN INPUT CARRIER-INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = '00'
           IF WS-MOTIVO-REJEICAO = SPACES
               PERFORM 0320-VALIDAR-NUMERICOS
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
               PERFORM 0330-VALIDAR-TRANSPORTADORA
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
               ADD 1 TO WS-QTD-LIMPAS
               WRITE CARRIER-INV-CLEAN-REC
                   MOVE '05' TO WS-MOTIVO-REJEICAO
           END-EVALUATE.

      *********** TRANSPORTADORA CADASTRADA E ATIVA NO TRANSPOR ***
       0330-VALIDAR-TRANSPORTADORA.
           MOVE 'N' TO WS-TRANSP-ATIVA-SW.
           PERFORM 0335-COMPARAR-TRANSPORTADORA
               VARYING WS-IDX-TRP FROM 1 BY 1
               UNTIL WS-IDX-TRP > WS-QTD-TRANSPORTADORAS
                  OR WS-TRANSP-ATIVA.
           IF NOT WS-TRANSP-ATIVA
               MOVE '08' TO WS-MOTIVO-REJEICAO
           END-IF.

       0335-COMPARAR-TRANSPORTADORA.
           IF WS-TRP-CODIGO(WS-IDX-TRP) = CI-TRANSPORTADORA
              AND WS-TRP-ATIVO(WS-IDX-TRP) = 'S'
               MOVE 'S' TO WS-TRANSP-ATIVA-SW
           END-IF.

       0600-RESUMO-VALIDACAO.
           DISPLAY '===== RESUMO DA PRE-VALIDACAO ====='.
           DISPLAY 'FATURAS LIDAS.......... : ' WS-QTD-LIDAS.
