      ***                    CREDEXP: OS EXCEDENTES SAO
      ***                    PRESERVADOS VIA ARQUIVO DE TRABALHO
      ***                    CREDWORK (ESQUEMA DO PRGCOB55)
      ***   15/10/2026 HJR   A TRANSPORTADORA DA FATURA PASSA A
      ***                    SER CONFERIDA CONTRA O CADASTRO
      ***                    TRANSPOR (PRGCOB02): FORA DO
      ***                    CADASTRO OU INATIVA A FATURA NAO E
      ***                    CASADA NEM APROVADA (TRANSP.INVALID);
      ***                    O VENCIMENTO DO APRPAGTO PASSA A SER
      ***                    A DATA DA FATURA MAIS O PRAZO DE
      ***                    PAGAMENTO DA TRANSPORTADORA, NO
      ***                    LUGAR DOS 30 DIAS FIXOS
      ***   15/10/2026 HJR   RELATORIO PASSA A SER CAPTURADO NO
      ***                    REPOSITORIO (RELREPO) PELA SUB-ROTINA
      ***                    RELCAPT AO FIM DA IMPRESSAO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CREDIT-WORK-FILE ASSIGN TO 'CREDWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CARRIER-FILE ASSIGN TO 'TRANSPOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSPOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-LOG-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  CREDIT-WORK-REC         PIC X(41).

       FD  CARRIER-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY 'TRANSPOR.COB'.

       WORKING-STORAGE SECTION.
       77  WS-LOG-STATUS          PIC X(02)     VALUE SPACES.
       77  WS-INVOICE-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-QTD-SEM-COTACAO     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-DUPLICADAS      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-TRANSP-DIV      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-TRANSP-INVAL    PIC 9(05)     VALUE ZEROS.
       77  WS-TRANSPOR-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-FIM-TRANSPOR-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-TRANSPOR                   VALUE 'S'.
       77  WS-TRANSP-ATIVA-SW     PIC X(01)     VALUE 'N'.
           88 WS-TRANSP-ATIVA                   VALUE 'S'.
       77  WS-PRAZO-PAGTO         PIC 9(03)     VALUE ZEROS.
      *********** CADASTRO DE TRANSPORTADORAS (TRANSPOR), COM O ***
      *********** PRAZO DE PAGAMENTO QUE FIXA O VENCIMENTO ********
       01  WS-TABELA-TRANSPORTADORAS.
           02 WS-QTD-TRANSPORTADORAS PIC 9(03)  VALUE ZEROS.
           02 WS-TRP-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-TRP.
               03 WS-TRP-CODIGO       PIC X(03).
               03 WS-TRP-PRAZO        PIC 9(03).
               03 WS-TRP-ATIVO        PIC X(01).
       77  WS-QSTAT-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-DISPUTA-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-IDX-COT-ACHADA      PIC 9(04)     VALUE ZEROS.
           02 WPV-QTD             PIC ZZZ9.

       COPY 'ERRLOG.COB'.
       COPY 'RELCAPT.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                THRU 1060-CARREGAR-TAXAS-EXIT.
            PERFORM 1090-CARREGAR-CREDITOS
                THRU 1090-CARREGAR-CREDITOS-EXIT.
            PERFORM 1120-CARREGAR-TRANSPORTADORAS
                THRU 1120-CARREGAR-TRANSPORTADORAS-EXIT.
            OPEN INPUT FREIGHT-LOG-FILE.
            IF WS-LOG-STATUS NOT = '00'
                DISPLAY 'ARQUIVO FRETELOG NAO ENCONTRADO'
       1094-ARMAZENAR-CREDITO-EXIT.
            EXIT.

      *********** SEM O CADASTRO TRANSPOR NENHUMA FATURA E *******
      *********** APROVADA PARA PAGAMENTO **************************
       1120-CARREGAR-TRANSPORTADORAS.
            OPEN INPUT CARRIER-FILE.
            IF WS-TRANSPOR-STATUS NOT = '00'
                DISPLAY 'AVISO: CADASTRO TRANSPOR AUSENTE - NENHUMA '
                    'FATURA SERA APROVADA'
                MOVE 'PRGCOB22' TO EL-PROGRAMA
                MOVE '1120-CARREGAR-TRANSP' TO EL-PARAGRAFO
                MOVE 'CADASTRO TRANSPOR AUSENTE' TO EL-MENSAGEM
                MOVE 'A' TO EL-SEVERIDADE
                CALL 'ERRLOG' USING ERROR-LOG-LINK
                GO TO 1120-CARREGAR-TRANSPORTADORAS-EXIT
            END-IF.
            PERFORM 1130-LER-TRANSPORTADORA
                THRU 1130-LER-TRANSPORTADORA-EXIT
                UNTIL WS-FIM-TRANSPOR.
            CLOSE CARRIER-FILE.
       1120-CARREGAR-TRANSPORTADORAS-EXIT.
            EXIT.

       1130-LER-TRANSPORTADORA.
            READ CARRIER-FILE
                AT END
                    MOVE 'S' TO WS-FIM-TRANSPOR-SW
                NOT AT END
                    IF WS-QTD-TRANSPORTADORAS < 300
                        ADD 1 TO WS-QTD-TRANSPORTADORAS
                        SET WS-IDX-TRP TO WS-QTD-TRANSPORTADORAS
                        MOVE TP-CODIGO      TO WS-TRP-CODIGO(WS-IDX-TRP)
                        MOVE TP-PRAZO-PAGTO TO WS-TRP-PRAZO(WS-IDX-TRP)
                        MOVE TP-ATIVO       TO WS-TRP-ATIVO(WS-IDX-TRP)
                    ELSE
                        DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA - '
                            'REGISTRO IGNORADO'
                    END-IF
            END-READ.
       1130-LER-TRANSPORTADORA-EXIT.
            EXIT.

      *********** CARGA DAS COTACOES EM MEMORIA, PARA CASAR *******
      *********** COM A FATURA POR PRODUTO/UF/DATA *****************
       1100-LER-COTACAO.
       2000-PROCESSAR.
            PERFORM 2010-BUSCAR-COTACAO
                THRU 2010-BUSCAR-COTACAO-EXIT.
            PERFORM 2040-BUSCAR-TRANSPORTADORA
                THRU 2040-BUSCAR-TRANSPORTADORA-EXIT.
            ADD 1 TO WS-QTD-FATURAS.
            MOVE CI-PRODUTO TO WL-PRODUTO.
            MOVE CI-UF      TO WL-UF.
            MOVE CI-DATA    TO WL-DATA.
            MOVE CI-FRETE-COBRADO TO WL-COBRADO.
            EVALUATE TRUE
                WHEN NOT WS-TRANSP-ATIVA
                    MOVE ZEROS TO WL-COTADO
                    MOVE 'TRANSP.INVALID' TO WL-SITUACAO
                    ADD 1 TO WS-QTD-TRANSP-INVAL
                WHEN NOT WS-COTACAO-ENCONTRADA
                    MOVE ZEROS TO WL-COTADO
                    MOVE 'SEM COTACAO' TO WL-SITUACAO
                    TO WS-COT-ORIGEM-ACHADA
            END-IF.

      *********** TRANSPORTADORA DA FATURA CADASTRADA E ATIVA; ***
      *********** FORA DISSO A FATURA NAO E CASADA NEM APROVADA ***
       2040-BUSCAR-TRANSPORTADORA.
            MOVE 'N' TO WS-TRANSP-ATIVA-SW.
            MOVE ZEROS TO WS-PRAZO-PAGTO.
            PERFORM 2050-COMPARAR-TRANSPORTADORA
                THRU 2050-COMPARAR-TRANSPORTADORA-EXIT
                VARYING WS-IDX-TRP FROM 1 BY 1
                UNTIL WS-IDX-TRP > WS-QTD-TRANSPORTADORAS
                   OR WS-TRANSP-ATIVA.
       2040-BUSCAR-TRANSPORTADORA-EXIT.
            EXIT.

       2050-COMPARAR-TRANSPORTADORA.
            IF WS-TRP-CODIGO(WS-IDX-TRP) = CI-TRANSPORTADORA
               AND WS-TRP-ATIVO(WS-IDX-TRP) = 'S'
                MOVE 'S' TO WS-TRANSP-ATIVA-SW
                MOVE WS-TRP-PRAZO(WS-IDX-TRP) TO WS-PRAZO-PAGTO
            END-IF.
       2050-COMPARAR-TRANSPORTADORA-EXIT.
            EXIT.

      *********** COTACAO CASADA E CONFERIDA GANHA STATUS R *******
      *********** (RECONCILIADA) NO QUOTSTAT; A DIVERGENTE FICA ***
      *********** EM F (FATURADA) ATE A DISPUTA SER RESOLVIDA *****
            EXIT.

      *********** FATURA CONFERIDA ENTRA NA APROVACAO DE **********
      *********** PAGAMENTO (VENCIMENTO NA DATA DA FATURA MAIS ****
      *********** O PRAZO DE PAGAMENTO DA TRANSPORTADORA NO *******
      *********** TRANSPOR) E NA PREVISAO POR TRANSPORTADORA/ *****
      *********** VENCIMENTO ***************************************
       2800-GRAVAR-APROVACAO.
            COMPUTE WS-VENC-INT =
                FUNCTION INTEGER-OF-DATE(CI-DATA) + WS-PRAZO-PAGTO.
            COMPUTE WRK-DATA-VENCIMENTO =
                FUNCTION DATE-OF-INTEGER(WS-VENC-INT).
            MOVE CI-FRETE-COBRADO TO WRK-VALOR-APROVACAO.
                MOVE 'TRANSPORTADORA DIVERGENTE' TO WR-DESCRICAO
                MOVE WS-QTD-TRANSP-DIV TO WR-QUANTIDADE
                WRITE RECONCILE-REPORT-LINE FROM WS-LINHA-RESUMO
                MOVE 'TRANSP. NAO CADASTRADA..' TO WR-DESCRICAO
                MOVE WS-QTD-TRANSP-INVAL TO WR-QUANTIDADE
                WRITE RECONCILE-REPORT-LINE FROM WS-LINHA-RESUMO
                DISPLAY 'RELATORIO GERADO EM FRETERCN'
                DISPLAY 'FATURAS RECONCILIADAS: ' WS-QTD-FATURAS
                DISPLAY 'DENTRO DA TOLERANCIA.: ' WS-QTD-OK
                DISPLAY 'DIVERGENTES..........: ' WS-QTD-DIVERGENTES
                DISPLAY 'SEM COTACAO..........: ' WS-QTD-SEM-COTACAO
                DISPLAY 'TRANSP. INVALIDA.....: ' WS-QTD-TRANSP-INVAL
                CLOSE RECONCILE-REPORT-FILE
                MOVE 'FRETERCN' TO RCP-RELATORIO
                CALL 'RELCAPT' USING RELAT-CAPTURA-LINK
                CLOSE PAYMENT-APPROVAL-FILE
                CLOSE CARRIER-INVOICE-FILE
                PERFORM 3100-IMPRIMIR-PREVISAO
