       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB03.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SCORECARD MENSAL DE
      ***                            TRANSPORTADORAS (SCORETRP):
      ***                            REUNE NUMA SO LINHA POR
      ***                            TRANSPORTADORA O CUSTO POR KG
      ***                            E POR COTACAO (FRETELOG), A
      ***                            PONTUALIDADE DE ENTREGA
      ***                            (QUOTSTAT), AS DISPUTAS DE
      ***                            FRETE (DISPUTAS) E O PERCENTUAL
      ***                            DE FATURAS REJEITADAS PELO
      ***                            PRGCOB34 (CARRIREJ), COM NOTA
      ***                            PONDERADA E RANKING PARA A
      ***                            NEGOCIACAO TRIMESTRAL DOS
      ***                            CONTRATOS. PESOS NO SCORETPM
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   NOTAS POR QUESITO (0 A 100):
      ***   CUSTO     = MENOR CUSTO/KG DO MES / CUSTO/KG DA
      ***               TRANSPORTADORA (SEM COTACAO = 0)
      ***   PONTUAL   = % DE ENTREGAS NO PRAZO PROMETIDO
      ***               (SEM ENTREGA COM PROMESSA = 0)
      ***   DISPUTAS  = 100 - DISPUTAS POR 100 COTACOES
      ***   FATURAS   = 100 - % DE FATURAS REJEITADAS SOBRE
      ***               REJEITADAS + CONCILIADAS NO PRGCOB22
      ***   RETORNO: 00 = LIMPO   04 = PESOS INVALIDOS OU
      ***               TABELA CHEIA   08 = FALHA DE ARQUIVO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-LOG-FILE ASSIGN TO 'FRETELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRETELOG-STATUS.
           SELECT QUOTE-STATUS-FILE ASSIGN TO 'QUOTSTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-NUMERO
               FILE STATUS IS WS-QSTAT-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTA-STATUS.
           SELECT CARRIER-INV-REJ-FILE ASSIGN TO 'CARRIREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJFAT-STATUS.
           SELECT SCORE-PARM-FILE ASSIGN TO 'SCORETPM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORETPM-STATUS.
           SELECT SCORE-REPORT ASSIGN TO 'SCORETRP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-LOG-FILE
           RECORD CONTAINS 126 CHARACTERS.
           COPY 'FRTLOG.COB'.

       FD  QUOTE-STATUS-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY 'QUOTSTAT.COB'.

       FD  DISPUTE-FILE
           RECORD CONTAINS 66 CHARACTERS.
           COPY 'DISPUTE.COB'.

       FD  CARRIER-INV-REJ-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'CINVREJ.COB'.

       FD  SCORE-PARM-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY 'SCORETPM.COB'.

       FD  SCORE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  SCORE-LINE            PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-FRETELOG-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-QSTAT-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-DISPUTA-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-REJFAT-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-SCORETPM-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHADO-SW          PIC X(01)     VALUE 'N'.
           88 WS-ACHADO                        VALUE 'S'.
       77  WS-TABELA-ESTOURO-SW  PIC X(01)     VALUE 'N'.
           88 WS-TABELA-ESTOURO                VALUE 'S'.
       77  WS-TROCOU-SW          PIC X(01)     VALUE 'N'.
           88 WS-TROCOU                        VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-ANOMES            PIC 9(06)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-TRANSP            PIC X(03)     VALUE SPACES.
       77  WRK-PESO-TAXADO       PIC 9(06)V99  VALUE ZEROS.
       77  WRK-MENOR-CUSTO-KG    PIC 9(05)V99  VALUE ZEROS.
       77  WRK-BASE-FATURAS      PIC 9(06)     VALUE ZEROS.
       77  WRK-SOMA-PESOS        PIC 9(04)     VALUE ZEROS.
       77  WRK-NOTA-PONDERADA    PIC 9(07)V99  VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(03)     VALUE ZEROS.
       77  WRK-IDX-J             PIC 9(03)     VALUE ZEROS.
       77  WS-PESO-CUSTO         PIC 9(03)     VALUE 40.
       77  WS-PESO-PONTUALIDADE  PIC 9(03)     VALUE 30.
       77  WS-PESO-DISPUTAS      PIC 9(03)     VALUE 15.
       77  WS-PESO-FATURAS       PIC 9(03)     VALUE 15.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-COTACOES       PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-ENTREGAS       PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-DISPUTAS       PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-REJEITADAS     PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-CONCILIADAS    PIC 9(06)     VALUE ZEROS.
       77  WS-TOTAL-FRETE        PIC 9(10)V99  VALUE ZEROS.
       77  WS-TOTAL-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

      *********** REGISTRO ORIGINAL DA FATURA GUARDADO NO REJEITO **
           COPY 'CARRINV.COB'.

      *********** INDICADORES E NOTAS POR TRANSPORTADORA ***********
       01  WS-TABELA-SCORE.
           02 WS-QTD-SCORE       PIC 9(03)     VALUE ZEROS.
           02 WS-SCO-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-IDX-SCO.
               03 WS-SCO-TRANSP       PIC X(03).
               03 WS-SCO-COTACOES     PIC 9(05).
               03 WS-SCO-FRETE        PIC 9(09)V99.
               03 WS-SCO-PESO         PIC 9(09)V99.
               03 WS-SCO-ENTREGAS     PIC 9(05).
               03 WS-SCO-NO-PRAZO     PIC 9(05).
               03 WS-SCO-DISPUTAS     PIC 9(05).
               03 WS-SCO-VLR-DISPUTA  PIC S9(09)V99.
               03 WS-SCO-REJEITADAS   PIC 9(05).
               03 WS-SCO-CONCILIADAS  PIC 9(05).
               03 WS-SCO-CUSTO-KG     PIC 9(05)V99.
               03 WS-SCO-CUSTO-COT    PIC 9(07)V99.
               03 WS-SCO-PCT-PONTUAL  PIC 9(03)V9.
               03 WS-SCO-PCT-REJEITO  PIC 9(03)V9.
               03 WS-SCO-NOTA-CUSTO   PIC 9(03)V99.
               03 WS-SCO-NOTA-PONT    PIC 9(03)V99.
               03 WS-SCO-NOTA-DISP    PIC 9(03)V99.
               03 WS-SCO-NOTA-FAT     PIC 9(03)V99.
               03 WS-SCO-NOTA         PIC 9(03)V99.
       01  WS-SCO-TROCA          PIC X(115).

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(40) VALUE
              'SCORECARD DE TRANSPORTADORAS - COMPET.  '.
           02 WC1-COMPETENCIA    PIC 9(06).
           02 FILLER             PIC X(08) VALUE '  DATA: '.
           02 WC1-DATA           PIC 9(08).
       01  WS-CABECALHO-PESOS.
           02 FILLER             PIC X(13) VALUE 'PESOS: CUSTO '.
           02 WCP-CUSTO          PIC ZZ9.
           02 FILLER             PIC X(16) VALUE
              '%  PONTUALIDADE '.
           02 WCP-PONTUALIDADE   PIC ZZ9.
           02 FILLER             PIC X(12) VALUE '%  DISPUTAS '.
           02 WCP-DISPUTAS       PIC ZZ9.
           02 FILLER             PIC X(11) VALUE '%  FATURAS '.
           02 WCP-FATURAS        PIC ZZ9.
           02 FILLER             PIC X(01) VALUE '%'.
       01  WS-TITULO-SECAO.
           02 WTS-TITULO         PIC X(80).
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(40) VALUE
              ' RK TRP  COTAC CUST/KG CUSTO/COT PONT% D'.
           02 FILLER             PIC X(29) VALUE
              'ISP VLR DISPUTA  REJ%    NOTA'.
       01  WS-LINHA-SCORE.
           02 WLS-RANK           PIC ZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLS-TRANSP         PIC X(03).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLS-COTACOES       PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLS-CUSTO-KG       PIC ZZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLS-CUSTO-COT      PIC ZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLS-PCT-PONTUAL    PIC ZZ9,9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLS-DISPUTAS       PIC ZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLS-VLR-DISPUTA    PIC ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLS-PCT-REJEITO    PIC ZZ9,9.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLS-NOTA           PIC ZZ9,99.
       01  WS-CABECALHO-3.
           02 FILLER             PIC X(40) VALUE
              ' RK TRP    CUSTO    PONTUAL   DISPUTAS  '.
           02 FILLER             PIC X(20) VALUE
              '  FATURAS      FINAL'.
       01  WS-LINHA-NOTAS.
           02 WLN-RANK           PIC ZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLN-TRANSP         PIC X(03).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLN-NOTA-CUSTO     PIC ZZ9,99.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 WLN-NOTA-PONT      PIC ZZ9,99.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 WLN-NOTA-DISP      PIC ZZ9,99.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 WLN-NOTA-FAT       PIC ZZ9,99.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 WLN-NOTA           PIC ZZ9,99.
       01  WS-LINHA-RESUMO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLR-ROTULO         PIC X(34).
           02 WLR-QTDE           PIC ZZZZZ9.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0045-LER-COMPETENCIA.
           PERFORM 0050-CARREGAR-PESOS.
           OPEN INPUT FREIGHT-LOG-FILE.
           IF WS-FRETELOG-STATUS NOT = '00'
               DISPLAY 'ARQUIVO FRETELOG NAO ENCONTRADO'
               MOVE 'PRGCOB03' TO EL-PROGRAMA
               MOVE '0001-PRINCIPAL' TO EL-PARAGRAFO
               MOVE 'ARQUIVO FRETELOG NAO ENCONTRADO' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0102-LER-FRETE
               PERFORM 0104-TRATAR-FRETE
                   UNTIL WS-FIM-ARQUIVO
               CLOSE FREIGHT-LOG-FILE
               PERFORM 0200-APURAR-PONTUALIDADE
               PERFORM 0300-APURAR-DISPUTAS
               PERFORM 0400-APURAR-FATURAS
               PERFORM 0500-CALCULAR-NOTAS
               PERFORM 0550-ORDENAR
               PERFORM 0600-IMPRIMIR-RELATORIO
           END-IF.
           PERFORM 0900-GRAVAR-CONTROLE-EXECUCAO.
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.

      *********** DATA DE PROCESSAMENTO DO NEGOCIO (PROCDATE); *****
      *********** SEM O CONTROLE, VALE O RELOGIO DA MAQUINA ********
       0040-LER-DATA-PROCESSO.
           ACCEPT WS-DATA-PROCESSO FROM DATE YYYYMMDD.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-STATUS = '00'
               READ PROCESS-DATE-FILE
                   NOT AT END
                       IF PD-DATA-PROCESSO > ZEROS
                           MOVE PD-DATA-PROCESSO
                               TO WS-DATA-PROCESSO
                       END-IF
               END-READ
               CLOSE PROCESS-DATE-FILE
           END-IF.

      *********** COMPETENCIA AAAAMM; ZERO = MES ANTERIOR AO DA *****
      *********** DATA DE PROCESSAMENTO (O MES QUE ESTA FECHANDO) **
       0045-LER-COMPETENCIA.
           DISPLAY 'COMPETENCIA (AAAAMM, 0=MES ANTERIOR).: '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA = ZEROS
               COMPUTE WRK-ANO = WS-DATA-PROCESSO / 10000
               COMPUTE WRK-MES = (WS-DATA-PROCESSO / 100)
                   - (WRK-ANO * 100)
               IF WRK-MES = 1
                   SUBTRACT 1 FROM WRK-ANO
                   MOVE 12 TO WRK-MES
               ELSE
                   SUBTRACT 1 FROM WRK-MES
               END-IF
               COMPUTE WRK-COMPETENCIA = WRK-ANO * 100 + WRK-MES
           END-IF.

      *********** PESOS DO SCORETPM; AUSENTE = PADRAO 40/30/15/15, **
      *********** SOMA DIFERENTE DE 100 = PADRAO E RETORNO 04 ******
       0050-CARREGAR-PESOS.
           OPEN INPUT SCORE-PARM-FILE.
           IF WS-SCORETPM-STATUS = '00'
               READ SCORE-PARM-FILE
                   NOT AT END
                       PERFORM 0055-VALIDAR-PESOS
               END-READ
               CLOSE SCORE-PARM-FILE
           END-IF.

       0055-VALIDAR-PESOS.
           IF SK-PESO-CUSTO NUMERIC
              AND SK-PESO-PONTUALIDADE NUMERIC
              AND SK-PESO-DISPUTAS NUMERIC
              AND SK-PESO-FATURAS NUMERIC
               COMPUTE WRK-SOMA-PESOS = SK-PESO-CUSTO
                   + SK-PESO-PONTUALIDADE + SK-PESO-DISPUTAS
                   + SK-PESO-FATURAS
           ELSE
               MOVE ZEROS TO WRK-SOMA-PESOS
           END-IF.
           IF WRK-SOMA-PESOS = 100
               MOVE SK-PESO-CUSTO        TO WS-PESO-CUSTO
               MOVE SK-PESO-PONTUALIDADE TO WS-PESO-PONTUALIDADE
               MOVE SK-PESO-DISPUTAS     TO WS-PESO-DISPUTAS
               MOVE SK-PESO-FATURAS      TO WS-PESO-FATURAS
           ELSE
               DISPLAY 'PESOS DO SCORETPM NAO SOMAM 100 - '
                   'USADOS OS PESOS PADRAO'
               MOVE 'PRGCOB03' TO EL-PROGRAMA
               MOVE '0055-VALIDAR-PESOS' TO EL-PARAGRAFO
               MOVE 'PESOS DO SCORETPM INVALIDOS - PADRAO USADO'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.

       0102-LER-FRETE.
           READ FREIGHT-LOG-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

      *********** CADA REGISTRO DO FRETELOG E UMA COTACAO; O PESO **
      *********** TAXADO E O MAIOR ENTRE O REAL E O CUBADO *********
       0104-TRATAR-FRETE.
           ADD 1 TO WS-QTD-LIDOS.
           COMPUTE WRK-ANOMES = LG-DATA / 100.
           IF WRK-ANOMES = WRK-COMPETENCIA
              AND LG-TRANSPORTADORA NOT = SPACES
               MOVE LG-TRANSPORTADORA TO WRK-TRANSP
               PERFORM 0120-LOCALIZAR-TRANSP
               IF WS-ACHADO
                   MOVE LG-PESO TO WRK-PESO-TAXADO
                   IF LG-PESO-CUBADO NUMERIC
                      AND LG-PESO-CUBADO > LG-PESO
                       MOVE LG-PESO-CUBADO TO WRK-PESO-TAXADO
                   END-IF
                   ADD 1 TO WS-SCO-COTACOES(WS-IDX-SCO)
                   ADD LG-FRETE TO WS-SCO-FRETE(WS-IDX-SCO)
                   ADD WRK-PESO-TAXADO TO WS-SCO-PESO(WS-IDX-SCO)
                   ADD 1 TO WS-QTD-COTACOES
                   ADD LG-FRETE TO WS-TOTAL-FRETE
               END-IF
           END-IF.
           PERFORM 0102-LER-FRETE.

       0120-LOCALIZAR-TRANSP.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0122-COMPARAR-TRANSP
               VARYING WS-IDX-SCO FROM 1 BY 1
               UNTIL WS-IDX-SCO > WS-QTD-SCORE
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-SCO DOWN BY 1
           ELSE
               IF WS-QTD-SCORE < 100
                   ADD 1 TO WS-QTD-SCORE
                   SET WS-IDX-SCO TO WS-QTD-SCORE
                   INITIALIZE WS-SCO-ENTRY(WS-IDX-SCO)
                   MOVE WRK-TRANSP TO WS-SCO-TRANSP(WS-IDX-SCO)
                   MOVE 'S' TO WS-ACHADO-SW
               ELSE
                   MOVE 'S' TO WS-TABELA-ESTOURO-SW
               END-IF
           END-IF.

       0122-COMPARAR-TRANSP.
           IF WS-SCO-TRANSP(WS-IDX-SCO) = WRK-TRANSP
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** ENTREGAS DA COMPETENCIA COM DATA PROMETIDA E *****
      *********** FATURAS CONCILIADAS (F/R) PELO PRGCOB22 NO MES ***
       0200-APURAR-PONTUALIDADE.
           OPEN INPUT QUOTE-STATUS-FILE.
           IF WS-QSTAT-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0202-LER-STATUS
               PERFORM 0204-TRATAR-STATUS
                   UNTIL WS-FIM-ARQUIVO
               CLOSE QUOTE-STATUS-FILE
           ELSE
               DISPLAY 'AVISO: QUOTSTAT AUSENTE - SEM PONTUALIDADE '
                   'E SEM FATURAS CONCILIADAS'
           END-IF.

       0202-LER-STATUS.
           READ QUOTE-STATUS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0204-TRATAR-STATUS.
           MOVE QT-TRANSPORTADORA TO WRK-TRANSP.
           COMPUTE WRK-ANOMES = QT-DATA-ENTREGA / 100.
           IF QT-DATA-ENTREGA > ZEROS
              AND QT-DATA-PROMETIDA > ZEROS
              AND WRK-ANOMES = WRK-COMPETENCIA
              AND WRK-TRANSP NOT = SPACES
               PERFORM 0120-LOCALIZAR-TRANSP
               IF WS-ACHADO
                   ADD 1 TO WS-SCO-ENTREGAS(WS-IDX-SCO)
                   ADD 1 TO WS-QTD-ENTREGAS
                   IF QT-DATA-ENTREGA <= QT-DATA-PROMETIDA
                       ADD 1 TO WS-SCO-NO-PRAZO(WS-IDX-SCO)
                   END-IF
               END-IF
           END-IF.
           COMPUTE WRK-ANOMES = QT-DATA-ATUALIZACAO / 100.
           IF (QT-STATUS = 'F' OR 'R')
              AND WRK-ANOMES = WRK-COMPETENCIA
              AND WRK-TRANSP NOT = SPACES
               PERFORM 0120-LOCALIZAR-TRANSP
               IF WS-ACHADO
                   ADD 1 TO WS-SCO-CONCILIADAS(WS-IDX-SCO)
                   ADD 1 TO WS-QTD-CONCILIADAS
               END-IF
           END-IF.
           PERFORM 0202-LER-STATUS.

      *********** DISPUTAS ABERTAS SOBRE FATURAS DA COMPETENCIA ****
       0300-APURAR-DISPUTAS.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTA-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0302-LER-DISPUTA
               PERFORM 0304-TRATAR-DISPUTA
                   UNTIL WS-FIM-ARQUIVO
               CLOSE DISPUTE-FILE
           ELSE
               DISPLAY 'AVISO: DISPUTAS AUSENTE - SEM DISPUTAS'
           END-IF.

       0302-LER-DISPUTA.
           READ DISPUTE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0304-TRATAR-DISPUTA.
           COMPUTE WRK-ANOMES = DP-DATA-FATURA / 100.
           IF WRK-ANOMES = WRK-COMPETENCIA
              AND DP-TRANSPORTADORA NOT = SPACES
               MOVE DP-TRANSPORTADORA TO WRK-TRANSP
               PERFORM 0120-LOCALIZAR-TRANSP
               IF WS-ACHADO
                   ADD 1 TO WS-SCO-DISPUTAS(WS-IDX-SCO)
                   ADD DP-DIFERENCA TO WS-SCO-VLR-DISPUTA(WS-IDX-SCO)
                   ADD 1 TO WS-QTD-DISPUTAS
               END-IF
           END-IF.
           PERFORM 0302-LER-DISPUTA.

      *********** FATURAS DA COMPETENCIA REJEITADAS PELO PRGCOB34; **
      *********** REJEITO DE INTERCAMBIO EDI NAO TEM FATURA E FICA **
      *********** DE FORA (DATA NAO NUMERICA) **********************
       0400-APURAR-FATURAS.
           OPEN INPUT CARRIER-INV-REJ-FILE.
           IF WS-REJFAT-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0402-LER-REJEITO
               PERFORM 0404-TRATAR-REJEITO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE CARRIER-INV-REJ-FILE
           ELSE
               DISPLAY 'AVISO: CARRIREJ AUSENTE - SEM REJEICOES'
           END-IF.

       0402-LER-REJEITO.
           READ CARRIER-INV-REJ-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0404-TRATAR-REJEITO.
           MOVE CR-REGISTRO TO CARRIER-INVOICE-REC.
           IF CI-DATA NUMERIC
              AND CI-TRANSPORTADORA NOT = SPACES
               COMPUTE WRK-ANOMES = CI-DATA / 100
               IF WRK-ANOMES = WRK-COMPETENCIA
                   MOVE CI-TRANSPORTADORA TO WRK-TRANSP
                   PERFORM 0120-LOCALIZAR-TRANSP
                   IF WS-ACHADO
                       ADD 1 TO WS-SCO-REJEITADAS(WS-IDX-SCO)
                       ADD 1 TO WS-QTD-REJEITADAS
                   END-IF
               END-IF
           END-IF.
           PERFORM 0402-LER-REJEITO.

      *********** PRIMEIRO OS INDICADORES E O MENOR CUSTO/KG DO ****
      *********** MES, DEPOIS AS NOTAS E A NOTA PONDERADA **********
       0500-CALCULAR-NOTAS.
           MOVE ZEROS TO WRK-MENOR-CUSTO-KG.
           PERFORM 0510-CALCULAR-INDICADORES
               VARYING WS-IDX-SCO FROM 1 BY 1
               UNTIL WS-IDX-SCO > WS-QTD-SCORE.
           PERFORM 0520-CALCULAR-NOTA
               VARYING WS-IDX-SCO FROM 1 BY 1
               UNTIL WS-IDX-SCO > WS-QTD-SCORE.

       0510-CALCULAR-INDICADORES.
           IF WS-SCO-PESO(WS-IDX-SCO) > ZEROS
               COMPUTE WS-SCO-CUSTO-KG(WS-IDX-SCO) ROUNDED =
                   WS-SCO-FRETE(WS-IDX-SCO) / WS-SCO-PESO(WS-IDX-SCO)
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-SCO-CUSTO-KG(WS-IDX-SCO)
               END-COMPUTE
           END-IF.
           IF WS-SCO-CUSTO-KG(WS-IDX-SCO) > ZEROS
               IF WRK-MENOR-CUSTO-KG = ZEROS
                  OR WS-SCO-CUSTO-KG(WS-IDX-SCO) < WRK-MENOR-CUSTO-KG
                   MOVE WS-SCO-CUSTO-KG(WS-IDX-SCO)
                       TO WRK-MENOR-CUSTO-KG
               END-IF
           END-IF.
           IF WS-SCO-COTACOES(WS-IDX-SCO) > ZEROS
               COMPUTE WS-SCO-CUSTO-COT(WS-IDX-SCO) ROUNDED =
                   WS-SCO-FRETE(WS-IDX-SCO)
                       / WS-SCO-COTACOES(WS-IDX-SCO)
           END-IF.
           IF WS-SCO-ENTREGAS(WS-IDX-SCO) > ZEROS
               COMPUTE WS-SCO-PCT-PONTUAL(WS-IDX-SCO) ROUNDED =
                   WS-SCO-NO-PRAZO(WS-IDX-SCO) * 100
                       / WS-SCO-ENTREGAS(WS-IDX-SCO)
           END-IF.
           COMPUTE WRK-BASE-FATURAS = WS-SCO-REJEITADAS(WS-IDX-SCO)
               + WS-SCO-CONCILIADAS(WS-IDX-SCO).
           IF WRK-BASE-FATURAS > ZEROS
               COMPUTE WS-SCO-PCT-REJEITO(WS-IDX-SCO) ROUNDED =
                   WS-SCO-REJEITADAS(WS-IDX-SCO) * 100
                       / WRK-BASE-FATURAS
           END-IF.

       0520-CALCULAR-NOTA.
           IF WS-SCO-CUSTO-KG(WS-IDX-SCO) > ZEROS
               COMPUTE WS-SCO-NOTA-CUSTO(WS-IDX-SCO) ROUNDED =
                   WRK-MENOR-CUSTO-KG * 100
                       / WS-SCO-CUSTO-KG(WS-IDX-SCO)
           END-IF.
           MOVE WS-SCO-PCT-PONTUAL(WS-IDX-SCO)
               TO WS-SCO-NOTA-PONT(WS-IDX-SCO).
           IF WS-SCO-DISPUTAS(WS-IDX-SCO) = ZEROS
               MOVE 100 TO WS-SCO-NOTA-DISP(WS-IDX-SCO)
           ELSE
               IF WS-SCO-COTACOES(WS-IDX-SCO)
                       > WS-SCO-DISPUTAS(WS-IDX-SCO)
                   COMPUTE WS-SCO-NOTA-DISP(WS-IDX-SCO) ROUNDED =
                       100 - (WS-SCO-DISPUTAS(WS-IDX-SCO) * 100
                           / WS-SCO-COTACOES(WS-IDX-SCO))
               END-IF
           END-IF.
           COMPUTE WS-SCO-NOTA-FAT(WS-IDX-SCO) =
               100 - WS-SCO-PCT-REJEITO(WS-IDX-SCO).
           COMPUTE WRK-NOTA-PONDERADA ROUNDED =
               (WS-SCO-NOTA-CUSTO(WS-IDX-SCO) * WS-PESO-CUSTO
              + WS-SCO-NOTA-PONT(WS-IDX-SCO) * WS-PESO-PONTUALIDADE
              + WS-SCO-NOTA-DISP(WS-IDX-SCO) * WS-PESO-DISPUTAS
              + WS-SCO-NOTA-FAT(WS-IDX-SCO) * WS-PESO-FATURAS)
                   / 100.
           MOVE WRK-NOTA-PONDERADA TO WS-SCO-NOTA(WS-IDX-SCO).

      *********** ORDENACAO POR TROCA (MAIOR NOTA NO TOPO) *********
       0550-ORDENAR.
           MOVE 'S' TO WS-TROCOU-SW.
           PERFORM 0555-PASSADA
               UNTIL NOT WS-TROCOU.

       0555-PASSADA.
           MOVE 'N' TO WS-TROCOU-SW.
           PERFORM 0560-COMPARAR-PAR
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I >= WS-QTD-SCORE.

       0560-COMPARAR-PAR.
           COMPUTE WRK-IDX-J = WRK-IDX-I + 1.
           IF WS-SCO-NOTA(WRK-IDX-J) > WS-SCO-NOTA(WRK-IDX-I)
               MOVE WS-SCO-ENTRY(WRK-IDX-I) TO WS-SCO-TROCA
               MOVE WS-SCO-ENTRY(WRK-IDX-J)
                   TO WS-SCO-ENTRY(WRK-IDX-I)
               MOVE WS-SCO-TROCA TO WS-SCO-ENTRY(WRK-IDX-J)
               MOVE 'S' TO WS-TROCOU-SW
           END-IF.

      *********** RANKING COM OS INDICADORES E, ABAIXO, AS NOTAS ***
      *********** DE CADA QUESITO NA MESMA ORDEM *******************
       0600-IMPRIMIR-RELATORIO.
           OPEN OUTPUT SCORE-REPORT.
           MOVE WRK-COMPETENCIA  TO WC1-COMPETENCIA.
           MOVE WS-DATA-PROCESSO TO WC1-DATA.
           WRITE SCORE-LINE FROM WS-CABECALHO-1.
           MOVE WS-PESO-CUSTO        TO WCP-CUSTO.
           MOVE WS-PESO-PONTUALIDADE TO WCP-PONTUALIDADE.
           MOVE WS-PESO-DISPUTAS     TO WCP-DISPUTAS.
           MOVE WS-PESO-FATURAS      TO WCP-FATURAS.
           WRITE SCORE-LINE FROM WS-CABECALHO-PESOS.
           WRITE SCORE-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'RANKING E INDICADORES DO MES' TO WTS-TITULO.
           WRITE SCORE-LINE FROM WS-TITULO-SECAO.
           WRITE SCORE-LINE FROM WS-CABECALHO-2.
           PERFORM 0610-IMPRIMIR-INDICADORES
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-SCORE.
           WRITE SCORE-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'NOTAS POR QUESITO (0 A 100)' TO WTS-TITULO.
           WRITE SCORE-LINE FROM WS-TITULO-SECAO.
           WRITE SCORE-LINE FROM WS-CABECALHO-3.
           PERFORM 0620-IMPRIMIR-NOTAS
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-SCORE.
           WRITE SCORE-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'TRANSPORTADORAS AVALIADAS' TO WLR-ROTULO.
           MOVE WS-QTD-SCORE TO WLR-QTDE.
           WRITE SCORE-LINE FROM WS-LINHA-RESUMO.
           MOVE 'COTACOES DA COMPETENCIA' TO WLR-ROTULO.
           MOVE WS-QTD-COTACOES TO WLR-QTDE.
           WRITE SCORE-LINE FROM WS-LINHA-RESUMO.
           MOVE 'ENTREGAS COM DATA PROMETIDA' TO WLR-ROTULO.
           MOVE WS-QTD-ENTREGAS TO WLR-QTDE.
           WRITE SCORE-LINE FROM WS-LINHA-RESUMO.
           MOVE 'DISPUTAS SOBRE FATURAS DO MES' TO WLR-ROTULO.
           MOVE WS-QTD-DISPUTAS TO WLR-QTDE.
           WRITE SCORE-LINE FROM WS-LINHA-RESUMO.
           MOVE 'FATURAS REJEITADAS (PRGCOB34)' TO WLR-ROTULO.
           MOVE WS-QTD-REJEITADAS TO WLR-QTDE.
           WRITE SCORE-LINE FROM WS-LINHA-RESUMO.
           MOVE 'FATURAS CONCILIADAS (PRGCOB22)' TO WLR-ROTULO.
           MOVE WS-QTD-CONCILIADAS TO WLR-QTDE.
           WRITE SCORE-LINE FROM WS-LINHA-RESUMO.
           CLOSE SCORE-REPORT.
           IF WS-TABELA-ESTOURO
               DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA - SCORECARD '
                   'INCOMPLETO'
               MOVE 'PRGCOB03' TO EL-PROGRAMA
               MOVE '0600-IMPRIMIR-REL' TO EL-PARAGRAFO
               MOVE 'TABELA DE TRANSPORTADORAS CHEIA'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.
           DISPLAY 'TRANSPORTADORAS........ : ' WS-QTD-SCORE.
           DISPLAY 'COTACOES DA COMPETENCIA : ' WS-QTD-COTACOES.
           DISPLAY 'ENTREGAS COM PROMESSA.. : ' WS-QTD-ENTREGAS.
           DISPLAY 'DISPUTAS............... : ' WS-QTD-DISPUTAS.
           DISPLAY 'FATURAS REJEITADAS..... : ' WS-QTD-REJEITADAS.
           MOVE WS-TOTAL-FRETE TO WS-TOTAL-ED.
           DISPLAY 'FRETE DA COMPETENCIA... : ' WS-TOTAL-ED.
           DISPLAY 'RELATORIO GERADO EM SCORETRP'.

       0610-IMPRIMIR-INDICADORES.
           MOVE WRK-IDX-I                       TO WLS-RANK.
           MOVE WS-SCO-TRANSP(WRK-IDX-I)        TO WLS-TRANSP.
           MOVE WS-SCO-COTACOES(WRK-IDX-I)      TO WLS-COTACOES.
           MOVE WS-SCO-CUSTO-KG(WRK-IDX-I)      TO WLS-CUSTO-KG.
           MOVE WS-SCO-CUSTO-COT(WRK-IDX-I)     TO WLS-CUSTO-COT.
           MOVE WS-SCO-PCT-PONTUAL(WRK-IDX-I)   TO WLS-PCT-PONTUAL.
           MOVE WS-SCO-DISPUTAS(WRK-IDX-I)      TO WLS-DISPUTAS.
           MOVE WS-SCO-VLR-DISPUTA(WRK-IDX-I)   TO WLS-VLR-DISPUTA.
           MOVE WS-SCO-PCT-REJEITO(WRK-IDX-I)   TO WLS-PCT-REJEITO.
           MOVE WS-SCO-NOTA(WRK-IDX-I)          TO WLS-NOTA.
           WRITE SCORE-LINE FROM WS-LINHA-SCORE.

       0620-IMPRIMIR-NOTAS.
           MOVE WRK-IDX-I                       TO WLN-RANK.
           MOVE WS-SCO-TRANSP(WRK-IDX-I)        TO WLN-TRANSP.
           MOVE WS-SCO-NOTA-CUSTO(WRK-IDX-I)    TO WLN-NOTA-CUSTO.
           MOVE WS-SCO-NOTA-PONT(WRK-IDX-I)     TO WLN-NOTA-PONT.
           MOVE WS-SCO-NOTA-DISP(WRK-IDX-I)     TO WLN-NOTA-DISP.
           MOVE WS-SCO-NOTA-FAT(WRK-IDX-I)      TO WLN-NOTA-FAT.
           MOVE WS-SCO-NOTA(WRK-IDX-I)          TO WLN-NOTA.
           WRITE SCORE-LINE FROM WS-LINHA-NOTAS.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB03'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-SCORE       TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-FRETE     TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
