       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB05.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = PROVISAO DE FRETE DO FECHAMENTO
      ***                            MENSAL: (1) PROVISIONA O FRETE
      ***                            COTADO (LG-FRETE DO FRETELOG)
      ***                            DAS COTACOES EMBARCADAS OU
      ***                            ENTREGUES NO QUOTSTAT ATE O
      ***                            FIM DA COMPETENCIA QUE AINDA
      ***                            NAO TEM FATURA NO CARRINV, POR
      ***                            TRANSPORTADORA E CENTRO DE
      ***                            CUSTO (UF DE ORIGEM), COM OS
      ***                            LANCAMENTOS NO GLFRETE (LAYOUT
      ***                            DO GLVENDAS) E O RELATORIO
      ***                            ANALITICO PROVFRET PARA A
      ***                            CONCILIACAO DA CONTABILIDADE;
      ***                            (2) ESTORNA NO PRIMEIRO DIA DO
      ***                            MES SEGUINTE A PROVISAO AINDA
      ***                            EM ABERTO NO FRTPROV - A FATURA
      ***                            DA TRANSPORTADORA CHEGA
      ***                            SEMANAS DEPOIS DO EMBARQUE E A
      ***                            DESPESA CAIA NO MES ERRADO
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   CENTRO DE CUSTO NO GL-CENTRO = TRANSPORTADORA (3)
      ***   + UF DE ORIGEM DO EMBARQUE (2); ORIGEM EM BRANCO
      ***   VALE A MATRIZ (SP), COMO NO FRTTAB
      ***   RETORNO: 00 = LIMPO   04 = COTACAO SEM FRETE NO
      ***               FRETELOG OU TABELA CHEIA   08 = FALHA
      ***               DE ARQUIVO OU COMPETENCIA JA PROVISIONADA
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-STATUS-FILE ASSIGN TO 'QUOTSTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-NUMERO
               FILE STATUS IS WS-QSTAT-STATUS.
           SELECT CARRIER-INVOICE-FILE ASSIGN TO 'CARRINV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRINV-STATUS.
           SELECT FREIGHT-LOG-FILE ASSIGN TO 'FRETELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRETELOG-STATUS.
           SELECT FREIGHT-ACCRUAL-FILE ASSIGN TO 'FRTPROV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRTPROV-STATUS.
           SELECT GL-FREIGHT-FILE ASSIGN TO 'GLFRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFRETE-STATUS.
           SELECT ACCRUAL-REPORT-FILE ASSIGN TO 'PROVFRET'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-STATUS-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY 'QUOTSTAT.COB'.

       FD  CARRIER-INVOICE-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY 'CARRINV.COB'.

       FD  FREIGHT-LOG-FILE
           RECORD CONTAINS 126 CHARACTERS.
           COPY 'FRTLOG.COB'.

       FD  FREIGHT-ACCRUAL-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY 'FRTPROV.COB'.

       FD  GL-FREIGHT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-EXPORT-REC.
           02 GL-CENTRO          PIC X(05).
           02 FILLER             PIC X(01).
           02 GL-CONTA           PIC X(08).
           02 FILLER             PIC X(01).
           02 GL-DC              PIC X(01).
           02 FILLER             PIC X(01).
           02 GL-VALOR           PIC 9(11)V99.

       FD  ACCRUAL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCRUAL-REPORT-LINE   PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-QSTAT-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-CARRINV-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-FRETELOG-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FRTPROV-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-GLFRETE-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHADO-SW          PIC X(01)     VALUE 'N'.
           88 WS-ACHADO                        VALUE 'S'.
       77  WS-PROVISAO-ERRO-SW   PIC X(01)     VALUE 'N'.
           88 WS-PROVISAO-ERRO                 VALUE 'S'.
       77  WS-COTACOES-ESTOURO-SW PIC X(01)    VALUE 'N'.
           88 WS-COTACOES-ESTOURO              VALUE 'S'.
       77  WS-PROVISOES-ESTOURO-SW PIC X(01)   VALUE 'N'.
           88 WS-PROVISOES-ESTOURO             VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-COMPETENCIA-MOV   PIC 9(06)     VALUE ZEROS.
       77  WRK-ANOMES            PIC 9(06)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-TRANSP            PIC X(03)     VALUE SPACES.
       77  WRK-UF-ORIGEM         PIC X(02)     VALUE SPACES.
       77  WRK-SUBTOTAL          PIC 9(09)V99  VALUE ZEROS.
       77  WRK-QTD-CENTRO        PIC 9(05)     VALUE ZEROS.
       77  WRK-IDX-P             PIC 9(03)     VALUE ZEROS.
       77  WRK-IDX-C             PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-FATURADAS      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-PROVISIONADAS  PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-SEM-FRETE      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-ESTORNADAS     PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-LANCAMENTOS    PIC 9(04)     VALUE ZEROS.
       77  WS-TOTAL-DEBITOS      PIC 9(11)V99  VALUE ZEROS.
       77  WS-TOTAL-CREDITOS     PIC 9(11)V99  VALUE ZEROS.
       77  WS-TOTAL-PROVISAO     PIC 9(11)V99  VALUE ZEROS.
       77  WS-TOTAL-ESTORNO      PIC 9(11)V99  VALUE ZEROS.
       77  WS-ENTRADAS-RUNCTL    PIC 9(06)     VALUE ZEROS.
       77  WS-SAIDAS-RUNCTL      PIC 9(06)     VALUE ZEROS.
       77  WS-TOTAL-RUNCTL       PIC S9(10)V99 VALUE ZEROS.
       77  WS-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       01  WS-CENTRO-GL.
           02 WS-CGL-TRANSP      PIC X(03).
           02 WS-CGL-UF-ORIGEM   PIC X(02).

      *********** COTACOES EMBARCADAS/ENTREGUES DA COMPETENCIA, ****
      *********** NA ORDEM DO QUOTSTAT (NUMERO DA COTACAO) *********
       01  WS-TABELA-COTACOES.
           02 WS-QTD-COTACOES    PIC 9(04)     VALUE ZEROS.
           02 WS-COT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-COT.
               03 WS-COT-NUMERO       PIC 9(06).
               03 WS-COT-TRANSP       PIC X(03).
               03 WS-COT-UF           PIC X(02).
               03 WS-COT-UF-ORIGEM    PIC X(02).
               03 WS-COT-STATUS       PIC X(01).
               03 WS-COT-DATA         PIC 9(08).
               03 WS-COT-FRETE        PIC 9(08)V99.
               03 WS-COT-FATURADA-SW  PIC X(01).
                   88 WS-COT-FATURADA             VALUE 'S'.
               03 WS-COT-FRETE-SW     PIC X(01).
                   88 WS-COT-COM-FRETE            VALUE 'S'.

      *********** CONTROLE DAS PROVISOES (FRTPROV), REGRAVADO AO ***
      *********** FIM DE CADA PROVISAO OU ESTORNO ******************
       01  WS-TABELA-PROVISOES.
           02 WS-QTD-PROVISOES   PIC 9(03)     VALUE ZEROS.
           02 WS-PRV-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-IDX-PRV.
               03 WS-PRV-COMPETENCIA  PIC 9(06).
               03 WS-PRV-TRANSP       PIC X(03).
               03 WS-PRV-UF-ORIGEM    PIC X(02).
               03 WS-PRV-QTD          PIC 9(05).
               03 WS-PRV-VALOR        PIC 9(09)V99.
               03 WS-PRV-SITUACAO     PIC X(01).
               03 WS-PRV-DATA-ESTORNO PIC 9(08).

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(40) VALUE
              'PROVISAO DE FRETE SEM FATURA - COMPET.  '.
           02 WC1-COMPETENCIA    PIC 9(06).
           02 FILLER             PIC X(08) VALUE '  DATA: '.
           02 WC1-DATA           PIC 9(08).
       01  WS-CABECALHO-CENTRO.
           02 FILLER             PIC X(16) VALUE
              'TRANSPORTADORA: '.
           02 WCC-TRANSP         PIC X(03).
           02 FILLER             PIC X(23) VALUE
              '   CENTRO (UF ORIGEM): '.
           02 WCC-UF-ORIGEM      PIC X(02).
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(40) VALUE
              'COTACAO  UF  SIT  DATA STATUS           '.
           02 FILLER             PIC X(15) VALUE
              '   FRETE COTADO'.
       01  WS-LINHA-COTACAO.
           02 WLC-NUMERO         PIC 9(06).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLC-UF             PIC X(02).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLC-STATUS         PIC X(01).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLC-DATA           PIC 9(08).
           02 FILLER             PIC X(15) VALUE SPACES.
           02 WLC-FRETE          PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-OBSERVACAO     PIC X(20).
       01  WS-LINHA-SUBTOTAL.
           02 FILLER             PIC X(09) VALUE SPACES.
           02 WLS-ROTULO         PIC X(20).
           02 WLS-QTDE           PIC ZZZZ9.
           02 FILLER             PIC X(07) VALUE SPACES.
           02 WLS-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-CONTAGEM.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLQ-ROTULO         PIC X(42).
           02 FILLER             PIC X(09) VALUE SPACES.
           02 WLQ-QTDE           PIC ZZZZ9.
       01  WS-LINHA-RESUMO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLR-ROTULO         PIC X(42).
           02 WLR-VALOR          PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
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
           COMPUTE WRK-COMPETENCIA-MOV = WS-DATA-PROCESSO / 100.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '======== PROVISAO DE FRETE SEM FATURA ========'.
           DISPLAY ' (1) PROVISAO DO FECHAMENTO MENSAL '.
           DISPLAY ' (2) ESTORNO DA PROVISAO DO MES ANTERIOR '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-PROVISIONAR-FRETE
               WHEN 2
                   PERFORM 0600-ESTORNAR-PROVISAO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** PROVISAO DA COMPETENCIA: ESTORNO PENDENTE DE *****
      *********** COMPETENCIA ANTERIOR SAI ANTES; COMPETENCIA JA ***
      *********** PROVISIONADA NAO E PROVISIONADA DE NOVO **********
       0200-PROVISIONAR-FRETE.
           DISPLAY 'COMPETENCIA (AAAAMM, 0=MES ANTERIOR).: '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           MOVE 'N' TO WS-PROVISAO-ERRO-SW.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-FATURADAS
               WS-QTD-PROVISIONADAS WS-QTD-SEM-FRETE
               WS-QTD-ESTORNADAS WS-TOTAL-PROVISAO.
           PERFORM 0205-VALIDAR-COMPETENCIA.
           IF NOT WS-PROVISAO-ERRO
               PERFORM 0300-CARREGAR-PROVISOES
           END-IF.
           IF NOT WS-PROVISAO-ERRO
               PERFORM 0210-VERIFICAR-PROVISOES
                   VARYING WS-IDX-PRV FROM 1 BY 1
                   UNTIL WS-IDX-PRV > WS-QTD-PROVISOES
                      OR WS-PROVISAO-ERRO
           END-IF.
           IF NOT WS-PROVISAO-ERRO
               PERFORM 0220-SELECIONAR-COTACOES
           END-IF.
           IF NOT WS-PROVISAO-ERRO
               PERFORM 0240-MARCAR-FATURADAS
               PERFORM 0260-BUSCAR-FRETES
               PERFORM 0280-TOTALIZAR-CENTROS
                   VARYING WS-IDX-COT FROM 1 BY 1
                   UNTIL WS-IDX-COT > WS-QTD-COTACOES
               PERFORM 0400-IMPRIMIR-RELATORIO
               PERFORM 0700-ABRIR-GL
           END-IF.
           IF NOT WS-PROVISAO-ERRO
               PERFORM 0720-ESTORNAR-CENTRO
                   VARYING WS-IDX-PRV FROM 1 BY 1
                   UNTIL WS-IDX-PRV > WS-QTD-PROVISOES
               PERFORM 0740-PROVISIONAR-CENTRO
                   VARYING WS-IDX-PRV FROM 1 BY 1
                   UNTIL WS-IDX-PRV > WS-QTD-PROVISOES
               PERFORM 0760-FECHAR-GL
               PERFORM 0350-GRAVAR-PROVISOES
               PERFORM 0290-AVALIAR-PROVISAO
           END-IF.

      *********** COMPETENCIA ZERO = MES ANTERIOR AO DA DATA DE ****
      *********** PROCESSAMENTO; SO MES JA ENCERRADO E PROVISIONADO *
       0205-VALIDAR-COMPETENCIA.
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
           COMPUTE WRK-ANO = WRK-COMPETENCIA / 100.
           COMPUTE WRK-MES = WRK-COMPETENCIA - WRK-ANO * 100.
           IF WRK-ANO < 2000 OR WRK-MES < 1 OR WRK-MES > 12
              OR WRK-COMPETENCIA > WRK-COMPETENCIA-MOV
               DISPLAY 'COMPETENCIA INVALIDA - PROVISAO NAO GERADA'
               MOVE 'PRGCOB05' TO EL-PROGRAMA
               MOVE '0205-VALIDAR-COMP' TO EL-PARAGRAFO
               MOVE 'COMPETENCIA INVALIDA NA PROVISAO DE FRETE'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-PROVISAO-ERRO-SW
           END-IF.

       0210-VERIFICAR-PROVISOES.
           IF WS-PRV-COMPETENCIA(WS-IDX-PRV) >= WRK-COMPETENCIA
               DISPLAY 'PROVISAO DE FRETE JA GERADA PARA A '
                   'COMPETENCIA ' WS-PRV-COMPETENCIA(WS-IDX-PRV)
               MOVE 'PRGCOB05' TO EL-PROGRAMA
               MOVE '0210-VERIFICAR-PROV' TO EL-PARAGRAFO
               MOVE 'PROVISAO DE FRETE JA GERADA NA COMPETENCIA'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-PROVISAO-ERRO-SW
           END-IF.

      *********** EMBARCADA (E) OU ENTREGUE (T) ATE O FIM DA *******
      *********** COMPETENCIA; FATURADA/RECONCILIADA JA TEM FATURA *
       0220-SELECIONAR-COTACOES.
           MOVE ZEROS TO WS-QTD-COTACOES.
           OPEN INPUT QUOTE-STATUS-FILE.
           IF WS-QSTAT-STATUS NOT = '00'
               DISPLAY 'ARQUIVO QUOTSTAT NAO DISPONIVEL'
               MOVE 'PRGCOB05' TO EL-PROGRAMA
               MOVE '0220-SELECIONAR-COT' TO EL-PARAGRAFO
               MOVE 'ARQUIVO QUOTSTAT NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-PROVISAO-ERRO-SW
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0222-LER-STATUS
               PERFORM 0224-TRATAR-STATUS
                   UNTIL WS-FIM-ARQUIVO
               CLOSE QUOTE-STATUS-FILE
           END-IF.

       0222-LER-STATUS.
           READ QUOTE-STATUS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0224-TRATAR-STATUS.
           ADD 1 TO WS-QTD-LIDOS.
           COMPUTE WRK-ANOMES = QT-DATA-ATUALIZACAO / 100.
           IF (QT-STATUS = 'E' OR 'T')
              AND WRK-ANOMES <= WRK-COMPETENCIA
               IF WS-QTD-COTACOES < 2000
                   ADD 1 TO WS-QTD-COTACOES
                   SET WS-IDX-COT TO WS-QTD-COTACOES
                   MOVE QT-NUMERO     TO WS-COT-NUMERO(WS-IDX-COT)
                   MOVE QT-TRANSPORTADORA
                       TO WS-COT-TRANSP(WS-IDX-COT)
                   MOVE QT-UF         TO WS-COT-UF(WS-IDX-COT)
                   MOVE 'SP'          TO WS-COT-UF-ORIGEM(WS-IDX-COT)
                   MOVE QT-STATUS     TO WS-COT-STATUS(WS-IDX-COT)
                   MOVE QT-DATA-ATUALIZACAO
                       TO WS-COT-DATA(WS-IDX-COT)
                   MOVE ZEROS         TO WS-COT-FRETE(WS-IDX-COT)
                   MOVE 'N' TO WS-COT-FATURADA-SW(WS-IDX-COT)
                   MOVE 'N' TO WS-COT-FRETE-SW(WS-IDX-COT)
               ELSE
                   MOVE 'S' TO WS-COTACOES-ESTOURO-SW
               END-IF
           END-IF.
           PERFORM 0222-LER-STATUS.

      *********** FATURA JA RECEBIDA NO CARRINV = SEM PROVISAO; ****
      *********** CARRINV AUSENTE = NENHUMA FATURA RECEBIDA ********
       0240-MARCAR-FATURADAS.
           OPEN INPUT CARRIER-INVOICE-FILE.
           IF WS-CARRINV-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0242-LER-FATURA
               PERFORM 0244-TRATAR-FATURA
                   UNTIL WS-FIM-ARQUIVO
               CLOSE CARRIER-INVOICE-FILE
           ELSE
               DISPLAY 'AVISO: CARRINV AUSENTE - NENHUMA FATURA '
                   'RECEBIDA'
           END-IF.

       0242-LER-FATURA.
           READ CARRIER-INVOICE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0244-TRATAR-FATURA.
           IF CI-NUMERO-COTACAO NUMERIC
               MOVE 'N' TO WS-ACHADO-SW
               PERFORM 0246-COMPARAR-FATURA
                   VARYING WS-IDX-COT FROM 1 BY 1
                   UNTIL WS-IDX-COT > WS-QTD-COTACOES
                      OR WS-ACHADO
           END-IF.
           PERFORM 0242-LER-FATURA.

       0246-COMPARAR-FATURA.
           IF WS-COT-NUMERO(WS-IDX-COT) = CI-NUMERO-COTACAO
               MOVE 'S' TO WS-COT-FATURADA-SW(WS-IDX-COT)
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** FRETE COTADO E UF DE ORIGEM DO FRETELOG (O *******
      *********** PRIMEIRO REGISTRO DA COTACAO) ********************
       0260-BUSCAR-FRETES.
           OPEN INPUT FREIGHT-LOG-FILE.
           IF WS-FRETELOG-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0262-LER-FRETE
               PERFORM 0264-TRATAR-FRETE
                   UNTIL WS-FIM-ARQUIVO
               CLOSE FREIGHT-LOG-FILE
           ELSE
               DISPLAY 'AVISO: FRETELOG AUSENTE - COTACOES SEM FRETE'
           END-IF.

       0262-LER-FRETE.
           READ FREIGHT-LOG-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0264-TRATAR-FRETE.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0266-COMPARAR-FRETE
               VARYING WS-IDX-COT FROM 1 BY 1
               UNTIL WS-IDX-COT > WS-QTD-COTACOES
                  OR WS-ACHADO.
           PERFORM 0262-LER-FRETE.

       0266-COMPARAR-FRETE.
           IF WS-COT-NUMERO(WS-IDX-COT) = LG-NUMERO-COTACAO
               MOVE 'S' TO WS-ACHADO-SW
               IF NOT WS-COT-COM-FRETE(WS-IDX-COT)
                   MOVE 'S' TO WS-COT-FRETE-SW(WS-IDX-COT)
                   MOVE LG-FRETE TO WS-COT-FRETE(WS-IDX-COT)
                   IF LG-UF-ORIGEM NOT = SPACES
                       MOVE LG-UF-ORIGEM
                           TO WS-COT-UF-ORIGEM(WS-IDX-COT)
                   END-IF
               END-IF
           END-IF.

      *********** COTACAO SEM FATURA E COM FRETE ENTRA NA PROVISAO **
      *********** DA TRANSPORTADORA/CENTRO DA COMPETENCIA ***********
       0280-TOTALIZAR-CENTROS.
           IF NOT WS-COT-FATURADA(WS-IDX-COT)
               IF WS-COT-COM-FRETE(WS-IDX-COT)
                   MOVE WS-COT-TRANSP(WS-IDX-COT)    TO WRK-TRANSP
                   MOVE WS-COT-UF-ORIGEM(WS-IDX-COT) TO WRK-UF-ORIGEM
                   PERFORM 0282-LOCALIZAR-CENTRO
                   IF WS-ACHADO
                       ADD 1 TO WS-PRV-QTD(WRK-IDX-P)
                       ADD WS-COT-FRETE(WS-IDX-COT)
                           TO WS-PRV-VALOR(WRK-IDX-P)
                       ADD 1 TO WS-QTD-PROVISIONADAS
                       ADD WS-COT-FRETE(WS-IDX-COT)
                           TO WS-TOTAL-PROVISAO
                   END-IF
               ELSE
                   ADD 1 TO WS-QTD-SEM-FRETE
               END-IF
           ELSE
               ADD 1 TO WS-QTD-FATURADAS
           END-IF.

       0282-LOCALIZAR-CENTRO.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0284-COMPARAR-CENTRO
               VARYING WS-IDX-PRV FROM 1 BY 1
               UNTIL WS-IDX-PRV > WS-QTD-PROVISOES
                  OR WS-ACHADO.
           IF NOT WS-ACHADO
               IF WS-QTD-PROVISOES < 500
                   ADD 1 TO WS-QTD-PROVISOES
                   MOVE WS-QTD-PROVISOES TO WRK-IDX-P
                   MOVE WRK-COMPETENCIA
                       TO WS-PRV-COMPETENCIA(WRK-IDX-P)
                   MOVE WRK-TRANSP    TO WS-PRV-TRANSP(WRK-IDX-P)
                   MOVE WRK-UF-ORIGEM TO WS-PRV-UF-ORIGEM(WRK-IDX-P)
                   MOVE ZEROS         TO WS-PRV-QTD(WRK-IDX-P)
                   MOVE ZEROS         TO WS-PRV-VALOR(WRK-IDX-P)
                   MOVE 'P'           TO WS-PRV-SITUACAO(WRK-IDX-P)
                   MOVE ZEROS TO WS-PRV-DATA-ESTORNO(WRK-IDX-P)
                   MOVE 'S' TO WS-ACHADO-SW
               ELSE
                   MOVE 'S' TO WS-PROVISOES-ESTOURO-SW
               END-IF
           END-IF.

       0284-COMPARAR-CENTRO.
           IF WS-PRV-COMPETENCIA(WS-IDX-PRV) = WRK-COMPETENCIA
              AND WS-PRV-TRANSP(WS-IDX-PRV) = WRK-TRANSP
              AND WS-PRV-UF-ORIGEM(WS-IDX-PRV) = WRK-UF-ORIGEM
               MOVE 'S' TO WS-ACHADO-SW
               SET WRK-IDX-P TO WS-IDX-PRV
           END-IF.

       0290-AVALIAR-PROVISAO.
           IF WS-QTD-SEM-FRETE > ZEROS
               MOVE 'PRGCOB05' TO EL-PROGRAMA
               MOVE '0290-AVALIAR-PROV' TO EL-PARAGRAFO
               MOVE 'COTACOES EMBARCADAS SEM FRETE NO FRETELOG'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.
           IF WS-COTACOES-ESTOURO OR WS-PROVISOES-ESTOURO
               DISPLAY 'TABELA CHEIA - PROVISAO INCOMPLETA'
               MOVE 'PRGCOB05' TO EL-PROGRAMA
               MOVE '0290-AVALIAR-PROV' TO EL-PARAGRAFO
               MOVE 'TABELA CHEIA NA PROVISAO DE FRETE'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.
           MOVE WS-TOTAL-PROVISAO TO WS-VALOR-ED.
           DISPLAY 'COTACOES SELECIONADAS.. : ' WS-QTD-COTACOES.
           DISPLAY 'JA FATURADAS (CARRINV). : ' WS-QTD-FATURADAS.
           DISPLAY 'SEM FRETE NO FRETELOG.. : ' WS-QTD-SEM-FRETE.
           DISPLAY 'COTACOES PROVISIONADAS. : ' WS-QTD-PROVISIONADAS.
           DISPLAY 'FRETE PROVISIONADO..... : ' WS-VALOR-ED.
           ADD WS-QTD-LIDOS         TO WS-ENTRADAS-RUNCTL.
           ADD WS-QTD-PROVISIONADAS TO WS-SAIDAS-RUNCTL.
           ADD WS-TOTAL-PROVISAO    TO WS-TOTAL-RUNCTL.

      *********** FRTPROV AUSENTE = PRIMEIRA PROVISAO **************
       0300-CARREGAR-PROVISOES.
           MOVE ZEROS TO WS-QTD-PROVISOES.
           OPEN INPUT FREIGHT-ACCRUAL-FILE.
           IF WS-FRTPROV-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0302-LER-PROVISAO
               PERFORM 0304-ARMAZENAR-PROVISAO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE FREIGHT-ACCRUAL-FILE
           ELSE
               DISPLAY 'FRTPROV AUSENTE - PRIMEIRA PROVISAO DE FRETE'
           END-IF.

       0302-LER-PROVISAO.
           READ FREIGHT-ACCRUAL-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0304-ARMAZENAR-PROVISAO.
           IF WS-QTD-PROVISOES < 500
               ADD 1 TO WS-QTD-PROVISOES
               SET WS-IDX-PRV TO WS-QTD-PROVISOES
               MOVE FV-COMPETENCIA
                   TO WS-PRV-COMPETENCIA(WS-IDX-PRV)
               MOVE FV-TRANSPORTADORA TO WS-PRV-TRANSP(WS-IDX-PRV)
               MOVE FV-UF-ORIGEM  TO WS-PRV-UF-ORIGEM(WS-IDX-PRV)
               MOVE FV-QTD-COTACOES TO WS-PRV-QTD(WS-IDX-PRV)
               MOVE FV-VALOR      TO WS-PRV-VALOR(WS-IDX-PRV)
               MOVE FV-SITUACAO   TO WS-PRV-SITUACAO(WS-IDX-PRV)
               MOVE FV-DATA-ESTORNO
                   TO WS-PRV-DATA-ESTORNO(WS-IDX-PRV)
           ELSE
               DISPLAY 'TABELA DE PROVISOES CHEIA - FRTPROV NAO '
                   'PODE SER ATUALIZADO'
               MOVE 'PRGCOB05' TO EL-PROGRAMA
               MOVE '0304-ARMAZENAR-PROV' TO EL-PARAGRAFO
               MOVE 'TABELA DE PROVISOES CHEIA - FRTPROV INTACTO'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-PROVISAO-ERRO-SW
               MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-IF.
           IF NOT WS-FIM-ARQUIVO
               PERFORM 0302-LER-PROVISAO
           END-IF.

       0350-GRAVAR-PROVISOES.
           OPEN OUTPUT FREIGHT-ACCRUAL-FILE.
           IF WS-FRTPROV-STATUS NOT = '00'
               DISPLAY 'ARQUIVO FRTPROV NAO DISPONIVEL - STATUS '
                   WS-FRTPROV-STATUS
               MOVE 'PRGCOB05' TO EL-PROGRAMA
               MOVE '0350-GRAVAR-PROV' TO EL-PARAGRAFO
               MOVE 'CONTROLE DA PROVISAO NAO GRAVADO EM FRTPROV'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0352-GRAVAR-PROVISAO
                   VARYING WS-IDX-PRV FROM 1 BY 1
                   UNTIL WS-IDX-PRV > WS-QTD-PROVISOES
               CLOSE FREIGHT-ACCRUAL-FILE
           END-IF.

       0352-GRAVAR-PROVISAO.
           MOVE SPACES TO FREIGHT-ACCRUAL-REC.
           MOVE WS-PRV-COMPETENCIA(WS-IDX-PRV) TO FV-COMPETENCIA.
           MOVE WS-PRV-TRANSP(WS-IDX-PRV)      TO FV-TRANSPORTADORA.
           MOVE WS-PRV-UF-ORIGEM(WS-IDX-PRV)   TO FV-UF-ORIGEM.
           MOVE WS-PRV-QTD(WS-IDX-PRV)         TO FV-QTD-COTACOES.
           MOVE WS-PRV-VALOR(WS-IDX-PRV)       TO FV-VALOR.
           MOVE WS-PRV-SITUACAO(WS-IDX-PRV)    TO FV-SITUACAO.
           MOVE WS-PRV-DATA-ESTORNO(WS-IDX-PRV) TO FV-DATA-ESTORNO.
           WRITE FREIGHT-ACCRUAL-REC.

      *********** RELATORIO ANALITICO: COTACOES PROVISIONADAS POR **
      *********** TRANSPORTADORA/CENTRO, COM SUBTOTAL, E AS ********
      *********** COTACOES QUE FICARAM DE FORA POR FALTA DE FRETE ***
       0400-IMPRIMIR-RELATORIO.
           OPEN OUTPUT ACCRUAL-REPORT-FILE.
           MOVE WRK-COMPETENCIA  TO WC1-COMPETENCIA.
           MOVE WS-DATA-PROCESSO TO WC1-DATA.
           WRITE ACCRUAL-REPORT-LINE FROM WS-CABECALHO-1.
           WRITE ACCRUAL-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           PERFORM 0410-IMPRIMIR-CENTRO
               VARYING WRK-IDX-P FROM 1 BY 1
               UNTIL WRK-IDX-P > WS-QTD-PROVISOES.
           IF WS-QTD-SEM-FRETE > ZEROS
               MOVE 'COTACOES SEM FRETE NO FRETELOG (NAO PROVISIONADAS)'
                   TO ACCRUAL-REPORT-LINE
               WRITE ACCRUAL-REPORT-LINE
               WRITE ACCRUAL-REPORT-LINE FROM WS-CABECALHO-2
               PERFORM 0430-IMPRIMIR-SEM-FRETE
                   VARYING WS-IDX-COT FROM 1 BY 1
                   UNTIL WS-IDX-COT > WS-QTD-COTACOES
               WRITE ACCRUAL-REPORT-LINE FROM WS-LINHA-SEPARADOR
           END-IF.
           MOVE 'COTACOES EMBARCADAS/ENTREGUES' TO WLQ-ROTULO.
           MOVE WS-QTD-COTACOES TO WLQ-QTDE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-LINHA-CONTAGEM.
           MOVE 'JA FATURADAS NO CARRINV' TO WLQ-ROTULO.
           MOVE WS-QTD-FATURADAS TO WLQ-QTDE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-LINHA-CONTAGEM.
           MOVE 'SEM FRETE NO FRETELOG' TO WLQ-ROTULO.
           MOVE WS-QTD-SEM-FRETE TO WLQ-QTDE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-LINHA-CONTAGEM.
           MOVE 'COTACOES PROVISIONADAS' TO WLQ-ROTULO.
           MOVE WS-QTD-PROVISIONADAS TO WLQ-QTDE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-LINHA-CONTAGEM.
           MOVE 'TOTAL PROVISIONADO (DESPFRET X FRETPROV)'
               TO WLR-ROTULO.
           MOVE WS-TOTAL-PROVISAO TO WLR-VALOR.
           WRITE ACCRUAL-REPORT-LINE FROM WS-LINHA-RESUMO.
           CLOSE ACCRUAL-REPORT-FILE.
           DISPLAY 'RELATORIO GERADO EM PROVFRET'.

       0410-IMPRIMIR-CENTRO.
           IF WS-PRV-COMPETENCIA(WRK-IDX-P) = WRK-COMPETENCIA
               MOVE WS-PRV-TRANSP(WRK-IDX-P)    TO WCC-TRANSP
               MOVE WS-PRV-UF-ORIGEM(WRK-IDX-P) TO WCC-UF-ORIGEM
               WRITE ACCRUAL-REPORT-LINE FROM WS-CABECALHO-CENTRO
               WRITE ACCRUAL-REPORT-LINE FROM WS-CABECALHO-2
               MOVE ZEROS TO WRK-QTD-CENTRO
               MOVE ZEROS TO WRK-SUBTOTAL
               PERFORM 0420-IMPRIMIR-COTACAO
                   VARYING WS-IDX-COT FROM 1 BY 1
                   UNTIL WS-IDX-COT > WS-QTD-COTACOES
               MOVE 'SUBTOTAL DO CENTRO' TO WLS-ROTULO
               MOVE WRK-QTD-CENTRO TO WLS-QTDE
               MOVE WRK-SUBTOTAL   TO WLS-VALOR
               WRITE ACCRUAL-REPORT-LINE FROM WS-LINHA-SUBTOTAL
               WRITE ACCRUAL-REPORT-LINE FROM WS-LINHA-SEPARADOR
           END-IF.

       0420-IMPRIMIR-COTACAO.
           IF NOT WS-COT-FATURADA(WS-IDX-COT)
              AND WS-COT-COM-FRETE(WS-IDX-COT)
              AND WS-COT-TRANSP(WS-IDX-COT) = WS-PRV-TRANSP(WRK-IDX-P)
              AND WS-COT-UF-ORIGEM(WS-IDX-COT)
                  = WS-PRV-UF-ORIGEM(WRK-IDX-P)
               MOVE SPACES TO WLC-OBSERVACAO
               PERFORM 0440-MONTAR-LINHA
               ADD 1 TO WRK-QTD-CENTRO
               ADD WS-COT-FRETE(WS-IDX-COT) TO WRK-SUBTOTAL
           END-IF.

       0430-IMPRIMIR-SEM-FRETE.
           IF NOT WS-COT-FATURADA(WS-IDX-COT)
              AND NOT WS-COT-COM-FRETE(WS-IDX-COT)
               MOVE WS-COT-TRANSP(WS-IDX-COT) TO WLC-OBSERVACAO
               PERFORM 0440-MONTAR-LINHA
           END-IF.

       0440-MONTAR-LINHA.
           MOVE WS-COT-NUMERO(WS-IDX-COT) TO WLC-NUMERO.
           MOVE WS-COT-UF(WS-IDX-COT)     TO WLC-UF.
           MOVE WS-COT-STATUS(WS-IDX-COT) TO WLC-STATUS.
           MOVE WS-COT-DATA(WS-IDX-COT)   TO WLC-DATA.
           MOVE WS-COT-FRETE(WS-IDX-COT)  TO WLC-FRETE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-LINHA-COTACAO.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** ESTORNO DA PROVISAO AINDA ABERTA DE COMPETENCIA **
      *********** ANTERIOR AO MES DA DATA DE PROCESSAMENTO; RODA ***
      *********** TODO DIA NO FECHAMENTO DIARIO E SO LANCA NO ******
      *********** PRIMEIRO DIA DO MES (OU NO PRIMEIRO PROCESSAMENTO *
      *********** DEPOIS DELE) *************************************
       0600-ESTORNAR-PROVISAO.
           MOVE 'N' TO WS-PROVISAO-ERRO-SW.
           MOVE WRK-COMPETENCIA-MOV TO WRK-COMPETENCIA.
           PERFORM 0300-CARREGAR-PROVISOES.
           MOVE ZEROS TO WS-QTD-ESTORNADAS.
           IF NOT WS-PROVISAO-ERRO
               PERFORM 0610-CONTAR-PENDENTES
                   VARYING WS-IDX-PRV FROM 1 BY 1
                   UNTIL WS-IDX-PRV > WS-QTD-PROVISOES
               IF WS-QTD-ESTORNADAS = ZEROS
                   DISPLAY 'NENHUMA PROVISAO DE FRETE A ESTORNAR'
               ELSE
                   MOVE ZEROS TO WS-QTD-ESTORNADAS
                   PERFORM 0700-ABRIR-GL
                   IF NOT WS-PROVISAO-ERRO
                       PERFORM 0720-ESTORNAR-CENTRO
                           VARYING WS-IDX-PRV FROM 1 BY 1
                           UNTIL WS-IDX-PRV > WS-QTD-PROVISOES
                       PERFORM 0760-FECHAR-GL
                       PERFORM 0350-GRAVAR-PROVISOES
                   END-IF
               END-IF
           END-IF.
           ADD WS-QTD-PROVISOES  TO WS-ENTRADAS-RUNCTL.
           ADD WS-QTD-ESTORNADAS TO WS-SAIDAS-RUNCTL.

       0610-CONTAR-PENDENTES.
           IF WS-PRV-SITUACAO(WS-IDX-PRV) = 'P'
              AND WS-PRV-COMPETENCIA(WS-IDX-PRV) < WRK-COMPETENCIA
               ADD 1 TO WS-QTD-ESTORNADAS
           END-IF.

      *********** GLFRETE RECEBE CADA LOTE (PROVISAO OU ESTORNO) ***
      *********** NO FIM DO ARQUIVO, FECHADO COM OS *CTRL **********
       0700-ABRIR-GL.
           MOVE ZEROS TO WS-TOTAL-DEBITOS.
           MOVE ZEROS TO WS-TOTAL-CREDITOS.
           MOVE ZEROS TO WS-QTD-LANCAMENTOS.
           OPEN EXTEND GL-FREIGHT-FILE.
           IF WS-GLFRETE-STATUS = '35'
               OPEN OUTPUT GL-FREIGHT-FILE
           END-IF.
           IF WS-GLFRETE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO GLFRETE NAO DISPONIVEL - STATUS '
                   WS-GLFRETE-STATUS
               MOVE 'PRGCOB05' TO EL-PROGRAMA
               MOVE '0700-ABRIR-GL' TO EL-PARAGRAFO
               MOVE 'ARQUIVO GLFRETE NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-PROVISAO-ERRO-SW
           END-IF.

      *********** ESTORNO: FRETPROV X DESPFRET PELO VALOR *********
      *********** PROVISIONADO, E A PROVISAO PASSA A ESTORNADA ******
       0720-ESTORNAR-CENTRO.
           IF WS-PRV-SITUACAO(WS-IDX-PRV) = 'P'
              AND WS-PRV-COMPETENCIA(WS-IDX-PRV) < WRK-COMPETENCIA
               MOVE SPACES TO GL-EXPORT-REC
               MOVE WS-PRV-TRANSP(WS-IDX-PRV)    TO WS-CGL-TRANSP
               MOVE WS-PRV-UF-ORIGEM(WS-IDX-PRV) TO WS-CGL-UF-ORIGEM
               MOVE WS-CENTRO-GL TO GL-CENTRO
               MOVE WS-PRV-VALOR(WS-IDX-PRV) TO GL-VALOR
               MOVE 'FRETPROV' TO GL-CONTA
               MOVE 'D' TO GL-DC
               PERFORM 0750-GRAVAR-LANCAMENTO
               MOVE 'DESPFRET' TO GL-CONTA
               MOVE 'C' TO GL-DC
               PERFORM 0750-GRAVAR-LANCAMENTO
               MOVE 'E' TO WS-PRV-SITUACAO(WS-IDX-PRV)
               MOVE WS-DATA-PROCESSO
                   TO WS-PRV-DATA-ESTORNO(WS-IDX-PRV)
               ADD 1 TO WS-QTD-ESTORNADAS
               ADD WS-PRV-VALOR(WS-IDX-PRV) TO WS-TOTAL-ESTORNO
               ADD WS-PRV-VALOR(WS-IDX-PRV) TO WS-TOTAL-RUNCTL
               MOVE WS-PRV-VALOR(WS-IDX-PRV) TO WS-VALOR-ED
               DISPLAY 'ESTORNO ' WS-PRV-COMPETENCIA(WS-IDX-PRV)
                   ' CENTRO ' WS-CENTRO-GL ': ' WS-VALOR-ED
           END-IF.

      *********** PROVISAO: DESPFRET X FRETPROV POR CENTRO *********
       0740-PROVISIONAR-CENTRO.
           IF WS-PRV-COMPETENCIA(WS-IDX-PRV) = WRK-COMPETENCIA
              AND WS-PRV-VALOR(WS-IDX-PRV) > ZEROS
               MOVE SPACES TO GL-EXPORT-REC
               MOVE WS-PRV-TRANSP(WS-IDX-PRV)    TO WS-CGL-TRANSP
               MOVE WS-PRV-UF-ORIGEM(WS-IDX-PRV) TO WS-CGL-UF-ORIGEM
               MOVE WS-CENTRO-GL TO GL-CENTRO
               MOVE WS-PRV-VALOR(WS-IDX-PRV) TO GL-VALOR
               MOVE 'DESPFRET' TO GL-CONTA
               MOVE 'D' TO GL-DC
               PERFORM 0750-GRAVAR-LANCAMENTO
               MOVE 'FRETPROV' TO GL-CONTA
               MOVE 'C' TO GL-DC
               PERFORM 0750-GRAVAR-LANCAMENTO
           END-IF.

       0750-GRAVAR-LANCAMENTO.
           WRITE GL-EXPORT-REC.
           ADD 1 TO WS-QTD-LANCAMENTOS.
           IF GL-DC = 'D'
               ADD GL-VALOR TO WS-TOTAL-DEBITOS
           ELSE
               ADD GL-VALOR TO WS-TOTAL-CREDITOS
           END-IF.

       0760-FECHAR-GL.
           MOVE SPACES TO GL-EXPORT-REC.
           MOVE '*CTRL' TO GL-CENTRO.
           MOVE 'TOTDEB  ' TO GL-CONTA.
           MOVE 'D' TO GL-DC.
           MOVE WS-TOTAL-DEBITOS TO GL-VALOR.
           WRITE GL-EXPORT-REC.
           MOVE 'TOTCRED ' TO GL-CONTA.
           MOVE 'C' TO GL-DC.
           MOVE WS-TOTAL-CREDITOS TO GL-VALOR.
           WRITE GL-EXPORT-REC.
           CLOSE GL-FREIGHT-FILE.
           MOVE WS-TOTAL-DEBITOS TO WS-VALOR-ED.
           DISPLAY 'LANCAMENTOS DE FRETE GERADOS EM GLFRETE'.
           DISPLAY 'LANCAMENTOS DO LOTE.... : ' WS-QTD-LANCAMENTOS.
           DISPLAY 'TOTAL DE DEBITOS....... : ' WS-VALOR-ED.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB05'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-ENTRADAS-RUNCTL TO RC-REGISTROS-ENTRADA
               MOVE WS-SAIDAS-RUNCTL   TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-RUNCTL    TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
