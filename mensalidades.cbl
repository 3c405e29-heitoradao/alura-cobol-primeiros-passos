      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA O NUMERO DA REMESSA DE
      ***                    COBRANCA INCLUIDO NO TUITION.COB (FD
      ***                    DE 55 POSICOES), GRAVADO ZERADO NA
      ***                    COBRANCA NOVA; A BAIXA MANUAL AVISA
      ***                    QUANDO A MENSALIDADE JA TEM BOLETO
      ***                    NO BANCO
      ***   15/10/2026 HJR   BOLSAS E DESCONTOS POR MATRICULA (BOLSAS:
      ***                    BOLSA PERCENTUAL, IRMAOS E PAGAMENTO
      ***                    ANTECIPADO, COM COMPETENCIA INICIAL E
      ***                    FINAL) APLICADOS NA GERACAO: TU-VALOR
      ***                    PASSA A SER O LIQUIDO, O COBRREL LISTA
      ***                    BRUTO/DESCONTO/LIQUIDO E CADA DESCONTO
      ***                    VAI PARA O DESCMENS; BOLSA INTEGRAL JA
      ***                    NASCE QUITADA. NOVAS OPCOES 4 (CADASTRO
      ***                    DA BOLSA) E 5 (DESCONTOS POR TIPO E
      ***                    TURMA NO DESCREL)
      ***   15/10/2026 HJR   DESCONTO ANTECIPADO (A) NAO SAI
      ***                    MAIS DO TU-VALOR NA GERACAO: FICA
      ***                    EM TU-DESCONTO-ANTECIPADO (FD DE 64
      ***                    POSICOES) E SO E ABATIDO NA BAIXA
      ***                    ATE O VENCIMENTO; O COBRREL GANHA A
      ***                    COLUNA DO ANTECIPADO CONDICIONAL
      ***   15/10/2026 HJR   DESCONTO ANTECIPADO (A) NAO VAI MAIS
      ***                    AO DESCMENS NA GERACAO: E GRAVADO
      ***                    NA BAIXA ATE O VENCIMENTO, QUANDO E
      ***                    CONCEDIDO (NO RETORNO DO BANCO PELO
      ***                    PRGCOB87), E O DESCREL SO SOMA O
      ***                    ANTECIPADO REALMENTE CONCEDIDO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-INADIMPL-STATUS.
           SELECT ARREARS-REPORT-FILE ASSIGN TO 'INADIMRL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHOLARSHIP-FILE ASSIGN TO 'BOLSAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLSAS-STATUS.
           SELECT DISCOUNT-FILE ASSIGN TO 'DESCMENS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESCMENS-STATUS.
           SELECT BILLING-REPORT-FILE ASSIGN TO 'COBRREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCOUNT-REPORT-FILE ASSIGN TO 'DESCREL'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TUITION-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY 'TUITION.COB'.

       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ARREARS-REPORT-LINE   PIC X(80).

       FD  SCHOLARSHIP-FILE
           RECORD CONTAINS 28 CHARACTERS.
           COPY 'BOLSAS.COB'.

       FD  DISCOUNT-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY 'DESCMENS.COB'.

       FD  BILLING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BILLING-REPORT-LINE   PIC X(80).

       FD  DISCOUNT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DISCOUNT-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TUITION-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-STUMAST-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PARM-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-HOLIDAY-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-INADIMPL-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-BOLSAS-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-DESCMENS-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-BOLSAS-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-BOLSAS                    VALUE 'S'.
       77  WS-FIM-DESCONTOS-SW   PIC X(01)     VALUE 'N'.
           88 WS-FIM-DESCONTOS                 VALUE 'S'.
       77  WS-DESCMENS-ABERTO-SW PIC X(01)     VALUE 'N'.
           88 WS-DESCMENS-ABERTO               VALUE 'S'.
       77  WS-BOLSA-OK-SW        PIC X(01)     VALUE 'N'.
           88 WS-BOLSA-OK                      VALUE 'S'.
       77  WS-TURMA-ACHADA-SW    PIC X(01)     VALUE 'N'.
           88 WS-TURMA-ACHADA                  VALUE 'S'.
       77  WS-FIM-ALUNOS-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-ALUNOS                    VALUE 'S'.
       77  WS-FIM-PARM-SW        PIC X(01)     VALUE 'N'.
       77  WRK-MATRICULA         PIC 9(06)     VALUE ZEROS.
       77  WRK-VALOR-PADRAO      PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VALOR-TURMA       PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VALOR-DESCONTO    PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VALOR-LIQUIDO     PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VALOR-TIPO        PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VALOR-ANTECIPADO  PIC 9(06)V99  VALUE ZEROS.
       77  WRK-PCT-ANTECIPADO    PIC 9(03)V99  VALUE ZEROS.
       77  WRK-TIPO-BOLSA        PIC X(01)     VALUE SPACES.
       77  WRK-PCT-BOLSA         PIC 9(03)V99  VALUE ZEROS.
       77  WRK-IDX-TIPO          PIC 9(01)     VALUE ZEROS.
       77  WS-QTD-BOLSAS         PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-COM-DESCONTO   PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-TURMAS-DESC    PIC 9(02)     VALUE ZEROS.
       77  WS-QTD-DESCONTOS      PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-BRUTO        PIC 9(08)V99  VALUE ZEROS.
       77  WS-TOTAL-DESCONTO     PIC 9(08)V99  VALUE ZEROS.
       77  WS-TOTAL-LIQUIDO      PIC 9(08)V99  VALUE ZEROS.
       77  WS-TOTAL-ANTECIPADO   PIC 9(08)V99  VALUE ZEROS.
       77  WS-TOTAL-GERAL-DESC   PIC 9(08)V99  VALUE ZEROS.
       77  WS-QTD-GERADAS        PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-FERIADOS       PIC 9(02)     VALUE ZEROS.
       77  WS-QTD-PARM           PIC 9(02)     VALUE ZEROS.
           02 WAL-DIAS           PIC ZZZZ9.
           02 FILLER             PIC X(05) VALUE ' DIAS'.

      *********** BOLSAS E DESCONTOS CADASTRADOS (BOLSAS) ********
       01  WS-TABELA-BOLSAS.
           02 WS-BOL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-IDX-BOL.
               03 WS-BOL-MATRICULA   PIC 9(06).
               03 WS-BOL-TIPO        PIC X(01).
               03 WS-BOL-PERCENTUAL  PIC 9(03)V99.
               03 WS-BOL-INICIO      PIC 9(06).
               03 WS-BOL-FIM         PIC 9(06).

      *********** DIGITACAO DE UMA BOLSA/DESCONTO *****************
       01  WRK-BOLSA-NOVA.
           02 WRK-BN-MATRICULA       PIC 9(06)     VALUE ZEROS.
           02 WRK-BN-TIPO            PIC X(01)     VALUE SPACES.
               88 WRK-BN-TIPO-VALIDO         VALUE 'B' 'I' 'A'.
           02 WRK-BN-PERCENTUAL      PIC 9(03)V99  VALUE ZEROS.
           02 WRK-BN-INICIO          PIC 9(06)     VALUE ZEROS.
           02 WRK-BN-INICIO-GRP REDEFINES WRK-BN-INICIO.
               03 WRK-BN-INICIO-ANO  PIC 9(04).
               03 WRK-BN-INICIO-MES  PIC 9(02).
           02 WRK-BN-FIM             PIC 9(06)     VALUE ZEROS.
           02 WRK-BN-FIM-GRP REDEFINES WRK-BN-FIM.
               03 WRK-BN-FIM-ANO     PIC 9(04).
               03 WRK-BN-FIM-MES     PIC 9(02).

      *********** TIPOS APLICADOS NA COBRANCA: POSICAO 1 = B, ******
      *********** 2 = I, 3 = A ************************************
       01  WRK-TIPOS-APLICADOS.
           02 WRK-TIPO-APLICADO      PIC X(01)     OCCURS 3 TIMES.

      *********** DESCONTO CONCEDIDO POR TURMA E TIPO (1 = BOLSA, *
      *********** 2 = IRMAOS, 3 = ANTECIPADO) *********************
       01  WS-TABELA-DESC-TURMA.
           02 WS-DT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-IDX-DT.
               03 WS-DT-TURMA        PIC X(05).
               03 WS-DT-VALOR        PIC 9(08)V99  OCCURS 3 TIMES.
       01  WS-TOTAIS-TIPO.
           02 WS-TT-VALOR            PIC 9(08)V99  OCCURS 3 TIMES.
           02 WS-TT-QTD              PIC 9(05)     OCCURS 3 TIMES.

       01  WS-COBR-CABECALHO.
           02 FILLER             PIC X(40) VALUE
              'COBRANCAS DE MENSALIDADE - COMPETENCIA: '.
           02 WCC-COMPETENCIA    PIC 9(06).
           02 FILLER             PIC X(14) VALUE
              '  VENCIMENTO: '.
           02 WCC-VENCIMENTO     PIC 9(08).
       01  WS-COBR-TITULOS.
           02 FILLER             PIC X(54) VALUE
              'MATRIC TURMA         BRUTO      DESCONTO       LIQUIDO'.
           02 FILLER             PIC X(10) VALUE '  TIP  SIT'.
           02 FILLER             PIC X(13) VALUE
              '   ANTECIPADO'.
       01  WS-COBR-LINHA.
           02 WCL-MATRICULA      PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WCL-TURMA          PIC X(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WCL-BRUTO          PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WCL-DESCONTO       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WCL-LIQUIDO        PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WCL-TIPOS          PIC X(03).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WCL-SITUACAO       PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WCL-ANTECIPADO     PIC ZZ.ZZZ.ZZ9,99.
       01  WS-COBR-TOTAL.
           02 FILLER             PIC X(13) VALUE 'TOTAIS'.
           02 WCT-BRUTO          PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WCT-DESCONTO       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WCT-LIQUIDO        PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(10) VALUE SPACES.
           02 WCT-ANTECIPADO     PIC ZZ.ZZZ.ZZ9,99.

       01  WS-DESC-CABECALHO.
           02 FILLER             PIC X(45) VALUE
              'DESCONTOS CONCEDIDOS EM MENSALIDADES - COMP: '.
           02 WDC-COMPETENCIA    PIC 9(06).
       01  WS-DESC-TITULOS.
           02 FILLER             PIC X(50) VALUE
              'TURMA          BOLSA         IRMAOS     ANTECIPADO'.
           02 FILLER             PIC X(15) VALUE
              '          TOTAL'.
       01  WS-DESC-LINHA.
           02 WDL-TURMA          PIC X(05).
           02 WDL-COLUNA OCCURS 3 TIMES.
               03 FILLER         PIC X(02)     VALUE SPACES.
               03 WDL-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WDL-TOTAL          PIC ZZ.ZZZ.ZZ9,99.
       01  WS-DESC-QTD-LINHA.
           02 FILLER             PIC X(05) VALUE 'QTD'.
           02 WDQ-COLUNA OCCURS 3 TIMES.
               03 FILLER         PIC X(02)     VALUE SPACES.
               03 WDQ-QTD        PIC ZZZZZZZZZZZZ9.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           PERFORM 0050-CARREGAR-PARM.
           PERFORM 0060-CARREGAR-FERIADOS.
           PERFORM 0070-CARREGAR-BOLSAS.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
           GOBACK.
           END-IF.
           PERFORM 0062-LER-FERIADO.

      *********** BOLSAS E DESCONTOS POR MATRICULA (BOLSAS); ******
      *********** SEM O ARQUIVO, NINGUEM TEM DESCONTO *************
       0070-CARREGAR-BOLSAS.
           MOVE 'N'   TO WS-FIM-BOLSAS-SW.
           MOVE ZEROS TO WS-QTD-BOLSAS.
           OPEN INPUT SCHOLARSHIP-FILE.
           IF WS-BOLSAS-STATUS = '00'
               PERFORM 0072-LER-BOLSA
               PERFORM 0074-ARMAZENAR-BOLSA
                   UNTIL WS-FIM-BOLSAS
               CLOSE SCHOLARSHIP-FILE
           END-IF.

       0072-LER-BOLSA.
           READ SCHOLARSHIP-FILE
               AT END
                   MOVE 'S' TO WS-FIM-BOLSAS-SW
           END-READ.

       0074-ARMAZENAR-BOLSA.
           IF WS-QTD-BOLSAS < 500
               ADD 1 TO WS-QTD-BOLSAS
               MOVE BO-MATRICULA
                   TO WS-BOL-MATRICULA(WS-QTD-BOLSAS)
               MOVE BO-TIPO        TO WS-BOL-TIPO(WS-QTD-BOLSAS)
               MOVE BO-PERCENTUAL
                   TO WS-BOL-PERCENTUAL(WS-QTD-BOLSAS)
               MOVE BO-COMP-INICIO TO WS-BOL-INICIO(WS-QTD-BOLSAS)
               MOVE BO-COMP-FIM    TO WS-BOL-FIM(WS-QTD-BOLSAS)
           END-IF.
           PERFORM 0072-LER-BOLSA.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== MENSALIDADES ====='.
           DISPLAY ' (1) GERAR COBRANCAS DA COMPETENCIA '.
           DISPLAY ' (2) REGISTRAR PAGAMENTO '.
           DISPLAY ' (3) RELATORIO DE INADIMPLENCIA '.
           DISPLAY ' (4) CADASTRAR BOLSA/DESCONTO '.
           DISPLAY ' (5) RELATORIO DE DESCONTOS CONCEDIDOS '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
                   PERFORM 0400-REGISTRAR-PAGAMENTO
               WHEN 3
                   PERFORM 0500-RELATORIO-INADIMPLENCIA
               WHEN 4
                   PERFORM 0600-CADASTRAR-BOLSA
               WHEN 5
                   PERFORM 0700-RELATORIO-DESCONTOS
               WHEN 0
                   CONTINUE
               WHEN OTHER

      *********** UMA COBRANCA POR MATRICULA DO STUMAST, COM ******
      *********** VENCIMENTO NO DIA 10 DESLOCADO PARA O ***********
      *********** PROXIMO DIA UTIL; AS BOLSAS/DESCONTOS VIGENTES **
      *********** NA COMPETENCIA SAEM DO VALOR BRUTO DA TURMA, ****
      *********** CADA UM GRAVADO NO DESCMENS, E O COBRREL LISTA **
      *********** BRUTO, DESCONTO E LIQUIDO DE CADA COBRANCA; O ***
      *********** ANTECIPADO SO VAI AO DESCMENS NA BAIXA *********
       0200-GERAR-COBRANCAS.
           DISPLAY 'COMPETENCIA (AAAAMM)... : ' WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           ACCEPT WRK-VALOR-PADRAO.
           MOVE 'N'   TO WS-FIM-ALUNOS-SW.
           MOVE ZEROS TO WS-QTD-GERADAS.
           MOVE ZEROS TO WS-QTD-COM-DESCONTO.
           MOVE ZEROS TO WS-TOTAL-BRUTO.
           MOVE ZEROS TO WS-TOTAL-DESCONTO.
           MOVE ZEROS TO WS-TOTAL-LIQUIDO.
           MOVE ZEROS TO WS-TOTAL-ANTECIPADO.
           COMPUTE WRK-DATA-VENCIMENTO =
               WRK-COMPETENCIA * 100 + 10.
           PERFORM 0250-AJUSTAR-DIA-UTIL.
               IF WS-TUITION-STATUS = '35'
                   OPEN OUTPUT TUITION-FILE
               END-IF
               PERFORM 0205-ABRIR-DESCONTOS
               PERFORM 0210-LER-ALUNO
               PERFORM 0220-GERAR-UMA-COBRANCA
                   UNTIL WS-FIM-ALUNOS
               PERFORM 0207-FECHAR-DESCONTOS
               CLOSE TUITION-FILE
               CLOSE STUDENT-MASTER-FILE
               DISPLAY 'COBRANCAS GERADAS...... : ' WS-QTD-GERADAS
               DISPLAY 'VENCIMENTO............. : '
                   WRK-DATA-VENCIMENTO
               DISPLAY 'COBRANCAS COM DESCONTO. : '
                   WS-QTD-COM-DESCONTO
               MOVE WS-TOTAL-DESCONTO TO WS-TOTAL-ABERTO-ED
               DISPLAY 'TOTAL DE DESCONTOS..... : '
                   WS-TOTAL-ABERTO-ED
               MOVE WS-TOTAL-ANTECIPADO TO WS-TOTAL-ABERTO-ED
               DISPLAY 'ANTECIPADO CONDICIONAL. : '
                   WS-TOTAL-ABERTO-ED
               DISPLAY 'LISTAGEM EM COBRREL'
           END-IF.

       0205-ABRIR-DESCONTOS.
           MOVE 'N' TO WS-DESCMENS-ABERTO-SW.
           OPEN EXTEND DISCOUNT-FILE.
           IF WS-DESCMENS-STATUS = '35'
               OPEN OUTPUT DISCOUNT-FILE
           END-IF.
           IF WS-DESCMENS-STATUS = '00'
               MOVE 'S' TO WS-DESCMENS-ABERTO-SW
           ELSE
               DISPLAY 'ARQUIVO DESCMENS NAO DISPONIVEL - '
                   'DESCONTOS NAO REGISTRADOS PARA O RELATORIO'
           END-IF.
           OPEN OUTPUT BILLING-REPORT-FILE.
           MOVE WRK-COMPETENCIA     TO WCC-COMPETENCIA.
           MOVE WRK-DATA-VENCIMENTO TO WCC-VENCIMENTO.
           WRITE BILLING-REPORT-LINE FROM WS-COBR-CABECALHO.
           MOVE SPACES TO BILLING-REPORT-LINE.
           WRITE BILLING-REPORT-LINE.
           WRITE BILLING-REPORT-LINE FROM WS-COBR-TITULOS.

       0207-FECHAR-DESCONTOS.
           MOVE SPACES TO BILLING-REPORT-LINE.
           WRITE BILLING-REPORT-LINE.
           MOVE WS-TOTAL-BRUTO    TO WCT-BRUTO.
           MOVE WS-TOTAL-DESCONTO TO WCT-DESCONTO.
           MOVE WS-TOTAL-LIQUIDO  TO WCT-LIQUIDO.
           MOVE WS-TOTAL-ANTECIPADO TO WCT-ANTECIPADO.
           WRITE BILLING-REPORT-LINE FROM WS-COBR-TOTAL.
           CLOSE BILLING-REPORT-FILE.
           IF WS-DESCMENS-ABERTO
               CLOSE DISCOUNT-FILE
           END-IF.

       0210-LER-ALUNO.
                   MOVE 'S' TO WS-FIM-ALUNOS-SW
           END-READ.

      *********** BOLSA INTEGRAL (LIQUIDO ZERO) JA NASCE QUITADA, *
      *********** PARA NAO CAIR NA INADIMPLENCIA NEM NA REMESSA ***
      *********** O DESCONTO ANTECIPADO NAO SAI DO TU-VALOR: FICA *
      *********** EM TU-DESCONTO-ANTECIPADO ATE A BAIXA ***********
       0220-GERAR-UMA-COBRANCA.
           PERFORM 0230-BUSCAR-VALOR-TURMA.
           PERFORM 0300-APLICAR-DESCONTOS.
           MOVE AL-MATRICULA       TO TU-MATRICULA.
           MOVE WRK-COMPETENCIA    TO TU-COMPETENCIA.
           MOVE AL-TURMA           TO TU-TURMA.
           MOVE WRK-VALOR-LIQUIDO  TO TU-VALOR.
           MOVE WRK-DATA-VENCIMENTO TO TU-DATA-VENCIMENTO.
           IF WRK-VALOR-LIQUIDO = ZEROS
               MOVE 'P'            TO TU-SITUACAO
               MOVE WS-DATA-HOJE   TO TU-DATA-PAGAMENTO
           ELSE
               MOVE 'A'            TO TU-SITUACAO
               MOVE ZEROS          TO TU-DATA-PAGAMENTO
           END-IF.
           MOVE ZEROS              TO TU-NUM-REMESSA.
           MOVE WRK-VALOR-ANTECIPADO TO TU-DESCONTO-ANTECIPADO.
           WRITE TUITION-REC.
           ADD 1 TO WS-QTD-GERADAS.
           PERFORM 0330-LISTAR-COBRANCA.
           PERFORM 0210-LER-ALUNO.

       0230-BUSCAR-VALOR-TURMA.
               MOVE 'S' TO WS-FERIADO-SW
           END-IF.

      *********** BOLSAS/DESCONTOS DA MATRICULA VIGENTES NA ******
      *********** COMPETENCIA: CADA PERCENTUAL INCIDE SOBRE O *****
      *********** BRUTO DA TURMA E A SOMA NUNCA PASSA DO BRUTO ****
      *********** (O QUE ESTOURAR E LIMITADO AO SALDO) ************
      *********** O DESCONTO DE PAGAMENTO ANTECIPADO (TIPO A) NAO *
      *********** ENTRA NO LIQUIDO COBRADO: E CONDICIONAL, SO VALE *
      *********** NA BAIXA ATE O VENCIMENTO, E FICA LIMITADO AO ***
      *********** QUE SOBRA DEPOIS DA BOLSA E DO DESCONTO DE ******
      *********** IRMAOS; NAO E GRAVADO NO DESCMENS AQUI, SO ******
      *********** QUANDO CONCEDIDO NA BAIXA (AQUI OU NO RETORNO ***
      *********** DO BANCO PELO PRGCOB87) *************************
       0300-APLICAR-DESCONTOS.
           MOVE ZEROS  TO WRK-VALOR-DESCONTO.
           MOVE ZEROS  TO WRK-VALOR-ANTECIPADO.
           MOVE ZEROS  TO WRK-PCT-ANTECIPADO.
           MOVE SPACES TO WRK-TIPOS-APLICADOS.
           PERFORM 0310-AVALIAR-BOLSA
               VARYING WS-IDX-BOL FROM 1 BY 1
               UNTIL WS-IDX-BOL > WS-QTD-BOLSAS.
           COMPUTE WRK-VALOR-LIQUIDO =
               WRK-VALOR-TURMA - WRK-VALOR-DESCONTO.
           IF WRK-VALOR-ANTECIPADO > WRK-VALOR-LIQUIDO
               MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-ANTECIPADO
           END-IF.
           IF WRK-VALOR-ANTECIPADO > ZEROS
               MOVE 'A' TO WRK-TIPO-APLICADO(3)
           END-IF.
           IF WRK-VALOR-DESCONTO > ZEROS
              OR WRK-VALOR-ANTECIPADO > ZEROS
               ADD 1 TO WS-QTD-COM-DESCONTO
           END-IF.
           ADD WRK-VALOR-ANTECIPADO TO WS-TOTAL-ANTECIPADO.
           ADD WRK-VALOR-TURMA    TO WS-TOTAL-BRUTO.
           ADD WRK-VALOR-DESCONTO TO WS-TOTAL-DESCONTO.
           ADD WRK-VALOR-LIQUIDO  TO WS-TOTAL-LIQUIDO.

       0310-AVALIAR-BOLSA.
           IF WS-BOL-MATRICULA(WS-IDX-BOL) = AL-MATRICULA
              AND WS-BOL-INICIO(WS-IDX-BOL) NOT > WRK-COMPETENCIA
              AND (WS-BOL-FIM(WS-IDX-BOL) = ZEROS
                OR WS-BOL-FIM(WS-IDX-BOL) NOT < WRK-COMPETENCIA)
               COMPUTE WRK-VALOR-TIPO ROUNDED =
                   WRK-VALOR-TURMA
                   * WS-BOL-PERCENTUAL(WS-IDX-BOL) / 100
               IF WS-BOL-TIPO(WS-IDX-BOL) = 'A'
                   ADD WRK-VALOR-TIPO TO WRK-VALOR-ANTECIPADO
                   ADD WS-BOL-PERCENTUAL(WS-IDX-BOL)
                       TO WRK-PCT-ANTECIPADO
               ELSE
                   PERFORM 0315-DESCONTAR-BOLSA
               END-IF
           END-IF.

       0315-DESCONTAR-BOLSA.
           IF WRK-VALOR-TIPO >
              WRK-VALOR-TURMA - WRK-VALOR-DESCONTO
               COMPUTE WRK-VALOR-TIPO =
                   WRK-VALOR-TURMA - WRK-VALOR-DESCONTO
           END-IF.
           IF WRK-VALOR-TIPO > ZEROS
               ADD WRK-VALOR-TIPO TO WRK-VALOR-DESCONTO
               MOVE WS-BOL-TIPO(WS-IDX-BOL)       TO WRK-TIPO-BOLSA
               MOVE WS-BOL-PERCENTUAL(WS-IDX-BOL) TO WRK-PCT-BOLSA
               PERFORM 0320-GRAVAR-DESCONTO
           END-IF.

       0320-GRAVAR-DESCONTO.
           EVALUATE WRK-TIPO-BOLSA
               WHEN 'B'
                   MOVE 'B' TO WRK-TIPO-APLICADO(1)
               WHEN 'I'
                   MOVE 'I' TO WRK-TIPO-APLICADO(2)
           END-EVALUATE.
           IF WS-DESCMENS-ABERTO
               MOVE WRK-COMPETENCIA    TO DM-COMPETENCIA
               MOVE AL-MATRICULA       TO DM-MATRICULA
               MOVE AL-TURMA           TO DM-TURMA
               MOVE WRK-TIPO-BOLSA     TO DM-TIPO
               MOVE WRK-PCT-BOLSA      TO DM-PERCENTUAL
               MOVE WRK-VALOR-TURMA    TO DM-VALOR-BRUTO
               MOVE WRK-VALOR-TIPO     TO DM-VALOR
               WRITE DISCOUNT-REC
           END-IF.

       0330-LISTAR-COBRANCA.
           MOVE AL-MATRICULA        TO WCL-MATRICULA.
           MOVE AL-TURMA            TO WCL-TURMA.
           MOVE WRK-VALOR-TURMA     TO WCL-BRUTO.
           MOVE WRK-VALOR-DESCONTO  TO WCL-DESCONTO.
           MOVE WRK-VALOR-LIQUIDO   TO WCL-LIQUIDO.
           MOVE WRK-TIPOS-APLICADOS TO WCL-TIPOS.
           MOVE TU-SITUACAO         TO WCL-SITUACAO.
           MOVE WRK-VALOR-ANTECIPADO TO WCL-ANTECIPADO.
           WRITE BILLING-REPORT-LINE FROM WS-COBR-LINHA.

      *********** BAIXA DE PAGAMENTO: RELE O ARQUIVO INTEIRO ******
      *********** E REGRAVA COM A COBRANCA QUITADA; PAGO ATE O ****
      *********** VENCIMENTO, O DESCONTO ANTECIPADO SAI DO ********
      *********** TU-VALOR, QUE FICA COM O VALOR RECEBIDO; PAGO ***
      *********** DEPOIS, O DESCONTO E PERDIDO (ZERADO). O *******
      *********** DESCONTO CONCEDIDO VAI PARA O DESCMENS **********
       0400-REGISTRAR-PAGAMENTO.
           DISPLAY 'MATRICULA.............. : ' WITH NO ADVANCING.
           ACCEPT WRK-MATRICULA.
               MOVE 'S' TO WS-DEV-ACHADO-SW
               MOVE 'P' TO TU-SITUACAO
               MOVE WS-DATA-HOJE TO TU-DATA-PAGAMENTO
               IF TU-DATA-PAGAMENTO > TU-DATA-VENCIMENTO
                   MOVE ZEROS TO TU-DESCONTO-ANTECIPADO
               ELSE
                   PERFORM 0430-GRAVAR-ANTECIPADO
                   SUBTRACT TU-DESCONTO-ANTECIPADO FROM TU-VALOR
               END-IF
               REWRITE TUITION-REC
               MOVE TU-VALOR TO WS-TOTAL-ABERTO-ED
               DISPLAY 'VALOR A RECEBER........ : '
                   WS-TOTAL-ABERTO-ED
               IF TU-NUM-REMESSA > ZEROS
                   DISPLAY 'ATENCAO: MENSALIDADE COM BOLETO NA '
                       'REMESSA ' TU-NUM-REMESSA ' - PEDIR A '
                       'BAIXA DO TITULO AO BANCO'
               END-IF
           ELSE
               PERFORM 0410-LER-COBRANCA
           END-IF.

      *********** DESCONTO ANTECIPADO CONCEDIDO NO DESCMENS (TIPO *
      *********** A): BRUTO E O TU-VALOR COBRADO E O PERCENTUAL E *
      *********** O EFETIVO SOBRE ELE (O PRGCOB87 GRAVA IGUAL NA ***
      *********** BAIXA PELO RETORNO DO BANCO) ********************
       0430-GRAVAR-ANTECIPADO.
           IF TU-DESCONTO-ANTECIPADO > ZEROS
               OPEN EXTEND DISCOUNT-FILE
               IF WS-DESCMENS-STATUS = '35'
                   OPEN OUTPUT DISCOUNT-FILE
               END-IF
               IF WS-DESCMENS-STATUS = '00'
                   COMPUTE WRK-PCT-ANTECIPADO ROUNDED =
                       TU-DESCONTO-ANTECIPADO * 100 / TU-VALOR
                   MOVE TU-COMPETENCIA         TO DM-COMPETENCIA
                   MOVE TU-MATRICULA           TO DM-MATRICULA
                   MOVE TU-TURMA               TO DM-TURMA
                   MOVE 'A'                    TO DM-TIPO
                   MOVE WRK-PCT-ANTECIPADO     TO DM-PERCENTUAL
                   MOVE TU-VALOR               TO DM-VALOR-BRUTO
                   MOVE TU-DESCONTO-ANTECIPADO TO DM-VALOR
                   WRITE DISCOUNT-REC
                   CLOSE DISCOUNT-FILE
               ELSE
                   DISPLAY 'ARQUIVO DESCMENS NAO DISPONIVEL - '
                       'DESCONTO NAO REGISTRADO PARA O RELATORIO'
               END-IF
           END-IF.

      *********** INADIMPLENCIA: AGING POR ALUNO DAS COBRANCAS ****
      *********** VENCIDAS EM ABERTO; ATRASO ACIMA DE 60 DIAS *****
      *********** ENTRA NO INADIMPL, QUE O PRGCOB48 CONSULTA ******
               MOVE WS-DEV-MATRICULA(WRK-IDX-I) TO DV-MATRICULA
               WRITE DEFAULTER-REC
           END-IF.

      *********** CADASTRO DE BOLSA/DESCONTO: MATRICULA DO ********
      *********** STUMAST (SEM O CADASTRO NAO CONFERE), TIPO, *****
      *********** PERCENTUAL ATE 100 E VIGENCIA SEM SOBREPOR *****
      *********** OUTRA DO MESMO TIPO PARA A MESMA MATRICULA ******
       0600-CADASTRAR-BOLSA.
           DISPLAY 'MATRICULA.............. : ' WITH NO ADVANCING.
           ACCEPT WRK-BN-MATRICULA.
           DISPLAY 'TIPO (B=BOLSA I=IRMAOS A=ANTECIPADO): '
               WITH NO ADVANCING.
           ACCEPT WRK-BN-TIPO.
           MOVE FUNCTION UPPER-CASE(WRK-BN-TIPO) TO WRK-BN-TIPO.
           DISPLAY 'PERCENTUAL (999,99).... : ' WITH NO ADVANCING.
           ACCEPT WRK-BN-PERCENTUAL.
           DISPLAY 'COMPETENCIA INICIAL.... : ' WITH NO ADVANCING.
           ACCEPT WRK-BN-INICIO.
           DISPLAY 'COMPETENCIA FINAL (0 = SEM PRAZO): '
               WITH NO ADVANCING.
           ACCEPT WRK-BN-FIM.
           PERFORM 0610-CONFERIR-BOLSA.
           IF WS-BOLSA-OK
               PERFORM 0620-CONFERIR-MATRICULA
           END-IF.
           IF WS-BOLSA-OK
               MOVE 'N' TO WS-DEV-ACHADO-SW
               PERFORM 0630-COMPARAR-VIGENCIA
                   VARYING WS-IDX-BOL FROM 1 BY 1
                   UNTIL WS-IDX-BOL > WS-QTD-BOLSAS
                      OR WS-DEV-ACHADO
               IF WS-DEV-ACHADO
                   DISPLAY 'JA EXISTE DESCONTO DESSE TIPO PARA A '
                       'MATRICULA NESSA VIGENCIA'
                   MOVE 'N' TO WS-BOLSA-OK-SW
               END-IF
           END-IF.
           IF WS-BOLSA-OK
               PERFORM 0640-GRAVAR-BOLSA
           END-IF.

       0610-CONFERIR-BOLSA.
           MOVE 'S' TO WS-BOLSA-OK-SW.
           IF NOT WRK-BN-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO - USE B, I OU A'
               MOVE 'N' TO WS-BOLSA-OK-SW
           END-IF.
           IF WRK-BN-PERCENTUAL = ZEROS
              OR WRK-BN-PERCENTUAL > 100
               DISPLAY 'PERCENTUAL DEVE SER MAIOR QUE ZERO E ATE 100'
               MOVE 'N' TO WS-BOLSA-OK-SW
           END-IF.
           IF WRK-BN-INICIO-MES < 1 OR WRK-BN-INICIO-MES > 12
               DISPLAY 'COMPETENCIA INICIAL INVALIDA'
               MOVE 'N' TO WS-BOLSA-OK-SW
           END-IF.
           IF WRK-BN-FIM NOT = ZEROS
               IF WRK-BN-FIM-MES < 1 OR WRK-BN-FIM-MES > 12
                  OR WRK-BN-FIM < WRK-BN-INICIO
                   DISPLAY 'COMPETENCIA FINAL INVALIDA OU ANTERIOR '
                       'A INICIAL'
                   MOVE 'N' TO WS-BOLSA-OK-SW
               END-IF
           END-IF.
           IF WS-QTD-BOLSAS NOT < 500
               DISPLAY 'TABELA DE BOLSAS CHEIA (500)'
               MOVE 'N' TO WS-BOLSA-OK-SW
           END-IF.

       0620-CONFERIR-MATRICULA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUMAST-STATUS = '00'
               MOVE WRK-BN-MATRICULA TO AL-MATRICULA
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'MATRICULA NAO CADASTRADA NO STUMAST'
                       MOVE 'N' TO WS-BOLSA-OK-SW
               END-READ
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       0630-COMPARAR-VIGENCIA.
           IF WS-BOL-MATRICULA(WS-IDX-BOL) = WRK-BN-MATRICULA
              AND WS-BOL-TIPO(WS-IDX-BOL) = WRK-BN-TIPO
              AND (WRK-BN-FIM = ZEROS
                OR WS-BOL-INICIO(WS-IDX-BOL) NOT > WRK-BN-FIM)
              AND (WS-BOL-FIM(WS-IDX-BOL) = ZEROS
                OR WS-BOL-FIM(WS-IDX-BOL) NOT < WRK-BN-INICIO)
               MOVE 'S' TO WS-DEV-ACHADO-SW
           END-IF.

       0640-GRAVAR-BOLSA.
           OPEN EXTEND SCHOLARSHIP-FILE.
           IF WS-BOLSAS-STATUS = '35'
               OPEN OUTPUT SCHOLARSHIP-FILE
           END-IF.
           IF WS-BOLSAS-STATUS NOT = '00'
               DISPLAY 'ARQUIVO BOLSAS NAO DISPONIVEL'
               MOVE 'PRGCOB75' TO EL-PROGRAMA
               MOVE '0640-GRAVAR-BOLSA' TO EL-PARAGRAFO
               MOVE 'ARQUIVO BOLSAS NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
           ELSE
               MOVE WRK-BN-MATRICULA  TO BO-MATRICULA
               MOVE WRK-BN-TIPO       TO BO-TIPO
               MOVE WRK-BN-PERCENTUAL TO BO-PERCENTUAL
               MOVE WRK-BN-INICIO     TO BO-COMP-INICIO
               MOVE WRK-BN-FIM        TO BO-COMP-FIM
               WRITE SCHOLARSHIP-REC
               CLOSE SCHOLARSHIP-FILE
               ADD 1 TO WS-QTD-BOLSAS
               MOVE WRK-BN-MATRICULA
                   TO WS-BOL-MATRICULA(WS-QTD-BOLSAS)
               MOVE WRK-BN-TIPO   TO WS-BOL-TIPO(WS-QTD-BOLSAS)
               MOVE WRK-BN-PERCENTUAL
                   TO WS-BOL-PERCENTUAL(WS-QTD-BOLSAS)
               MOVE WRK-BN-INICIO TO WS-BOL-INICIO(WS-QTD-BOLSAS)
               MOVE WRK-BN-FIM    TO WS-BOL-FIM(WS-QTD-BOLSAS)
               DISPLAY 'BOLSA/DESCONTO CADASTRADO'
           END-IF.

      *********** DESCONTOS CONCEDIDOS NA COMPETENCIA, POR ********
      *********** TURMA E TIPO, A PARTIR DO DESCMENS GRAVADO NA ***
      *********** GERACAO DAS COBRANCAS (RELATORIO DA DIRETORIA); **
      *********** O ANTECIPADO SO ENTRA QUANDO CONCEDIDO NA BAIXA **
       0700-RELATORIO-DESCONTOS.
           DISPLAY 'COMPETENCIA (AAAAMM)... : ' WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           MOVE 'N'   TO WS-FIM-DESCONTOS-SW.
           MOVE ZEROS TO WS-QTD-TURMAS-DESC.
           MOVE ZEROS TO WS-QTD-DESCONTOS.
           INITIALIZE WS-TABELA-DESC-TURMA.
           INITIALIZE WS-TOTAIS-TIPO.
           OPEN INPUT DISCOUNT-FILE.
           IF WS-DESCMENS-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DESCMENS NAO DISPONIVEL'
           ELSE
               PERFORM 0710-LER-DESCONTO
               PERFORM 0720-ACUMULAR-DESCONTO
                   UNTIL WS-FIM-DESCONTOS
               CLOSE DISCOUNT-FILE
               PERFORM 0750-IMPRIMIR-DESCONTOS
           END-IF.

       0710-LER-DESCONTO.
           READ DISCOUNT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-DESCONTOS-SW
           END-READ.

       0720-ACUMULAR-DESCONTO.
           IF DM-COMPETENCIA = WRK-COMPETENCIA
               EVALUATE DM-TIPO
                   WHEN 'B'
                       MOVE 1 TO WRK-IDX-TIPO
                   WHEN 'I'
                       MOVE 2 TO WRK-IDX-TIPO
                   WHEN OTHER
                       MOVE 3 TO WRK-IDX-TIPO
               END-EVALUATE
               ADD 1 TO WS-QTD-DESCONTOS
               ADD 1        TO WS-TT-QTD(WRK-IDX-TIPO)
               ADD DM-VALOR TO WS-TT-VALOR(WRK-IDX-TIPO)
               MOVE 'N' TO WS-TURMA-ACHADA-SW
               PERFORM 0730-COMPARAR-TURMA-DESC
                   VARYING WS-IDX-DT FROM 1 BY 1
                   UNTIL WS-IDX-DT > WS-QTD-TURMAS-DESC
                      OR WS-TURMA-ACHADA
               IF NOT WS-TURMA-ACHADA
                   IF WS-QTD-TURMAS-DESC < 50
                       ADD 1 TO WS-QTD-TURMAS-DESC
                       MOVE WS-QTD-TURMAS-DESC TO WS-IDX-ACHADO
                       MOVE DM-TURMA
                           TO WS-DT-TURMA(WS-IDX-ACHADO)
                       MOVE 'S' TO WS-TURMA-ACHADA-SW
                   END-IF
               END-IF
               IF WS-TURMA-ACHADA
                   ADD DM-VALOR
                       TO WS-DT-VALOR(WS-IDX-ACHADO, WRK-IDX-TIPO)
               END-IF
           END-IF.
           PERFORM 0710-LER-DESCONTO.

       0730-COMPARAR-TURMA-DESC.
           IF WS-DT-TURMA(WS-IDX-DT) = DM-TURMA
               MOVE 'S' TO WS-TURMA-ACHADA-SW
               SET WS-IDX-ACHADO TO WS-IDX-DT
           END-IF.

       0750-IMPRIMIR-DESCONTOS.
           OPEN OUTPUT DISCOUNT-REPORT-FILE.
           MOVE WRK-COMPETENCIA TO WDC-COMPETENCIA.
           WRITE DISCOUNT-REPORT-LINE FROM WS-DESC-CABECALHO.
           MOVE SPACES TO DISCOUNT-REPORT-LINE.
           WRITE DISCOUNT-REPORT-LINE.
           WRITE DISCOUNT-REPORT-LINE FROM WS-DESC-TITULOS.
           PERFORM 0760-LINHA-TURMA-DESC
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-TURMAS-DESC.
           MOVE SPACES TO DISCOUNT-REPORT-LINE.
           WRITE DISCOUNT-REPORT-LINE.
           MOVE 'TOTAL'        TO WDL-TURMA.
           MOVE WS-TT-VALOR(1) TO WDL-VALOR(1).
           MOVE WS-TT-VALOR(2) TO WDL-VALOR(2).
           MOVE WS-TT-VALOR(3) TO WDL-VALOR(3).
           COMPUTE WS-TOTAL-GERAL-DESC =
               WS-TT-VALOR(1) + WS-TT-VALOR(2) + WS-TT-VALOR(3).
           MOVE WS-TOTAL-GERAL-DESC TO WDL-TOTAL.
           WRITE DISCOUNT-REPORT-LINE FROM WS-DESC-LINHA.
           MOVE WS-TT-QTD(1) TO WDQ-QTD(1).
           MOVE WS-TT-QTD(2) TO WDQ-QTD(2).
           MOVE WS-TT-QTD(3) TO WDQ-QTD(3).
           WRITE DISCOUNT-REPORT-LINE FROM WS-DESC-QTD-LINHA.
           CLOSE DISCOUNT-REPORT-FILE.
           MOVE WS-TOTAL-GERAL-DESC TO WS-TOTAL-ABERTO-ED.
           DISPLAY 'DESCONTOS CONCEDIDOS... : ' WS-QTD-DESCONTOS.
           DISPLAY 'TURMAS COM DESCONTO.... : ' WS-QTD-TURMAS-DESC.
           DISPLAY 'TOTAL DE DESCONTOS..... : ' WS-TOTAL-ABERTO-ED.
           DISPLAY 'RELATORIO EM DESCREL'.

       0760-LINHA-TURMA-DESC.
           MOVE WS-DT-TURMA(WRK-IDX-I)    TO WDL-TURMA.
           MOVE WS-DT-VALOR(WRK-IDX-I, 1) TO WDL-VALOR(1).
           MOVE WS-DT-VALOR(WRK-IDX-I, 2) TO WDL-VALOR(2).
           MOVE WS-DT-VALOR(WRK-IDX-I, 3) TO WDL-VALOR(3).
           COMPUTE WS-TOTAL-GERAL-DESC =
               WS-DT-VALOR(WRK-IDX-I, 1) + WS-DT-VALOR(WRK-IDX-I, 2)
               + WS-DT-VALOR(WRK-IDX-I, 3).
           MOVE WS-TOTAL-GERAL-DESC TO WDL-TOTAL.
           WRITE DISCOUNT-REPORT-LINE FROM WS-DESC-LINHA.
