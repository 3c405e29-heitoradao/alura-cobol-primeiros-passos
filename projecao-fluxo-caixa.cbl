       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB116.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = PROJECAO DIARIA DO FLUXO DE CAIXA
      ***                            CONSOLIDADO (FLUXOREL) PARA OS
      ***                            PROXIMOS 90 DIAS A PARTIR DA
      ***                            DATA DE PROCESSAMENTO:
      ***                            ENTRADAS = PARCELAS EM ABERTO
      ***                            DO CONTASR E MENSALIDADES EM
      ***                            ABERTO DO MENSALID, PELO
      ***                            VENCIMENTO; SAIDAS = FRETES
      ***                            APROVADOS NO APRPAGTO AINDA
      ***                            NAO PAGOS (PAGFRETE), PELO
      ***                            VENCIMENTO, E A FOLHA (LIQUIDO
      ***                            NO 5O DIA UTIL), O FGTS (DIA
      ***                            20) E O ADIANTAMENTO (DIA DO
      ***                            ADIANPRM) ESTIMADOS PELA ULTIMA
      ***                            COMPETENCIA DO PAYHIST; CADA
      ***                            DIA COM SALDO INICIAL,
      ***                            ENTRADAS, SAIDAS E SALDO FINAL,
      ***                            DESTACANDO OS DIAS NEGATIVOS -
      ***                            ANTES A TESOURARIA CRUZAVA
      ***                            QUATRO RELATORIOS PARA SABER
      ***                            SE O CAIXA COBRIA A FOLHA
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   FD DO MENSALID COM 64 POSICOES
      ***                    (DESCONTO ANTECIPADO CONDICIONAL
      ***                    NO TUITION.COB)
      ***   15/10/2026 HJR   APRPAGTO CARREGADO ANTES DO PAGFRETE
      ***                    (SO FATURA APROVADA NA TABELA);
      ***                    TABELA CHEIA VAI AO ERRLOG (RC 4) E
      ***                    O RELATORIO SAI COMO PARCIAL; FOLHA
      ***                    SO DE COMPETENCIA MENSAL (MES 01-12)
      ***--------------------------------------------------
      ***   ENTRADA: SALDO INICIAL EM CAIXA E BANCOS (0 = SO O
      ***            MOVIMENTO PROJETADO) E DIAS DA PROJECAO
      ***            (0 = 90, MAXIMO 120)
      ***   TITULO E MENSALIDADE JA VENCIDOS NAO ENTRAM NA
      ***   PROJECAO (RECEBIMENTO INCERTO) E SAO TOTALIZADOS
      ***   A PARTE; FRETE VENCIDO E NAO PAGO CAI NO PRIMEIRO DIA
      ***   RETORNO: 00 = SALDO POSITIVO NO PERIODO
      ***            04 = DIA COM SALDO NEGATIVO, ARQUIVO DE
      ***                 ORIGEM NAO DISPONIVEL OU TABELA DE FRETES
      ***                 CHEIA (PROJECAO PARCIAL)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTASR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTASR-STATUS.
           SELECT TUITION-FILE ASSIGN TO 'MENSALID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITION-STATUS.
           SELECT PAYMENT-APPROVAL-FILE ASSIGN TO 'APRPAGTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRPAGTO-STATUS.
           SELECT FREIGHT-PAYMENT-FILE ASSIGN TO 'PAGFRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGFRETE-STATUS.
           SELECT PAYROLL-HIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ADVANCE-PARM-FILE ASSIGN TO 'ADIANPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAYS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT CASH-FLOW-REPORT ASSIGN TO 'FLUXOREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY 'RECEIVBL.COB'.

       FD  TUITION-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY 'TUITION.COB'.

       FD  PAYMENT-APPROVAL-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY 'PAYAPPR.COB'.

       FD  FREIGHT-PAYMENT-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY 'PAGFRETE.COB'.

       FD  PAYROLL-HIST-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY 'PAYHIST.COB'.

       FD  ADVANCE-PARM-FILE
           RECORD CONTAINS 11 CHARACTERS.
           COPY 'ADIANPRM.COB'.

       FD  HOLIDAY-FILE
           RECORD CONTAINS 8 CHARACTERS.
           COPY 'HOLIDAY.COB'.

       FD  CASH-FLOW-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CASH-FLOW-LINE            PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-CONTASR-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-TUITION-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-APRPAGTO-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PAGFRETE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-HIST-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-PARM-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-HOLIDAY-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-FIM-FERIADOS-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-FERIADOS                  VALUE 'S'.
       77  WS-FERIADO-SW         PIC X(01)     VALUE 'N'.
           88 WS-E-FERIADO                     VALUE 'S'.
       77  WS-DIA-UTIL-SW        PIC X(01)     VALUE 'N'.
           88 WS-DIA-UTIL                      VALUE 'S'.
       77  WS-ACHOU-SW           PIC X(01)     VALUE 'N'.
           88 WS-ACHOU                         VALUE 'S'.
       77  WS-PARCIAL-SW         PIC X(01)     VALUE 'N'.
           88 WS-PROJECAO-PARCIAL              VALUE 'S'.
       77  WS-TAB-ESTOURO-SW     PIC X(01)     VALUE 'N'.
           88 WS-TAB-ESTOURO                   VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-ARQUIVO           PIC X(08)     VALUE SPACES.
       77  WRK-PARAGRAFO         PIC X(20)     VALUE SPACES.
       77  WRK-SALDO-INICIAL     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-DIAS-PROJECAO     PIC 9(03)     VALUE ZEROS.
       77  WRK-PERCENTUAL        PIC 9(03)V99  VALUE 40,00.
       77  WRK-DIA-ADIANTAMENTO  PIC 9(02)     VALUE 20.
       77  WRK-DIA-FGTS          PIC 9(02)     VALUE 20.
       77  WRK-ULT-COMPETENCIA   PIC 9(06)     VALUE ZEROS.
       77  WRK-MES-COMPETENCIA   PIC 9(02)     VALUE ZEROS.
       77  WRK-MES-REF           PIC 9(06)     VALUE ZEROS.
       77  WRK-MES-FIM           PIC 9(06)     VALUE ZEROS.
       77  WRK-DATA-VENCTO       PIC 9(08)     VALUE ZEROS.
       77  WRK-VALOR             PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TIPO-SAIDA        PIC X(01)     VALUE SPACES.
       77  WS-HOJE-INT           PIC 9(08)     VALUE ZEROS.
       77  WS-FIM-INT            PIC 9(08)     VALUE ZEROS.
       77  WS-CALC-INT           PIC 9(08)     VALUE ZEROS.
       77  WS-QUOCIENTE          PIC 9(08)     VALUE ZEROS.
       77  WS-DIA-SEMANA         PIC 9(01)     VALUE ZEROS.
       77  WS-QTD-UTEIS          PIC 9(01)     VALUE ZEROS.
       77  WS-DESLOCAMENTO       PIC S9(08)    VALUE ZEROS.
       77  WS-QTD-FERIADOS       PIC 9(02)     VALUE ZEROS.
       77  WS-QTD-PAGAMENTOS     PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-FORA-TABELA    PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-EVENTOS        PIC 9(02)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-DIAS-NEGATIVOS PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-DIA            PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-FER            PIC 9(02)     VALUE ZEROS.
       77  WS-IDX-PAG            PIC 9(04)     VALUE ZEROS.
       77  WS-IDX-BUSCA          PIC 9(04)     VALUE ZEROS.
       77  WS-IDX-EVT            PIC 9(02)     VALUE ZEROS.
       77  WS-DATA-MENOR-SALDO   PIC 9(08)     VALUE ZEROS.

      *********** TOTAIS POR ORIGEM ********************************
       77  WS-TOT-RECEBER        PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-MENSALIDADE    PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-FRETE          PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-FOLHA          PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-FGTS           PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-ADIANTAMENTO   PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-VENCIDO-CR     PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-VENCIDO-MENS   PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-FRETE-VENCIDO  PIC S9(11)V99 VALUE ZEROS.
       77  WS-SALDO              PIC S9(11)V99 VALUE ZEROS.
       77  WS-MENOR-SALDO        PIC S9(11)V99 VALUE ZEROS.
       77  WS-DIA-ENTRADAS       PIC S9(11)V99 VALUE ZEROS.
       77  WS-DIA-SAIDAS         PIC S9(11)V99 VALUE ZEROS.

      *********** ULTIMA COMPETENCIA DO PAYHIST (SEM DESLIGADOS) ***
       77  WS-FOLHA-LIQUIDO      PIC S9(09)V99 VALUE ZEROS.
       77  WS-FOLHA-BASE-FGTS    PIC S9(09)V99 VALUE ZEROS.
       77  WS-FOLHA-BRUTO        PIC S9(09)V99 VALUE ZEROS.
       77  WS-FOLHA-FGTS         PIC S9(09)V99 VALUE ZEROS.
       77  WS-FOLHA-ADIANTAMENTO PIC S9(09)V99 VALUE ZEROS.
       77  WS-BASE-FGTS          PIC S9(07)V99 VALUE ZEROS.

       01  WS-DATA-PROC-R.
           02 WS-PROC-ANO        PIC 9(04).
           02 WS-PROC-MES        PIC 9(02).
           02 WS-PROC-DIA        PIC 9(02).
       01  WS-DATA-CALC.
           02 WS-CALC-ANO        PIC 9(04).
           02 WS-CALC-MES        PIC 9(02).
           02 WS-CALC-DIA        PIC 9(02).
       01  WS-DATA-CALC-N REDEFINES WS-DATA-CALC
                                 PIC 9(08).
       01  WS-MES-REF-R.
           02 WS-REF-ANO         PIC 9(04).
           02 WS-REF-MES         PIC 9(02).

       01  WS-NOMES-DIAS.
           02 FILLER             PIC X(21) VALUE
              'DOMSEGTERQUAQUISEXSAB'.
       01  WS-NOMES-DIAS-R REDEFINES WS-NOMES-DIAS.
           02 WS-NOME-DIA OCCURS 7 TIMES
                                 PIC X(03).

       01  WRK-FERIADOS.
           02 WRK-FERIADO-ENTRY OCCURS 20 TIMES.
               03 WRK-FERIADO-MES  PIC 9(02).
               03 WRK-FERIADO-DIA  PIC 9(02).

      *********** DIAS DA PROJECAO (1 = DATA DE PROCESSAMENTO) *****
       01  WS-TABELA-DIAS.
           02 WS-DIA-ENTRY OCCURS 120 TIMES.
               03 WS-DIA-DATA         PIC 9(08).
               03 WS-DIA-RECEBER      PIC S9(09)V99.
               03 WS-DIA-MENSALIDADE  PIC S9(09)V99.
               03 WS-DIA-FRETE        PIC S9(09)V99.
               03 WS-DIA-FOLHA        PIC S9(09)V99.

      *********** FRETES APROVADOS (APRPAGTO) COM A SITUACAO DO ****
      *********** PAGFRETE; SITUACAO EM BRANCO = SEM CONTROLE ******
       01  WS-TABELA-PAGAMENTOS.
           02 WS-PAG-ENTRY OCCURS 2000 TIMES.
               03 WS-PAG-NUMERO       PIC 9(06).
               03 WS-PAG-TRANSP       PIC X(03).
               03 WS-PAG-VENCIMENTO   PIC 9(08).
               03 WS-PAG-LIQUIDO      PIC 9(08)V99.
               03 WS-PAG-SITUACAO     PIC X(01).

      *********** SAIDAS DA FOLHA NO PERIODO, PARA A COMPOSICAO ****
       01  WS-TABELA-EVENTOS.
           02 WS-EVT-ENTRY OCCURS 20 TIMES.
               03 WS-EVT-DATA         PIC 9(08).
               03 WS-EVT-TIPO         PIC X(01).
               03 WS-EVT-VALOR        PIC S9(09)V99.

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(40) VALUE
              'PROJECAO DO FLUXO DE CAIXA       DATA: '.
           02 WC1-DATA           PIC 9(08).
           02 FILLER             PIC X(04) VALUE SPACES.
           02 WC1-DIAS           PIC ZZ9.
           02 FILLER             PIC X(05) VALUE ' DIAS'.
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(40) VALUE
              'DATA     DIA  SALDO INICIAL      ENTRADA'.
           02 FILLER             PIC X(40) VALUE
              'S        SAIDAS    SALDO FINAL'.
       01  WS-LINHA-DIA.
           02 WLD-DATA           PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-DIA-SEMANA     PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-ABERTURA       PIC --.---.--9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-ENTRADAS       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-SAIDAS         PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-FECHAMENTO     PIC --.---.--9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-DESTAQUE       PIC X(08).
       01  WS-TITULO-SECAO.
           02 FILLER             PIC X(06) VALUE '----- '.
           02 WTS-TITULO         PIC X(68).
           02 FILLER             PIC X(06) VALUE ' -----'.
       01  WS-LINHA-EVENTO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLE-DATA           PIC 9(08).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLE-DESCRICAO      PIC X(30).
           02 WLE-VALOR          PIC --.---.--9,99.
       01  WS-LINHA-VALOR.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLV-ROTULO         PIC X(40).
           02 WLV-VALOR          PIC ---.---.--9,99.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLV-COMPLEMENTO    PIC X(20).
       01  WS-LINHA-QTDE.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLQ-ROTULO         PIC X(40).
           02 FILLER             PIC X(09) VALUE SPACES.
           02 WLQ-QTDE           PIC ZZZZ9.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0060-CARREGAR-FERIADOS.
           PERFORM 0070-CARREGAR-CONTROLE-ADIANT.
           PERFORM 0080-PREPARAR-DIAS.
           DISPLAY 'PROJECAO DO FLUXO DE CAIXA - ' WS-DATA-PROCESSO
               ' A ' WS-DIA-DATA(WRK-DIAS-PROJECAO).
           PERFORM 0100-PROJETAR-RECEBER.
           PERFORM 0200-PROJETAR-MENSALIDADES.
           PERFORM 0300-CARREGAR-APROVACOES.
           PERFORM 0350-CONFERIR-PAGAMENTOS.
           PERFORM 0380-PROJETAR-FRETES.
           PERFORM 0400-APURAR-FOLHA.
           IF WRK-ULT-COMPETENCIA > ZEROS
               PERFORM 0500-PROJETAR-FOLHA
           END-IF.
           OPEN OUTPUT CASH-FLOW-REPORT.
           MOVE WS-DATA-PROCESSO TO WC1-DATA.
           MOVE WRK-DIAS-PROJECAO TO WC1-DIAS.
           WRITE CASH-FLOW-LINE FROM WS-CABECALHO-1.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-SEPARADOR.
           WRITE CASH-FLOW-LINE FROM WS-CABECALHO-2.
           MOVE WRK-SALDO-INICIAL TO WS-SALDO.
           MOVE WRK-SALDO-INICIAL TO WS-MENOR-SALDO.
           MOVE WS-DATA-PROCESSO TO WS-DATA-MENOR-SALDO.
           PERFORM 0600-IMPRIMIR-DIA
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > WRK-DIAS-PROJECAO.
           PERFORM 0700-IMPRIMIR-FOLHA.
           PERFORM 0800-IMPRIMIR-RESUMO.
           CLOSE CASH-FLOW-REPORT.
           DISPLAY 'DIAS COM SALDO NEGATIVO.... : '
               WS-QTD-DIAS-NEGATIVOS.
           DISPLAY 'RELATORIO GERADO EM FLUXOREL'.
           IF WS-QTD-DIAS-NEGATIVOS > ZEROS
               PERFORM 0850-ALERTAR-NEGATIVO
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
           MOVE WS-DATA-PROCESSO TO WS-DATA-PROC-R.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO).

       0050-LER-PARAMETROS.
           DISPLAY 'SALDO INICIAL EM CAIXA E BANCOS ..... : '
               WITH NO ADVANCING.
           ACCEPT WRK-SALDO-INICIAL.
           DISPLAY 'DIAS DA PROJECAO (0 = 90, ATE 120) .. : '
               WITH NO ADVANCING.
           ACCEPT WRK-DIAS-PROJECAO.
           IF WRK-DIAS-PROJECAO = ZEROS
               MOVE 90 TO WRK-DIAS-PROJECAO
           END-IF.
           IF WRK-DIAS-PROJECAO > 120
               DISPLAY 'PROJECAO LIMITADA A 120 DIAS'
               MOVE 120 TO WRK-DIAS-PROJECAO
           END-IF.
           COMPUTE WS-FIM-INT = WS-HOJE-INT + WRK-DIAS-PROJECAO - 1.

      *********** FERIADOS NACIONAIS DO HOLIDAYS, MESMO ***********
      *********** CALENDARIO DO PRGCOB18/PRGCOB19 *****************
       0060-CARREGAR-FERIADOS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = '00'
               PERFORM 0062-LER-FERIADO
               PERFORM 0064-ARMAZENAR-FERIADO
                   UNTIL WS-FIM-FERIADOS
               CLOSE HOLIDAY-FILE
           END-IF.

       0062-LER-FERIADO.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'S' TO WS-FIM-FERIADOS-SW
           END-READ.

       0064-ARMAZENAR-FERIADO.
           IF HOL-UF = SPACES
               IF WS-QTD-FERIADOS < 20
                   ADD 1 TO WS-QTD-FERIADOS
                   MOVE HOL-MES
                       TO WRK-FERIADO-MES(WS-QTD-FERIADOS)
                   MOVE HOL-DIA
                       TO WRK-FERIADO-DIA(WS-QTD-FERIADOS)
               END-IF
           END-IF.
           PERFORM 0062-LER-FERIADO.

      *********** PERCENTUAL E DIA DO ADIANTAMENTO DO ADIANPRM; ****
      *********** FORA DA FAIXA VALE O PADRAO DA CONVENCAO *********
       0070-CARREGAR-CONTROLE-ADIANT.
           OPEN INPUT ADVANCE-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ ADVANCE-PARM-FILE
                   NOT AT END
                       IF AP-PERCENTUAL > ZEROS
                          AND AP-PERCENTUAL <= 100
                           MOVE AP-PERCENTUAL TO WRK-PERCENTUAL
                       END-IF
                       IF AP-DIA-PAGAMENTO > ZEROS
                          AND AP-DIA-PAGAMENTO <= 28
                           MOVE AP-DIA-PAGAMENTO
                               TO WRK-DIA-ADIANTAMENTO
                       END-IF
               END-READ
               CLOSE ADVANCE-PARM-FILE
           END-IF.

       0080-PREPARAR-DIAS.
           PERFORM 0085-LIMPAR-DIA
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > WRK-DIAS-PROJECAO.

       0085-LIMPAR-DIA.
           COMPUTE WS-CALC-INT = WS-HOJE-INT + WS-IDX-DIA - 1.
           COMPUTE WS-DIA-DATA(WS-IDX-DIA) =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE ZEROS TO WS-DIA-RECEBER(WS-IDX-DIA).
           MOVE ZEROS TO WS-DIA-MENSALIDADE(WS-IDX-DIA).
           MOVE ZEROS TO WS-DIA-FRETE(WS-IDX-DIA).
           MOVE ZEROS TO WS-DIA-FOLHA(WS-IDX-DIA).

      *********** POSICAO DE UM VENCIMENTO NA TABELA DE DIAS: *****
      *********** ZERO = JA VENCIDO, ACIMA DO PRAZO = FORA *********
       0090-LOCALIZAR-DIA.
           COMPUTE WS-CALC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-VENCTO).
           COMPUTE WS-DESLOCAMENTO = WS-CALC-INT - WS-HOJE-INT + 1.
           IF WS-DESLOCAMENTO < 1
               MOVE ZEROS TO WS-IDX-DIA
           ELSE
               IF WS-DESLOCAMENTO > WRK-DIAS-PROJECAO
                   MOVE 999 TO WS-IDX-DIA
               ELSE
                   MOVE WS-DESLOCAMENTO TO WS-IDX-DIA
               END-IF
           END-IF.

      *********** ENTRADAS: PARCELAS EM ABERTO DO CONTASR **********
       0100-PROJETAR-RECEBER.
           OPEN INPUT RECEIVABLE-FILE.
           IF WS-CONTASR-STATUS NOT = '00'
               MOVE 'CONTASR' TO WRK-ARQUIVO
               MOVE '0100-PROJETAR-RECEB' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0105-LER-RECEBER
               PERFORM 0110-TRATAR-RECEBER UNTIL WS-FIM-ARQUIVO
               CLOSE RECEIVABLE-FILE
           END-IF.

       0105-LER-RECEBER.
           READ RECEIVABLE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0110-TRATAR-RECEBER.
           IF RV-SITUACAO = 'A'
              AND RV-DATA-VENCIMENTO NUMERIC
              AND RV-DATA-VENCIMENTO > ZEROS
               COMPUTE WRK-VALOR = RV-VALOR - RV-VALOR-PAGO
               MOVE RV-DATA-VENCIMENTO TO WRK-DATA-VENCTO
               PERFORM 0090-LOCALIZAR-DIA
               EVALUATE TRUE
                   WHEN WS-IDX-DIA = ZEROS
                       ADD WRK-VALOR TO WS-TOT-VENCIDO-CR
                   WHEN WS-IDX-DIA > WRK-DIAS-PROJECAO
                       CONTINUE
                   WHEN OTHER
                       ADD WRK-VALOR TO WS-DIA-RECEBER(WS-IDX-DIA)
                       ADD WRK-VALOR TO WS-TOT-RECEBER
               END-EVALUATE
           END-IF.
           PERFORM 0105-LER-RECEBER.

      *********** ENTRADAS: MENSALIDADES EM ABERTO DO MENSALID *****
       0200-PROJETAR-MENSALIDADES.
           OPEN INPUT TUITION-FILE.
           IF WS-TUITION-STATUS NOT = '00'
               MOVE 'MENSALID' TO WRK-ARQUIVO
               MOVE '0200-PROJETAR-MENSAL' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0205-LER-MENSALIDADE
               PERFORM 0210-TRATAR-MENSALIDADE UNTIL WS-FIM-ARQUIVO
               CLOSE TUITION-FILE
           END-IF.

       0205-LER-MENSALIDADE.
           READ TUITION-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0210-TRATAR-MENSALIDADE.
           IF TU-SITUACAO = 'A'
              AND TU-DATA-VENCIMENTO NUMERIC
              AND TU-DATA-VENCIMENTO > ZEROS
               MOVE TU-VALOR TO WRK-VALOR
               MOVE TU-DATA-VENCIMENTO TO WRK-DATA-VENCTO
               PERFORM 0090-LOCALIZAR-DIA
               EVALUATE TRUE
                   WHEN WS-IDX-DIA = ZEROS
                       ADD WRK-VALOR TO WS-TOT-VENCIDO-MENS
                   WHEN WS-IDX-DIA > WRK-DIAS-PROJECAO
                       CONTINUE
                   WHEN OTHER
                       ADD WRK-VALOR
                           TO WS-DIA-MENSALIDADE(WS-IDX-DIA)
                       ADD WRK-VALOR TO WS-TOT-MENSALIDADE
               END-EVALUATE
           END-IF.
           PERFORM 0205-LER-MENSALIDADE.

      *********** FRETES APROVADOS DO APRPAGTO (REGRAVADO A CADA **
      *********** RECONCILIACAO, SO TRAZ O QUE ESTA EM ABERTO) *****
       0300-CARREGAR-APROVACOES.
           OPEN INPUT PAYMENT-APPROVAL-FILE.
           IF WS-APRPAGTO-STATUS NOT = '00'
               MOVE 'APRPAGTO' TO WRK-ARQUIVO
               MOVE '0300-CARREGAR-APROV' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0305-LER-APROVACAO
               PERFORM 0310-ARMAZENAR-APROVACAO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE PAYMENT-APPROVAL-FILE
               IF WS-TAB-ESTOURO
                   PERFORM 0755-REGISTRAR-ESTOURO
               END-IF
           END-IF.

       0305-LER-APROVACAO.
           READ PAYMENT-APPROVAL-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0310-ARMAZENAR-APROVACAO.
           IF WS-QTD-PAGAMENTOS < 2000
               ADD 1 TO WS-QTD-PAGAMENTOS
               MOVE WS-QTD-PAGAMENTOS TO WS-IDX-PAG
               MOVE PA-NUMERO-COTACAO  TO WS-PAG-NUMERO(WS-IDX-PAG)
               MOVE PA-TRANSPORTADORA  TO WS-PAG-TRANSP(WS-IDX-PAG)
               MOVE PA-DATA-VENCIMENTO
                   TO WS-PAG-VENCIMENTO(WS-IDX-PAG)
               MOVE PA-VALOR-APROVADO  TO WS-PAG-LIQUIDO(WS-IDX-PAG)
               MOVE SPACES             TO WS-PAG-SITUACAO(WS-IDX-PAG)
           ELSE
               MOVE 'S' TO WS-TAB-ESTOURO-SW
               ADD 1 TO WS-QTD-FORA-TABELA
           END-IF.
           PERFORM 0305-LER-APROVACAO.

      *********** CONTROLE DE PAGAMENTO DE FRETE; PAGFRETE *********
      *********** AUSENTE = NENHUMA FATURA PAGA AINDA. SO INTERESSA*
      *********** O REGISTRO DE FATURA CARREGADA DO APRPAGTO *******
       0350-CONFERIR-PAGAMENTOS.
           IF WS-QTD-PAGAMENTOS > ZEROS
               OPEN INPUT FREIGHT-PAYMENT-FILE
               IF WS-PAGFRETE-STATUS = '00'
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0355-LER-PAGAMENTO
                   PERFORM 0360-TRATAR-PAGAMENTO
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE FREIGHT-PAYMENT-FILE
               ELSE
                   DISPLAY 'PAGFRETE AUSENTE - TODAS AS FATURAS '
                       'APROVADAS EM ABERTO'
               END-IF
           END-IF.

       0355-LER-PAGAMENTO.
           READ FREIGHT-PAYMENT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

      *********** O PAGFRETE E GRAVADO EM ORDEM DE REMESSA; A ******
      *********** ULTIMA SITUACAO DA FATURA PREVALECE **************
       0360-TRATAR-PAGAMENTO.
           MOVE 'N' TO WS-ACHOU-SW.
           MOVE ZEROS TO WS-IDX-PAG.
           PERFORM 0365-COMPARAR-PAGAMENTO
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-QTD-PAGAMENTOS OR WS-ACHOU.
           IF WS-ACHOU
               MOVE PF-SITUACAO TO WS-PAG-SITUACAO(WS-IDX-PAG)
               IF PF-SITUACAO = 'R' OR PF-SITUACAO = 'J'
                   MOVE PF-VALOR-LIQUIDO
                       TO WS-PAG-LIQUIDO(WS-IDX-PAG)
                   MOVE PF-DATA-VENCIMENTO
                       TO WS-PAG-VENCIMENTO(WS-IDX-PAG)
               END-IF
           END-IF.
           PERFORM 0355-LER-PAGAMENTO.

       0365-COMPARAR-PAGAMENTO.
           IF WS-PAG-NUMERO(WS-IDX-BUSCA) = PF-NUMERO-COTACAO
              AND WS-PAG-TRANSP(WS-IDX-BUSCA) = PF-TRANSPORTADORA
               MOVE 'S' TO WS-ACHOU-SW
               MOVE WS-IDX-BUSCA TO WS-IDX-PAG
           END-IF.

      *********** SAIDAS: FRETE APROVADO AINDA NAO PAGO. SEM *******
      *********** CONTROLE VALE O APROVADO CHEIO; REMETIDA OU ******
      *********** REJEITADA PELO BANCO VALE O LIQUIDO DOS CREDITOS;*
      *********** PAGA OU QUITADA POR CREDITO NAO SAI MAIS *********
       0380-PROJETAR-FRETES.
           PERFORM 0385-TRATAR-APROVACAO
               VARYING WS-IDX-PAG FROM 1 BY 1
               UNTIL WS-IDX-PAG > WS-QTD-PAGAMENTOS.

       0385-TRATAR-APROVACAO.
           IF WS-PAG-SITUACAO(WS-IDX-PAG) = SPACES
              OR WS-PAG-SITUACAO(WS-IDX-PAG) = 'R'
              OR WS-PAG-SITUACAO(WS-IDX-PAG) = 'J'
               MOVE WS-PAG-LIQUIDO(WS-IDX-PAG) TO WRK-VALOR
               MOVE WS-PAG-VENCIMENTO(WS-IDX-PAG) TO WRK-DATA-VENCTO
               PERFORM 0370-LANCAR-FRETE
           END-IF.

       0370-LANCAR-FRETE.
           PERFORM 0090-LOCALIZAR-DIA.
           EVALUATE TRUE
               WHEN WS-IDX-DIA = ZEROS
                   ADD WRK-VALOR TO WS-TOT-FRETE-VENCIDO
                   ADD WRK-VALOR TO WS-DIA-FRETE(1)
                   ADD WRK-VALOR TO WS-TOT-FRETE
               WHEN WS-IDX-DIA > WRK-DIAS-PROJECAO
                   CONTINUE
               WHEN OTHER
                   ADD WRK-VALOR TO WS-DIA-FRETE(WS-IDX-DIA)
                   ADD WRK-VALOR TO WS-TOT-FRETE
           END-EVALUATE.

      *********** ULTIMA COMPETENCIA DO PAYHIST (O ARQUIVO VEM EM ***
      *********** ORDEM DE COMPETENCIA/MATRICULA): LIQUIDO, BASE ***
      *********** DO FGTS E BRUTO DO ADIANTAMENTO, SEM DESLIGADOS **
       0400-APURAR-FOLHA.
           OPEN INPUT PAYROLL-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'PAYHIST' TO WRK-ARQUIVO
               MOVE '0400-APURAR-FOLHA' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               MOVE ZEROS TO PH-CHAVE
               START PAYROLL-HIST-FILE
                   KEY NOT LESS THAN PH-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ARQUIVO-SW
               END-START
               IF NOT WS-FIM-ARQUIVO
                   PERFORM 0405-LER-FOLHA
                   PERFORM 0410-ACUMULAR-FOLHA
                       UNTIL WS-FIM-ARQUIVO
               END-IF
               CLOSE PAYROLL-HIST-FILE
               IF WRK-ULT-COMPETENCIA = ZEROS
                   DISPLAY 'PAYHIST SEM COMPETENCIA - FOLHA NAO '
                       'PROJETADA'
               END-IF
           END-IF.
           COMPUTE WS-FOLHA-FGTS ROUNDED =
               WS-FOLHA-BASE-FGTS * 8 / 100.
           COMPUTE WS-FOLHA-ADIANTAMENTO ROUNDED =
               WS-FOLHA-BRUTO * WRK-PERCENTUAL / 100.

       0405-LER-FOLHA.
           READ PAYROLL-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

      *********** SO COMPETENCIA MENSAL (MES 01 A 12); AS DO 13O **
      *********** (AAAA13/AAAA14) E DAS FERIAS (AAAA15) FICAM FORA *
       0410-ACUMULAR-FOLHA.
           MOVE PH-COMPETENCIA(5:2) TO WRK-MES-COMPETENCIA.
           IF WRK-MES-COMPETENCIA > ZEROS
              AND WRK-MES-COMPETENCIA < 13
               PERFORM 0415-SOMAR-FOLHA
           END-IF.
           PERFORM 0405-LER-FOLHA.

       0415-SOMAR-FOLHA.
           IF PH-COMPETENCIA > WRK-ULT-COMPETENCIA
               MOVE PH-COMPETENCIA TO WRK-ULT-COMPETENCIA
               MOVE ZEROS TO WS-FOLHA-LIQUIDO
               MOVE ZEROS TO WS-FOLHA-BASE-FGTS
               MOVE ZEROS TO WS-FOLHA-BRUTO
           END-IF.
           IF PH-SITUACAO NOT = 'D'
               ADD PH-SALARIO-LIQUIDO TO WS-FOLHA-LIQUIDO
               ADD PH-SALARIO-BRUTO TO WS-FOLHA-BRUTO
               COMPUTE WS-BASE-FGTS =
                   PH-SALARIO-BRUTO + PH-VALOR-COMISSAO
                   + PH-VL-HE50 + PH-VL-HE100 + PH-VL-NOTURNO
                   - PH-VL-FALTAS
               IF WS-BASE-FGTS > ZEROS
                   ADD WS-BASE-FGTS TO WS-FOLHA-BASE-FGTS
               END-IF
           END-IF.

      *********** SAIDAS DA FOLHA MES A MES ATE O FIM DO PRAZO: ****
      *********** ADIANTAMENTO NO DIA DO ADIANPRM E FGTS NO DIA 20 *
      *********** (ANTECIPADOS PARA O DIA UTIL ANTERIOR) E LIQUIDO *
      *********** DA COMPETENCIA ANTERIOR NO 5O DIA UTIL ***********
       0500-PROJETAR-FOLHA.
           MOVE WS-DATA-PROCESSO(1:6) TO WRK-MES-REF.
           COMPUTE WS-DATA-CALC-N =
               FUNCTION DATE-OF-INTEGER(WS-FIM-INT).
           MOVE WS-DATA-CALC-N(1:6) TO WRK-MES-FIM.
           PERFORM 0510-PROJETAR-MES UNTIL WRK-MES-REF > WRK-MES-FIM.

       0510-PROJETAR-MES.
           MOVE WRK-MES-REF TO WS-MES-REF-R.
           MOVE WS-REF-ANO TO WS-CALC-ANO.
           MOVE WS-REF-MES TO WS-CALC-MES.
           MOVE 01 TO WS-CALC-DIA.
           COMPUTE WS-CALC-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALC-N).
           MOVE ZEROS TO WS-QTD-UTEIS.
           PERFORM 0540-CONTAR-DIA-UTIL UNTIL WS-QTD-UTEIS = 5.
           MOVE 'F' TO WRK-TIPO-SAIDA.
           MOVE WS-FOLHA-LIQUIDO TO WRK-VALOR.
           PERFORM 0520-LANCAR-FOLHA.
           MOVE WS-REF-ANO TO WS-CALC-ANO.
           MOVE WS-REF-MES TO WS-CALC-MES.
           MOVE WRK-DIA-ADIANTAMENTO TO WS-CALC-DIA.
           PERFORM 0550-RECUAR-DIA-UTIL.
           MOVE 'A' TO WRK-TIPO-SAIDA.
           MOVE WS-FOLHA-ADIANTAMENTO TO WRK-VALOR.
           PERFORM 0520-LANCAR-FOLHA.
           MOVE WS-REF-ANO TO WS-CALC-ANO.
           MOVE WS-REF-MES TO WS-CALC-MES.
           MOVE WRK-DIA-FGTS TO WS-CALC-DIA.
           PERFORM 0550-RECUAR-DIA-UTIL.
           MOVE 'G' TO WRK-TIPO-SAIDA.
           MOVE WS-FOLHA-FGTS TO WRK-VALOR.
           PERFORM 0520-LANCAR-FOLHA.
           IF WS-REF-MES = 12
               ADD 1 TO WS-REF-ANO
               MOVE 01 TO WS-REF-MES
           ELSE
               ADD 1 TO WS-REF-MES
           END-IF.
           MOVE WS-MES-REF-R TO WRK-MES-REF.

      *********** WS-CALC-INT TRAZ O DIA JA AJUSTADO ***************
       0520-LANCAR-FOLHA.
           IF WS-CALC-INT NOT < WS-HOJE-INT
              AND WS-CALC-INT NOT > WS-FIM-INT
              AND WRK-VALOR > ZEROS
               COMPUTE WS-IDX-DIA = WS-CALC-INT - WS-HOJE-INT + 1
               ADD WRK-VALOR TO WS-DIA-FOLHA(WS-IDX-DIA)
               EVALUATE WRK-TIPO-SAIDA
                   WHEN 'F'
                       ADD WRK-VALOR TO WS-TOT-FOLHA
                   WHEN 'A'
                       ADD WRK-VALOR TO WS-TOT-ADIANTAMENTO
                   WHEN 'G'
                       ADD WRK-VALOR TO WS-TOT-FGTS
               END-EVALUATE
               IF WS-QTD-EVENTOS < 20
                   ADD 1 TO WS-QTD-EVENTOS
                   MOVE WS-DIA-DATA(WS-IDX-DIA)
                       TO WS-EVT-DATA(WS-QTD-EVENTOS)
                   MOVE WRK-TIPO-SAIDA TO WS-EVT-TIPO(WS-QTD-EVENTOS)
                   MOVE WRK-VALOR TO WS-EVT-VALOR(WS-QTD-EVENTOS)
               END-IF
           END-IF.

      *********** CONTA OS DIAS UTEIS DO MES ATE O QUINTO; *********
      *********** WS-CALC-INT PARA NELE ****************************
       0540-CONTAR-DIA-UTIL.
           PERFORM 0560-TESTAR-DIA-UTIL.
           IF WS-DIA-UTIL
               ADD 1 TO WS-QTD-UTEIS
           END-IF.
           IF WS-QTD-UTEIS < 5
               ADD 1 TO WS-CALC-INT
           END-IF.

      *********** VENCIMENTO EM FIM DE SEMANA OU FERIADO E *********
      *********** ANTECIPADO PARA O DIA UTIL ANTERIOR **************
       0550-RECUAR-DIA-UTIL.
           COMPUTE WS-CALC-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALC-N).
           PERFORM 0560-TESTAR-DIA-UTIL.
           PERFORM 0555-VOLTAR-UM-DIA UNTIL WS-DIA-UTIL.

       0555-VOLTAR-UM-DIA.
           SUBTRACT 1 FROM WS-CALC-INT.
           PERFORM 0560-TESTAR-DIA-UTIL.

      *********** SABADO/DOMINGO PELO RESTO DO NUMERO DO DIA POR 7 *
      *********** E FERIADO PELA TABELA, COMO FAZ O PRGCOB19 *******
       0560-TESTAR-DIA-UTIL.
           COMPUTE WS-DATA-CALC-N =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           DIVIDE WS-CALC-INT BY 7
               GIVING WS-QUOCIENTE
               REMAINDER WS-DIA-SEMANA.
           MOVE 'N' TO WS-FERIADO-SW.
           PERFORM 0565-COMPARAR-FERIADO
               VARYING WS-IDX-FER FROM 1 BY 1
               UNTIL WS-IDX-FER > WS-QTD-FERIADOS
                  OR WS-E-FERIADO.
           IF WS-DIA-SEMANA = 6
              OR WS-DIA-SEMANA = 0
              OR WS-E-FERIADO
               MOVE 'N' TO WS-DIA-UTIL-SW
           ELSE
               MOVE 'S' TO WS-DIA-UTIL-SW
           END-IF.

       0565-COMPARAR-FERIADO.
           IF WRK-FERIADO-MES(WS-IDX-FER) = WS-CALC-MES
              AND WRK-FERIADO-DIA(WS-IDX-FER) = WS-CALC-DIA
               MOVE 'S' TO WS-FERIADO-SW
           END-IF.

      *********** UMA LINHA POR DIA; SALDO FINAL NEGATIVO DESTACADO *
       0600-IMPRIMIR-DIA.
           COMPUTE WS-DIA-ENTRADAS =
               WS-DIA-RECEBER(WS-IDX-DIA)
               + WS-DIA-MENSALIDADE(WS-IDX-DIA).
           COMPUTE WS-DIA-SAIDAS =
               WS-DIA-FRETE(WS-IDX-DIA) + WS-DIA-FOLHA(WS-IDX-DIA).
           MOVE WS-DIA-DATA(WS-IDX-DIA) TO WLD-DATA.
           COMPUTE WS-CALC-INT = WS-HOJE-INT + WS-IDX-DIA - 1.
           DIVIDE WS-CALC-INT BY 7
               GIVING WS-QUOCIENTE
               REMAINDER WS-DIA-SEMANA.
           MOVE WS-NOME-DIA(WS-DIA-SEMANA + 1) TO WLD-DIA-SEMANA.
           MOVE WS-SALDO TO WLD-ABERTURA.
           MOVE WS-DIA-ENTRADAS TO WLD-ENTRADAS.
           MOVE WS-DIA-SAIDAS TO WLD-SAIDAS.
           COMPUTE WS-SALDO = WS-SALDO + WS-DIA-ENTRADAS
               - WS-DIA-SAIDAS.
           MOVE WS-SALDO TO WLD-FECHAMENTO.
           IF WS-SALDO < ZEROS
               MOVE '<<<<<<<<' TO WLD-DESTAQUE
               ADD 1 TO WS-QTD-DIAS-NEGATIVOS
           ELSE
               MOVE SPACES TO WLD-DESTAQUE
           END-IF.
           IF WS-SALDO < WS-MENOR-SALDO
               MOVE WS-SALDO TO WS-MENOR-SALDO
               MOVE WS-DIA-DATA(WS-IDX-DIA) TO WS-DATA-MENOR-SALDO
           END-IF.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-DIA.

      *********** COMPOSICAO DAS SAIDAS DA FOLHA NO PERIODO *********
       0700-IMPRIMIR-FOLHA.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-SEPARADOR.
           MOVE SPACES TO WTS-TITULO.
           STRING 'SAIDAS DA FOLHA - BASE COMPETENCIA '
               WRK-ULT-COMPETENCIA DELIMITED BY SIZE
               INTO WTS-TITULO.
           WRITE CASH-FLOW-LINE FROM WS-TITULO-SECAO.
           IF WS-QTD-EVENTOS = ZEROS
               MOVE '   NENHUMA SAIDA DA FOLHA PROJETADA'
                   TO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE
           END-IF.
           PERFORM 0710-IMPRIMIR-EVENTO
               VARYING WS-IDX-EVT FROM 1 BY 1
               UNTIL WS-IDX-EVT > WS-QTD-EVENTOS.

       0710-IMPRIMIR-EVENTO.
           MOVE WS-EVT-DATA(WS-IDX-EVT) TO WLE-DATA.
           EVALUATE WS-EVT-TIPO(WS-IDX-EVT)
               WHEN 'F'
                   MOVE 'FOLHA (LIQUIDO, 5O DIA UTIL)' TO WLE-DESCRICAO
               WHEN 'A'
                   MOVE 'ADIANTAMENTO QUINZENAL' TO WLE-DESCRICAO
               WHEN 'G'
                   MOVE 'FGTS' TO WLE-DESCRICAO
           END-EVALUATE.
           MOVE WS-EVT-VALOR(WS-IDX-EVT) TO WLE-VALOR.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-EVENTO.

       0800-IMPRIMIR-RESUMO.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'RESUMO DO PERIODO' TO WTS-TITULO.
           WRITE CASH-FLOW-LINE FROM WS-TITULO-SECAO.
           MOVE SPACES TO WLV-COMPLEMENTO.
           MOVE 'SALDO INICIAL' TO WLV-ROTULO.
           MOVE WRK-SALDO-INICIAL TO WLV-VALOR.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-VALOR.
           MOVE '(+) CONTAS A RECEBER (CONTASR)' TO WLV-ROTULO.
           MOVE WS-TOT-RECEBER TO WLV-VALOR.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-VALOR.
           MOVE '(+) MENSALIDADES (MENSALID)' TO WLV-ROTULO.
           MOVE WS-TOT-MENSALIDADE TO WLV-VALOR.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-VALOR.
           MOVE '(-) FRETES APROVADOS (APRPAGTO)' TO WLV-ROTULO.
           MOVE WS-TOT-FRETE TO WLV-VALOR.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-VALOR.
           MOVE '(-) FOLHA LIQUIDA' TO WLV-ROTULO.
           MOVE WS-TOT-FOLHA TO WLV-VALOR.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-VALOR.
           MOVE '(-) ADIANTAMENTO SALARIAL' TO WLV-ROTULO.
           MOVE WS-TOT-ADIANTAMENTO TO WLV-VALOR.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-VALOR.
           MOVE '(-) FGTS' TO WLV-ROTULO.
           MOVE WS-TOT-FGTS TO WLV-VALOR.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-VALOR.
           MOVE '(=) SALDO FINAL PROJETADO' TO WLV-ROTULO.
           MOVE WS-SALDO TO WLV-VALOR.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-VALOR.
           MOVE 'MENOR SALDO DO PERIODO' TO WLV-ROTULO.
           MOVE WS-MENOR-SALDO TO WLV-VALOR.
           MOVE SPACES TO WLV-COMPLEMENTO.
           STRING 'EM ' WS-DATA-MENOR-SALDO DELIMITED BY SIZE
               INTO WLV-COMPLEMENTO.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-VALOR.
           MOVE SPACES TO WLV-COMPLEMENTO.
           MOVE 'DIAS COM SALDO NEGATIVO' TO WLQ-ROTULO.
           MOVE WS-QTD-DIAS-NEGATIVOS TO WLQ-QTDE.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-QTDE.
           MOVE 'CR VENCIDO FORA DA PROJECAO' TO WLV-ROTULO.
           MOVE WS-TOT-VENCIDO-CR TO WLV-VALOR.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-VALOR.
           MOVE 'MENSALIDADE VENCIDA FORA DA PROJECAO' TO WLV-ROTULO.
           MOVE WS-TOT-VENCIDO-MENS TO WLV-VALOR.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-VALOR.
           MOVE 'FRETE VENCIDO LANCADO NO PRIMEIRO DIA' TO WLV-ROTULO.
           MOVE WS-TOT-FRETE-VENCIDO TO WLV-VALOR.
           WRITE CASH-FLOW-LINE FROM WS-LINHA-VALOR.
           IF WS-PROJECAO-PARCIAL
               MOVE 'PROJECAO PARCIAL - VER ERRLOG' TO WTS-TITULO
               WRITE CASH-FLOW-LINE FROM WS-TITULO-SECAO
           END-IF.

      *********** ARQUIVO DE ORIGEM AUSENTE: PROJECAO PARCIAL ******
       0750-REGISTRAR-INDISPONIVEL.
           DISPLAY 'AVISO: ' WRK-ARQUIVO ' NAO DISPONIVEL'.
           MOVE 'PRGCB116'     TO EL-PROGRAMA.
           MOVE WRK-PARAGRAFO  TO EL-PARAGRAFO.
           MOVE SPACES         TO EL-MENSAGEM.
           STRING 'ARQUIVO ' DELIMITED BY SIZE
               WRK-ARQUIVO DELIMITED BY SPACE
               ' INDISPONIVEL - PROJECAO DE CAIXA PARCIAL'
               DELIMITED BY SIZE
               INTO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           MOVE 'S' TO WS-PARCIAL-SW.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** APRPAGTO MAIOR QUE A TABELA: AS FATURAS QUE NAO **
      *********** COUBERAM FICAM FORA - PROJECAO PARCIAL ***********
       0755-REGISTRAR-ESTOURO.
           DISPLAY 'AVISO: TABELA DE FRETES CHEIA - '
               WS-QTD-FORA-TABELA ' FATURA(S) FORA DA PROJECAO'.
           MOVE 'PRGCB116'     TO EL-PROGRAMA.
           MOVE '0310-ARMAZENAR-APROV' TO EL-PARAGRAFO.
           MOVE SPACES         TO EL-MENSAGEM.
           STRING 'TABELA CHEIA (2000) - '
               WS-QTD-FORA-TABELA ' FATURAS FORA - PROJECAO PARCIAL'
               DELIMITED BY SIZE
               INTO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           MOVE 'S' TO WS-PARCIAL-SW.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

       0850-ALERTAR-NEGATIVO.
           MOVE 'PRGCB116'            TO EL-PROGRAMA.
           MOVE '0850-ALERTAR-NEGAT'  TO EL-PARAGRAFO.
           MOVE SPACES                TO EL-MENSAGEM.
           STRING 'SALDO PROJETADO NEGATIVO EM '
               WS-QTD-DIAS-NEGATIVOS ' DIA(S) - MENOR EM '
               WS-DATA-MENOR-SALDO DELIMITED BY SIZE
               INTO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCB116'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WRK-DIAS-PROJECAO  TO RC-REGISTROS-SAIDA
               MOVE WS-SALDO           TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
