       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB86.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = BAIXA DE RECEBIVEIS DO CONTAS A
      ***                            RECEBER (CONTASR, GRAVADO PELO
      ***                            PRGCOB18): REGISTRA O
      ***                            RECEBIMENTO TOTAL OU PARCIAL
      ***                            DE UMA PARCELA PELO CLIENTE,
      ***                            SEQUENCIA DA VENDA E NUMERO DA
      ***                            PARCELA, COBRA MULTA E JUROS
      ***                            DE MORA SOBRE O VENCIMENTO
      ***                            (CONTROLE RECEBPRM), GRAVA O
      ***                            RECEBIMENTO NO ARQUIVO
      ***                            RECEBTOS E IMPRIME O CAIXA
      ***                            RECEBIDO NO DIA POR FILIAL
      ***                            (RECEBREL) - ATE AQUI A
      ***                            PARCELA FICAVA ABERTA PARA
      ***                            SEMPRE E O FINANCEIRO
      ***                            CONTROLAVA O PAGO EM PLANILHA
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA O NUMERO DA REMESSA DE
      ***                    COBRANCA NO RECEIVBL.COB (FD DE 82)
      ***                    E O BANCO/CONVENIO NO RECEBPRM.COB
      ***                    (FD DE 24); A BAIXA NO CAIXA AVISA
      ***                    QUANDO A PARCELA JA TEM BOLETO NO
      ***                    BANCO
      ***   15/10/2026 HJR   ACOMPANHA OS DIAS DE BLOQUEIO E O
      ***                    LIMITE PADRAO INCLUIDOS NO
      ***                    RECEBPRM.COB (FD DE 38 POSICOES)
      ***   15/10/2026 HJR   RECEBIMENTO DE PARCELA BAIXADA COMO
      ***                    PERDA (SITUACAO B, PRGCOB89) PASSA A
      ***                    SER ACEITO COMO RECUPERACAO (TIPO X),
      ***                    SEM ENCARGOS E SEM REABRIR A PARCELA
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
           SELECT RECEIPT-FILE ASSIGN TO 'RECEBTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBTO-STATUS.
           SELECT RECEIVABLE-PARM-FILE ASSIGN TO 'RECEBPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPERATOR-SESS-FILE ASSIGN TO 'OPERSESS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CASH-REPORT-FILE ASSIGN TO 'RECEBREL'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY 'RECEIVBL.COB'.

       FD  RECEIPT-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY 'RECEBTO.COB'.

       FD  RECEIVABLE-PARM-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY 'RECEBPRM.COB'.

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  OPERATOR-SESS-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  OPERATOR-SESS-REC.
           02 OS-OPERADOR        PIC X(05).
           02 FILLER             PIC X(01).
           02 OS-NOME            PIC X(30).

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       FD  CASH-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CASH-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CONTASR-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-RECEBTO-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PARM-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SESSAO-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-CONTASR-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-CONTASR                   VALUE 'S'.
       77  WS-FIM-RECEBTOS-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-RECEBTOS                  VALUE 'S'.
       77  WS-FIM-CAPTURA-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-CAPTURA                   VALUE 'S'.
       77  WS-PARCELA-ACHADA-SW  PIC X(01)     VALUE 'N'.
           88 WS-PARCELA-ACHADA                VALUE 'S'.
       77  WS-FILIAL-ACHADA-SW   PIC X(01)     VALUE 'N'.
           88 WS-FILIAL-ACHADA                 VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WS-MULTA-PCT          PIC 9(02)V99  VALUE 2,00.
       77  WS-JUROS-MES          PIC 9(02)V99  VALUE 1,00.
       77  WS-CARENCIA-DIAS      PIC 9(02)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-OPERADOR-SESSAO   PIC X(05)     VALUE SPACES.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-CLIENTE           PIC X(06)     VALUE SPACES.
       77  WRK-SEQUENCIA         PIC 9(05)     VALUE ZEROS.
       77  WRK-PARCELA           PIC 9(02)     VALUE ZEROS.
       77  WRK-DATA-PAGTO        PIC 9(08)     VALUE ZEROS.
       77  WRK-VALOR-PAGO        PIC 9(06)V99  VALUE ZEROS.
       77  WRK-SALDO             PIC S9(06)V99 VALUE ZEROS.
       77  WRK-JUROS             PIC S9(06)V99 VALUE ZEROS.
       77  WRK-MULTA             PIC S9(06)V99 VALUE ZEROS.
       77  WRK-ENCARGOS          PIC S9(06)V99 VALUE ZEROS.
       77  WRK-DEVIDO            PIC S9(06)V99 VALUE ZEROS.
       77  WRK-PRINCIPAL         PIC S9(06)V99 VALUE ZEROS.
       77  WRK-RECEBIDO          PIC S9(06)V99 VALUE ZEROS.
       77  WRK-DIFERENCA         PIC S9(06)V99 VALUE ZEROS.
       77  WRK-TIPO-BAIXA        PIC X(01)     VALUE SPACES.
           88 WRK-BAIXA-TOTAL                  VALUE 'T'.
           88 WRK-BAIXA-PARCIAL                VALUE 'P'.
           88 WRK-BAIXA-RECUSADA               VALUE 'R'.
           88 WRK-BAIXA-RECUPERACAO            VALUE 'X'.
       77  WS-PAGTO-INT          PIC 9(07)     VALUE ZEROS.
       77  WS-VENC-INT           PIC 9(07)     VALUE ZEROS.
       77  WS-ULT-PAGTO-INT      PIC 9(07)     VALUE ZEROS.
       77  WS-DIAS-ATRASO        PIC S9(05)    VALUE ZEROS.
       77  WS-DIAS-JUROS         PIC S9(05)    VALUE ZEROS.
       77  WS-QTD-INFORMADOS     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-BAIXAS         PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-RECUSADOS      PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-RECEBIDO     PIC S9(08)V99 VALUE ZEROS.
       77  WS-VALOR-ED           PIC ZZZ.ZZ9,99- VALUE ZEROS.
       77  WRK-DATA-RELATORIO    PIC 9(08)     VALUE ZEROS.
       77  WRK-IDX-F             PIC 9(02)     VALUE ZEROS.
       77  WRK-IDX-R             PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-ACHADO         PIC 9(02)     VALUE ZEROS.

       01  WS-TABELA-FILIAIS.
           02 WS-QTD-FILIAIS     PIC 9(02)     VALUE ZEROS.
           02 WS-FIL-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-IDX-FIL.
               03 WS-FIL-CODIGO      PIC X(03).
               03 WS-FIL-QT          PIC 9(04).
               03 WS-FIL-PRINCIPAL   PIC S9(08)V99.
               03 WS-FIL-JUROS       PIC S9(08)V99.
               03 WS-FIL-MULTA       PIC S9(08)V99.
               03 WS-FIL-RECEBIDO    PIC S9(08)V99.

       01  WS-TABELA-RECEBTOS.
           02 WS-QTD-RECEBTOS    PIC 9(03)     VALUE ZEROS.
           02 WS-REC-ENTRY OCCURS 500 TIMES.
               03 WS-REC-FILIAL      PIC X(03).
               03 WS-REC-CLIENTE     PIC X(06).
               03 WS-REC-SEQUENCIA   PIC 9(05).
               03 WS-REC-PARCELA     PIC 9(02).
               03 WS-REC-VENCIMENTO  PIC 9(08).
               03 WS-REC-PRINCIPAL   PIC S9(06)V99.
               03 WS-REC-JUROS       PIC S9(06)V99.
               03 WS-REC-MULTA       PIC S9(06)V99.
               03 WS-REC-RECEBIDO    PIC S9(06)V99.
               03 WS-REC-TIPO        PIC X(01).

       01  WS-TOTAIS-DIA.
           02 WS-DIA-QT          PIC 9(04)     VALUE ZEROS.
           02 WS-DIA-PRINCIPAL   PIC S9(08)V99 VALUE ZEROS.
           02 WS-DIA-JUROS       PIC S9(08)V99 VALUE ZEROS.
           02 WS-DIA-MULTA       PIC S9(08)V99 VALUE ZEROS.
           02 WS-DIA-RECEBIDO    PIC S9(08)V99 VALUE ZEROS.

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(36) VALUE
              'CAIXA RECEBIDO POR FILIAL - CONTASR '.
           02 FILLER             PIC X(06) VALUE 'DATA: '.
           02 WC1-DATA           PIC 9(08).
       01  WS-CABECALHO-FILIAL.
           02 FILLER             PIC X(08) VALUE 'FILIAL: '.
           02 WCF-FILIAL         PIC X(03).
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(40) VALUE
              'CLIENTE SEQ.  PC VENCTO    PRINCIPAL   '.
           02 FILLER             PIC X(37) VALUE
              '   JUROS     MULTA   RECEBIDO T'.
       01  WS-LINHA-RECEBTO.
           02 WLR-CLIENTE        PIC X(06).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLR-SEQUENCIA      PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-PARCELA        PIC 9(02).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-VENCIMENTO     PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-PRINCIPAL      PIC ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-JUROS          PIC ZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-MULTA          PIC ZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-RECEBIDO       PIC ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-TIPO           PIC X(01).
       01  WS-LINHA-TOTAL.
           02 WLT-ROTULO         PIC X(12).
           02 WLT-FILIAL         PIC X(03).
           02 FILLER             PIC X(04) VALUE ' QT:'.
           02 WLT-QT             PIC ZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-PRINCIPAL      PIC ZZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-JUROS          PIC ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-MULTA          PIC ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-RECEBIDO       PIC ZZ.ZZZ.ZZ9,99.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0045-LER-SESSAO-OPERADOR.
           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
           PERFORM 0900-GRAVAR-CONTROLE-EXECUCAO.
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.

      *********** DATA DE PROCESSAMENTO DO NEGOCIO (PROCDATE, *****
      *********** ABERTA PELO PRGCOB82); SEM O CONTROLE, VALE *****
      *********** O RELOGIO DA MAQUINA ****************************
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

      *********** OPERADOR AUTENTICADO PELO MENU (OPERSESS); ******
      *********** AUSENTE (EXECUCAO POR JOB), FICA EM BRANCO ******
       0045-LER-SESSAO-OPERADOR.
           OPEN INPUT OPERATOR-SESS-FILE.
           IF WS-SESSAO-STATUS = '00'
               READ OPERATOR-SESS-FILE
                   NOT AT END
                       MOVE OS-OPERADOR TO WRK-OPERADOR-SESSAO
               END-READ
               CLOSE OPERATOR-SESS-FILE
           END-IF.

      *********** MULTA, JUROS AO MES E CARENCIA DO CONTROLE ******
      *********** RECEBPRM, COM PADRAO INTERNO (2% DE MULTA, ******
      *********** 1% AO MES, SEM CARENCIA) QUANDO AUSENTE *********
       0050-CARREGAR-PARAMETROS.
           OPEN INPUT RECEIVABLE-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ RECEIVABLE-PARM-FILE
                   NOT AT END
                       MOVE RP-MULTA-PCT     TO WS-MULTA-PCT
                       MOVE RP-JUROS-MES     TO WS-JUROS-MES
                       MOVE RP-CARENCIA-DIAS TO WS-CARENCIA-DIAS
               END-READ
               CLOSE RECEIVABLE-PARM-FILE
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== BAIXA DE RECEBIVEIS (CONTASR) ====='.
           DISPLAY ' (1) REGISTRAR RECEBIMENTOS '.
           DISPLAY ' (2) RELATORIO DE CAIXA RECEBIDO NO DIA '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-REGISTRAR-RECEBIMENTOS
               WHEN 2
                   PERFORM 0500-RELATORIO-CAIXA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** RECEBIMENTOS DIGITADOS UM A UM (OU CARTOES ******
      *********** DE SYSIN NO LOTE), ATE O CLIENTE 0 **************
       0200-REGISTRAR-RECEBIMENTOS.
           OPEN EXTEND RECEIPT-FILE.
           IF WS-RECEBTO-STATUS = '35'
               OPEN OUTPUT RECEIPT-FILE
           END-IF.
           IF WS-RECEBTO-STATUS NOT = '00'
               DISPLAY 'ARQUIVO RECEBTOS NAO DISPONIVEL'
               MOVE 'PRGCOB86' TO EL-PROGRAMA
               MOVE '0200-REGISTRAR' TO EL-PARAGRAFO
               MOVE 'ARQUIVO RECEBTOS NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               MOVE 'N' TO WS-FIM-CAPTURA-SW
               PERFORM 0210-CAPTURAR-RECEBIMENTO
                   UNTIL WS-FIM-CAPTURA
               CLOSE RECEIPT-FILE
               MOVE WS-TOTAL-RECEBIDO TO WS-VALOR-ED
               DISPLAY 'RECEBIMENTOS INFORMADOS : ' WS-QTD-INFORMADOS
               DISPLAY 'PARCELAS BAIXADAS...... : ' WS-QTD-BAIXAS
               DISPLAY 'RECEBIMENTOS RECUSADOS. : ' WS-QTD-RECUSADOS
               DISPLAY 'TOTAL RECEBIDO......... : ' WS-VALOR-ED
           END-IF.

      *********** CLIENTE EM BRANCO = CONSUMIDOR NAO *************
      *********** IDENTIFICADO, COMO NA CAPTURA DO PRGCOB18; *****
      *********** DATA 0 = DATA DO PROCESSAMENTO *****************
       0210-CAPTURAR-RECEBIMENTO.
           DISPLAY 'CODIGO DO CLIENTE (0=ENCERRAR).. : '
               WITH NO ADVANCING.
           ACCEPT WRK-CLIENTE.
           MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE.
           IF WRK-CLIENTE = '0'
               MOVE 'S' TO WS-FIM-CAPTURA-SW
           ELSE
               ADD 1 TO WS-QTD-INFORMADOS
               DISPLAY 'SEQUENCIA DA VENDA.............. : '
                   WITH NO ADVANCING
               ACCEPT WRK-SEQUENCIA
               DISPLAY 'NUMERO DA PARCELA............... : '
                   WITH NO ADVANCING
               ACCEPT WRK-PARCELA
               DISPLAY 'DATA DO PAGAMENTO (0=HOJE)...... : '
                   WITH NO ADVANCING
               ACCEPT WRK-DATA-PAGTO
               DISPLAY 'VALOR PAGO...................... : '
                   WITH NO ADVANCING
               ACCEPT WRK-VALOR-PAGO
               IF WRK-DATA-PAGTO = ZEROS
                   MOVE WS-DATA-PROCESSO TO WRK-DATA-PAGTO
               END-IF
               IF WRK-VALOR-PAGO NOT > ZEROS
                  OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-PAGTO)
                     NOT = ZEROS
                   DISPLAY 'DATA OU VALOR INVALIDO - RECEBIMENTO '
                       'RECUSADO'
                   ADD 1 TO WS-QTD-RECUSADOS
                   PERFORM 0390-MARCAR-REJEICAO
               ELSE
                   PERFORM 0300-BAIXAR-PARCELA
               END-IF
           END-IF.

      *********** LOCALIZA A PARCELA EM ABERTO (OU BAIXADA COMO **
      *********** PERDA) NO CONTASR E REGRAVA COM O RECEBIMENTO **
      *********** (MESMO PADRAO DE REGRAVACAO DA BAIXA DE ********
      *********** MENSALIDADE, PRGCOB75) *************************
       0300-BAIXAR-PARCELA.
           MOVE 'N' TO WS-FIM-CONTASR-SW.
           MOVE 'N' TO WS-PARCELA-ACHADA-SW.
           MOVE SPACES TO WRK-TIPO-BAIXA.
           OPEN I-O RECEIVABLE-FILE.
           IF WS-CONTASR-STATUS NOT = '00'
               DISPLAY 'ARQUIVO CONTASR NAO DISPONIVEL'
               MOVE 'PRGCOB86' TO EL-PROGRAMA
               MOVE '0300-BAIXAR-PARCELA' TO EL-PARAGRAFO
               MOVE 'ARQUIVO CONTASR NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-FIM-CAPTURA-SW
               ADD 1 TO WS-QTD-RECUSADOS
           ELSE
               PERFORM 0310-LER-PARCELA
               PERFORM 0320-PROCURAR-PARCELA
                   UNTIL WS-FIM-CONTASR OR WS-PARCELA-ACHADA
               CLOSE RECEIVABLE-FILE
               IF NOT WS-PARCELA-ACHADA
                   DISPLAY 'PARCELA EM ABERTO OU BAIXADA NAO '
                       'ENCONTRADA - RECEBIMENTO RECUSADO'
                   ADD 1 TO WS-QTD-RECUSADOS
                   PERFORM 0390-MARCAR-REJEICAO
               END-IF
           END-IF.

       0310-LER-PARCELA.
           READ RECEIVABLE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-CONTASR-SW
           END-READ.

       0320-PROCURAR-PARCELA.
           IF RV-CLIENTE = WRK-CLIENTE
              AND RV-SEQUENCIA = WRK-SEQUENCIA
              AND RV-PARCELA = WRK-PARCELA
              AND (RV-SITUACAO = 'A' OR RV-SITUACAO = 'B')
               MOVE 'S' TO WS-PARCELA-ACHADA-SW
               IF RV-SITUACAO = 'B'
                   PERFORM 0345-APLICAR-RECUPERACAO
               ELSE
                   PERFORM 0330-CALCULAR-ENCARGOS
                   PERFORM 0340-APLICAR-PAGAMENTO
               END-IF
           ELSE
               PERFORM 0310-LER-PARCELA
           END-IF.

      *********** ENCARGOS DE ATRASO SOBRE O SALDO DA PARCELA: ****
      *********** MULTA UMA UNICA VEZ (NAO SE REPETE SE UMA ******
      *********** BAIXA PARCIAL ANTERIOR JA FOI APOS O ***********
      *********** VENCIMENTO) E JUROS PRO RATA DIA, CONTADOS DO **
      *********** VENCIMENTO OU DO ULTIMO RECEBIMENTO EM ATRASO ***
       0330-CALCULAR-ENCARGOS.
           COMPUTE WRK-SALDO = RV-VALOR - RV-VALOR-PAGO.
           MOVE ZEROS TO WRK-JUROS.
           MOVE ZEROS TO WRK-MULTA.
           COMPUTE WS-PAGTO-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PAGTO).
           COMPUTE WS-VENC-INT =
               FUNCTION INTEGER-OF-DATE(RV-DATA-VENCIMENTO).
           COMPUTE WS-DIAS-ATRASO = WS-PAGTO-INT - WS-VENC-INT.
           IF WS-DIAS-ATRASO > WS-CARENCIA-DIAS
               IF RV-DATA-PAGAMENTO NOT > RV-DATA-VENCIMENTO
                   COMPUTE WRK-MULTA ROUNDED =
                       WRK-SALDO * WS-MULTA-PCT / 100
                   MOVE WS-DIAS-ATRASO TO WS-DIAS-JUROS
               ELSE
                   COMPUTE WS-ULT-PAGTO-INT =
                       FUNCTION INTEGER-OF-DATE(RV-DATA-PAGAMENTO)
                   COMPUTE WS-DIAS-JUROS =
                       WS-PAGTO-INT - WS-ULT-PAGTO-INT
               END-IF
               IF WS-DIAS-JUROS > ZEROS
                   COMPUTE WRK-JUROS ROUNDED =
                       WRK-SALDO * WS-JUROS-MES / 100
                       * WS-DIAS-JUROS / 30
               END-IF
           END-IF.
           COMPUTE WRK-ENCARGOS = WRK-JUROS + WRK-MULTA.

      *********** O VALOR PAGO QUITA PRIMEIRO OS ENCARGOS E ******
      *********** DEPOIS O PRINCIPAL; O QUE NAO COBRE NEM OS *****
      *********** ENCARGOS E RECUSADO, E O QUE PASSA DO DEVIDO ***
      *********** QUITA A PARCELA E SAI COMO DIFERENCA A *********
      *********** DEVOLVER AO CLIENTE ****************************
       0340-APLICAR-PAGAMENTO.
           COMPUTE WRK-DEVIDO = WRK-SALDO + WRK-ENCARGOS.
           EVALUATE TRUE
               WHEN WRK-VALOR-PAGO >= WRK-DEVIDO
                   MOVE 'T'        TO WRK-TIPO-BAIXA
                   MOVE WRK-SALDO  TO WRK-PRINCIPAL
                   MOVE WRK-DEVIDO TO WRK-RECEBIDO
                   MOVE 'P'        TO RV-SITUACAO
                   MOVE RV-VALOR   TO RV-VALOR-PAGO
                   IF WRK-VALOR-PAGO > WRK-DEVIDO
                       COMPUTE WRK-DIFERENCA =
                           WRK-VALOR-PAGO - WRK-DEVIDO
                       MOVE WRK-DIFERENCA TO WS-VALOR-ED
                       DISPLAY 'VALOR ACIMA DO DEVIDO - DEVOLVER AO '
                           'CLIENTE: ' WS-VALOR-ED
                   END-IF
               WHEN WRK-VALOR-PAGO NOT > WRK-ENCARGOS
                   MOVE 'R' TO WRK-TIPO-BAIXA
                   MOVE WRK-ENCARGOS TO WS-VALOR-ED
                   DISPLAY 'VALOR NAO COBRE OS ENCARGOS DE ATRASO ('
                       WS-VALOR-ED ') - RECEBIMENTO RECUSADO'
               WHEN OTHER
                   MOVE 'P' TO WRK-TIPO-BAIXA
                   COMPUTE WRK-PRINCIPAL =
                       WRK-VALOR-PAGO - WRK-ENCARGOS
                   MOVE WRK-VALOR-PAGO TO WRK-RECEBIDO
                   ADD WRK-PRINCIPAL TO RV-VALOR-PAGO
           END-EVALUATE.
           IF WRK-BAIXA-RECUSADA
               ADD 1 TO WS-QTD-RECUSADOS
               PERFORM 0390-MARCAR-REJEICAO
           ELSE
               MOVE WRK-DATA-PAGTO TO RV-DATA-PAGAMENTO
               REWRITE RECEIVABLE-REC
               PERFORM 0350-GRAVAR-RECEBIMENTO
               IF RV-NUM-REMESSA > ZEROS
                   DISPLAY 'ATENCAO: PARCELA COM BOLETO NA REMESSA '
                       RV-NUM-REMESSA ' - PEDIR A BAIXA DO TITULO '
                       'AO BANCO'
               END-IF
           END-IF.

      *********** PARCELA BAIXADA COMO PERDA (PRGCOB89): O VALOR **
      *********** RECEBIDO ABATE O SALDO PERDIDO SEM MULTA NEM ****
      *********** JUROS (ENCARGOS SAO NEGOCIADOS NO ACORDO) E A ****
      *********** PARCELA CONTINUA NA SITUACAO B; A RECUPERACAO ****
      *********** VAI PARA A CONTABILIDADE NO FECHAMENTO DA PDD ***
       0345-APLICAR-RECUPERACAO.
           COMPUTE WRK-SALDO = RV-VALOR - RV-VALOR-PAGO.
           MOVE ZEROS TO WRK-JUROS.
           MOVE ZEROS TO WRK-MULTA.
           IF WRK-SALDO NOT > ZEROS
               DISPLAY 'PARCELA BAIXADA COMO PERDA JA RECUPERADA - '
                   'RECEBIMENTO RECUSADO'
               ADD 1 TO WS-QTD-RECUSADOS
               PERFORM 0390-MARCAR-REJEICAO
           ELSE
               MOVE 'X' TO WRK-TIPO-BAIXA
               IF WRK-VALOR-PAGO > WRK-SALDO
                   MOVE WRK-SALDO TO WRK-PRINCIPAL
                   COMPUTE WRK-DIFERENCA = WRK-VALOR-PAGO - WRK-SALDO
                   MOVE WRK-DIFERENCA TO WS-VALOR-ED
                   DISPLAY 'VALOR ACIMA DO SALDO PERDIDO - DEVOLVER '
                       'AO CLIENTE: ' WS-VALOR-ED
               ELSE
                   MOVE WRK-VALOR-PAGO TO WRK-PRINCIPAL
               END-IF
               MOVE WRK-PRINCIPAL TO WRK-RECEBIDO
               ADD WRK-PRINCIPAL TO RV-VALOR-PAGO
               MOVE WRK-DATA-PAGTO TO RV-DATA-PAGAMENTO
               REWRITE RECEIVABLE-REC
               PERFORM 0350-GRAVAR-RECEBIMENTO
           END-IF.

       0350-GRAVAR-RECEBIMENTO.
           MOVE WRK-DATA-PAGTO      TO RB-DATA-PAGAMENTO.
           MOVE RV-FILIAL           TO RB-FILIAL.
           MOVE RV-VENDEDOR         TO RB-VENDEDOR.
           MOVE RV-CLIENTE          TO RB-CLIENTE.
           MOVE RV-SEQUENCIA        TO RB-SEQUENCIA.
           MOVE RV-PARCELA          TO RB-PARCELA.
           MOVE RV-DATA-VENCIMENTO  TO RB-DATA-VENCIMENTO.
           MOVE WRK-PRINCIPAL       TO RB-VALOR-PRINCIPAL.
           MOVE WRK-JUROS           TO RB-VALOR-JUROS.
           MOVE WRK-MULTA           TO RB-VALOR-MULTA.
           MOVE WRK-RECEBIDO        TO RB-VALOR-RECEBIDO.
           MOVE WRK-TIPO-BAIXA      TO RB-TIPO-BAIXA.
           MOVE 'C'                 TO RB-ORIGEM.
           MOVE WRK-OPERADOR-SESSAO TO RB-OPERADOR.
           WRITE RECEIPT-REC.
           ADD 1 TO WS-QTD-BAIXAS.
           ADD WRK-RECEBIDO TO WS-TOTAL-RECEBIDO.
           MOVE WRK-RECEBIDO TO WS-VALOR-ED.
           EVALUATE TRUE
               WHEN WRK-BAIXA-TOTAL
                   DISPLAY 'PARCELA QUITADA - RECEBIDO: ' WS-VALOR-ED
               WHEN WRK-BAIXA-RECUPERACAO
                   DISPLAY 'RECUPERACAO DE PERDA - RECEBIDO: '
                       WS-VALOR-ED
                   COMPUTE WRK-SALDO = RV-VALOR - RV-VALOR-PAGO
                   MOVE WRK-SALDO TO WS-VALOR-ED
                   DISPLAY 'SALDO PERDIDO A RECUPERAR: ' WS-VALOR-ED
               WHEN OTHER
                   DISPLAY 'BAIXA PARCIAL - RECEBIDO: ' WS-VALOR-ED
                   COMPUTE WRK-SALDO = RV-VALOR - RV-VALOR-PAGO
                   MOVE WRK-SALDO TO WS-VALOR-ED
                   DISPLAY 'SALDO DA PARCELA EM ABERTO: ' WS-VALOR-ED
           END-EVALUATE.

      *********** RECEBIMENTO RECUSADO DEIXA O RC EM 4, SALVO ****
      *********** FALHA DE ARQUIVO JA MARCADA COM 8 **************
       0390-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** CAIXA RECEBIDO NO DIA, AGRUPADO POR FILIAL: ****
      *********** CARGA DOS RECEBIMENTOS DA DATA EM TABELA E *****
      *********** IMPRESSAO FILIAL A FILIAL, COM O TOTAL DE ******
      *********** CADA UMA E O TOTAL GERAL ***********************
       0500-RELATORIO-CAIXA.
           DISPLAY 'DATA DO CAIXA (0=HOJE)........... : '
               WITH NO ADVANCING.
           ACCEPT WRK-DATA-RELATORIO.
           IF WRK-DATA-RELATORIO = ZEROS
               MOVE WS-DATA-PROCESSO TO WRK-DATA-RELATORIO
           END-IF.
           MOVE ZEROS TO WS-QTD-FILIAIS.
           MOVE ZEROS TO WS-QTD-RECEBTOS.
           MOVE ZEROS TO WS-DIA-QT.
           MOVE ZEROS TO WS-DIA-PRINCIPAL.
           MOVE ZEROS TO WS-DIA-JUROS.
           MOVE ZEROS TO WS-DIA-MULTA.
           MOVE ZEROS TO WS-DIA-RECEBIDO.
           MOVE 'N' TO WS-FIM-RECEBTOS-SW.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEBTO-STATUS NOT = '00'
               DISPLAY 'ARQUIVO RECEBTOS NAO ENCONTRADO'
               MOVE 'PRGCOB86' TO EL-PROGRAMA
               MOVE '0500-RELATORIO-CAIXA' TO EL-PARAGRAFO
               MOVE 'ARQUIVO RECEBTOS NAO ENCONTRADO' TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0390-MARCAR-REJEICAO
           ELSE
               PERFORM 0510-LER-RECEBIMENTO
               PERFORM 0520-CARREGAR-RECEBIMENTO
                   UNTIL WS-FIM-RECEBTOS
               CLOSE RECEIPT-FILE
               PERFORM 0550-IMPRIMIR-CAIXA
           END-IF.

       0510-LER-RECEBIMENTO.
           READ RECEIPT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-RECEBTOS-SW
           END-READ.

       0520-CARREGAR-RECEBIMENTO.
           IF RB-DATA-PAGAMENTO = WRK-DATA-RELATORIO
               IF WS-QTD-RECEBTOS < 500
                   ADD 1 TO WS-QTD-RECEBTOS
                   MOVE RB-FILIAL
                       TO WS-REC-FILIAL(WS-QTD-RECEBTOS)
                   MOVE RB-CLIENTE
                       TO WS-REC-CLIENTE(WS-QTD-RECEBTOS)
                   MOVE RB-SEQUENCIA
                       TO WS-REC-SEQUENCIA(WS-QTD-RECEBTOS)
                   MOVE RB-PARCELA
                       TO WS-REC-PARCELA(WS-QTD-RECEBTOS)
                   MOVE RB-DATA-VENCIMENTO
                       TO WS-REC-VENCIMENTO(WS-QTD-RECEBTOS)
                   MOVE RB-VALOR-PRINCIPAL
                       TO WS-REC-PRINCIPAL(WS-QTD-RECEBTOS)
                   MOVE RB-VALOR-JUROS
                       TO WS-REC-JUROS(WS-QTD-RECEBTOS)
                   MOVE RB-VALOR-MULTA
                       TO WS-REC-MULTA(WS-QTD-RECEBTOS)
                   MOVE RB-VALOR-RECEBIDO
                       TO WS-REC-RECEBIDO(WS-QTD-RECEBTOS)
                   MOVE RB-TIPO-BAIXA
                       TO WS-REC-TIPO(WS-QTD-RECEBTOS)
                   PERFORM 0530-ACUMULAR-FILIAL
               ELSE
                   DISPLAY 'TABELA DE RECEBIMENTOS CHEIA - '
                       'REGISTRO IGNORADO'
               END-IF
           END-IF.
           PERFORM 0510-LER-RECEBIMENTO.

       0530-ACUMULAR-FILIAL.
           MOVE 'N' TO WS-FILIAL-ACHADA-SW.
           PERFORM 0540-COMPARAR-FILIAL
               VARYING WS-IDX-FIL FROM 1 BY 1
               UNTIL WS-IDX-FIL > WS-QTD-FILIAIS
                  OR WS-FILIAL-ACHADA.
           IF NOT WS-FILIAL-ACHADA
               IF WS-QTD-FILIAIS < 50
                   ADD 1 TO WS-QTD-FILIAIS
                   MOVE WS-QTD-FILIAIS TO WS-IDX-ACHADO
                   MOVE RB-FILIAL TO WS-FIL-CODIGO(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FIL-QT(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FIL-PRINCIPAL(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FIL-JUROS(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FIL-MULTA(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FIL-RECEBIDO(WS-IDX-ACHADO)
                   MOVE 'S' TO WS-FILIAL-ACHADA-SW
               END-IF
           END-IF.
           IF WS-FILIAL-ACHADA
               ADD 1 TO WS-FIL-QT(WS-IDX-ACHADO)
               ADD RB-VALOR-PRINCIPAL
                   TO WS-FIL-PRINCIPAL(WS-IDX-ACHADO)
               ADD RB-VALOR-JUROS TO WS-FIL-JUROS(WS-IDX-ACHADO)
               ADD RB-VALOR-MULTA TO WS-FIL-MULTA(WS-IDX-ACHADO)
               ADD RB-VALOR-RECEBIDO
                   TO WS-FIL-RECEBIDO(WS-IDX-ACHADO)
           END-IF.
           ADD 1                  TO WS-DIA-QT.
           ADD RB-VALOR-PRINCIPAL TO WS-DIA-PRINCIPAL.
           ADD RB-VALOR-JUROS     TO WS-DIA-JUROS.
           ADD RB-VALOR-MULTA     TO WS-DIA-MULTA.
           ADD RB-VALOR-RECEBIDO  TO WS-DIA-RECEBIDO.

       0540-COMPARAR-FILIAL.
           IF WS-FIL-CODIGO(WS-IDX-FIL) = RB-FILIAL
               MOVE 'S' TO WS-FILIAL-ACHADA-SW
               SET WS-IDX-ACHADO TO WS-IDX-FIL
           END-IF.

       0550-IMPRIMIR-CAIXA.
           OPEN OUTPUT CASH-REPORT-FILE.
           MOVE WRK-DATA-RELATORIO TO WC1-DATA.
           WRITE CASH-REPORT-LINE FROM WS-CABECALHO-1.
           PERFORM 0560-IMPRIMIR-FILIAL
               VARYING WRK-IDX-F FROM 1 BY 1
               UNTIL WRK-IDX-F > WS-QTD-FILIAIS.
           MOVE SPACES TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.
           MOVE 'TOTAL GERAL ' TO WLT-ROTULO.
           MOVE SPACES           TO WLT-FILIAL.
           MOVE WS-DIA-QT        TO WLT-QT.
           MOVE WS-DIA-PRINCIPAL TO WLT-PRINCIPAL.
           MOVE WS-DIA-JUROS     TO WLT-JUROS.
           MOVE WS-DIA-MULTA     TO WLT-MULTA.
           MOVE WS-DIA-RECEBIDO  TO WLT-RECEBIDO.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-TOTAL.
           CLOSE CASH-REPORT-FILE.
           MOVE WS-DIA-RECEBIDO TO WS-VALOR-ED.
           DISPLAY 'RECEBIMENTOS DO DIA.... : ' WS-DIA-QT.
           DISPLAY 'FILIAIS................ : ' WS-QTD-FILIAIS.
           DISPLAY 'TOTAL RECEBIDO NO DIA.. : ' WS-VALOR-ED.
           DISPLAY 'RELATORIO GERADO EM RECEBREL'.

       0560-IMPRIMIR-FILIAL.
           MOVE SPACES TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.
           MOVE WS-FIL-CODIGO(WRK-IDX-F) TO WCF-FILIAL.
           WRITE CASH-REPORT-LINE FROM WS-CABECALHO-FILIAL.
           WRITE CASH-REPORT-LINE FROM WS-CABECALHO-2.
           PERFORM 0570-IMPRIMIR-RECEBIMENTO
               VARYING WRK-IDX-R FROM 1 BY 1
               UNTIL WRK-IDX-R > WS-QTD-RECEBTOS.
           MOVE 'TOTAL FILIAL' TO WLT-ROTULO.
           MOVE WS-FIL-CODIGO(WRK-IDX-F)    TO WLT-FILIAL.
           MOVE WS-FIL-QT(WRK-IDX-F)        TO WLT-QT.
           MOVE WS-FIL-PRINCIPAL(WRK-IDX-F) TO WLT-PRINCIPAL.
           MOVE WS-FIL-JUROS(WRK-IDX-F)     TO WLT-JUROS.
           MOVE WS-FIL-MULTA(WRK-IDX-F)     TO WLT-MULTA.
           MOVE WS-FIL-RECEBIDO(WRK-IDX-F)  TO WLT-RECEBIDO.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-TOTAL.

       0570-IMPRIMIR-RECEBIMENTO.
           IF WS-REC-FILIAL(WRK-IDX-R) = WS-FIL-CODIGO(WRK-IDX-F)
               MOVE WS-REC-CLIENTE(WRK-IDX-R)    TO WLR-CLIENTE
               MOVE WS-REC-SEQUENCIA(WRK-IDX-R)  TO WLR-SEQUENCIA
               MOVE WS-REC-PARCELA(WRK-IDX-R)    TO WLR-PARCELA
               MOVE WS-REC-VENCIMENTO(WRK-IDX-R) TO WLR-VENCIMENTO
               MOVE WS-REC-PRINCIPAL(WRK-IDX-R)  TO WLR-PRINCIPAL
               MOVE WS-REC-JUROS(WRK-IDX-R)      TO WLR-JUROS
               MOVE WS-REC-MULTA(WRK-IDX-R)      TO WLR-MULTA
               MOVE WS-REC-RECEBIDO(WRK-IDX-R)   TO WLR-RECEBIDO
               MOVE WS-REC-TIPO(WRK-IDX-R)       TO WLR-TIPO
               WRITE CASH-REPORT-LINE FROM WS-LINHA-RECEBTO
           END-IF.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) *******
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB86'        TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO  TO RC-DATA
               MOVE WS-HORA-INICIO    TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL     TO RC-HORA-FIM
               MOVE WS-QTD-INFORMADOS TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-BAIXAS     TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-RECEBIDO TO RC-TOTAL
               MOVE WRK-RETORNO       TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
