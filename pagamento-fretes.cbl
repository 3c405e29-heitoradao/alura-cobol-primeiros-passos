       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB10.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = PAGAMENTO DAS FATURAS DE FRETE
      ***                            APROVADAS: (1) RODADA DE
      ***                            PAGAMENTO ATE UM VENCIMENTO -
      ***                            AGRUPA O APRPAGTO POR
      ***                            TRANSPORTADORA, ABATE OS
      ***                            CREDITOS AINDA EM ABERTO NO
      ***                            CREDEXP (MARCANDO-OS COMO
      ***                            COMPENSADOS), GERA A REMESSA
      ***                            DE PAGAMENTO AO BANCO (REMFRETE)
      ***                            COM O LIQUIDO DE CADA UMA E
      ***                            IMPRIME O REGISTRO DE
      ***                            PAGAMENTOS (PAGREL) COM BRUTO,
      ***                            CREDITOS E LIQUIDO; (2) LE O
      ***                            RETORNO DO BANCO (RETFRETE) E
      ***                            MARCA AS FATURAS COMO PAGAS OU
      ***                            REJEITADAS NO CONTROLE PAGFRETE
      ***                            - ANTES O FINANCEIRO PAGAVA O
      ***                            APROVADO CHEIO E COBRAVA OS
      ***                            CREDITOS EM SEPARADO
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   TRANSPORTADORA FORA DO TRANSPOR, INATIVA OU SEM
      ***   BANCO FICA RETIDA: SUAS FATURAS NAO ENTRAM NO
      ***   PAGFRETE E VOLTAM NA PROXIMA RODADA
      ***   RETORNO: 00 = LIMPO   04 = TRANSPORTADORA RETIDA OU
      ***               RETORNO SEM REMESSA CORRESPONDENTE
      ***               08 = FALHA DE ARQUIVO OU TABELA CHEIA
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-APPROVAL-FILE ASSIGN TO 'APRPAGTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRPAGTO-STATUS.
           SELECT EXPECTED-CREDIT-FILE ASSIGN TO 'CREDEXP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDEXP-STATUS.
           SELECT CARRIER-FILE ASSIGN TO 'TRANSPOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSPOR-STATUS.
           SELECT FREIGHT-PAYMENT-FILE ASSIGN TO 'PAGFRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGFRETE-STATUS.
           SELECT PAYMENT-SEQ-FILE ASSIGN TO 'PAGSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT PAYMENT-REMIT-FILE ASSIGN TO 'REMFRETE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-RETURN-FILE ASSIGN TO 'RETFRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.
           SELECT PAYMENT-REPORT-FILE ASSIGN TO 'PAGREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-APPROVAL-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY 'PAYAPPR.COB'.

       FD  EXPECTED-CREDIT-FILE
           RECORD CONTAINS 41 CHARACTERS.
           COPY 'CREDEXP.COB'.

       FD  CARRIER-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY 'TRANSPOR.COB'.

       FD  FREIGHT-PAYMENT-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY 'PAGFRETE.COB'.

       FD  PAYMENT-SEQ-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  PAYMENT-SEQ-REC.
           02 PS-ULTIMO-NUMERO   PIC 9(06).

       FD  PAYMENT-REMIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYMENT-REMIT-REC     PIC X(80).

       FD  PAYMENT-RETURN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYMENT-RETURN-REC.
           02 RF-TIPO             PIC X(01).
               88 RF-TIPO-HEADER                VALUE '0'.
               88 RF-TIPO-DETALHE               VALUE '1'.
               88 RF-TIPO-TRAILER               VALUE '9'.
           02 RF-DADOS            PIC X(79).
           02 RF-DADOS-HEADER REDEFINES RF-DADOS.
               03 RF-H-DATA           PIC 9(08).
               03 FILLER              PIC X(01).
               03 RF-H-NUM-REMESSA    PIC 9(06).
               03 FILLER              PIC X(64).
           02 RF-DADOS-DETALHE REDEFINES RF-DADOS.
               03 RF-BANCO            PIC 9(03).
               03 FILLER              PIC X(01).
               03 RF-AGENCIA          PIC 9(04).
               03 FILLER              PIC X(01).
               03 RF-CONTA            PIC X(10).
               03 FILLER              PIC X(01).
               03 RF-TRANSPORTADORA   PIC X(03).
               03 FILLER              PIC X(01).
               03 RF-VALOR            PIC 9(09)V99.
               03 FILLER              PIC X(01).
               03 RF-STATUS           PIC X(01).
                   88 RF-ACEITO                 VALUE 'A'.
                   88 RF-REJEITADO              VALUE 'R'.
               03 FILLER              PIC X(01).
               03 RF-MOTIVO           PIC X(02).
               03 FILLER              PIC X(01).
               03 RF-DATA-PAGAMENTO   PIC 9(08).
               03 FILLER              PIC X(30).
           02 RF-DADOS-TRAILER REDEFINES RF-DADOS.
               03 RF-T-QTD            PIC 9(05).
               03 FILLER              PIC X(01).
               03 RF-T-TOTAL          PIC 9(09)V99.
               03 FILLER              PIC X(62).

       FD  PAYMENT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYMENT-REPORT-LINE   PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-APRPAGTO-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-CREDEXP-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-TRANSPOR-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PAGFRETE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SEQ-STATUS         PIC X(02)     VALUE SPACES.
       77  WS-RETORNO-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHADO-SW          PIC X(01)     VALUE 'N'.
           88 WS-ACHADO                        VALUE 'S'.
       77  WS-ERRO-SW            PIC X(01)     VALUE 'N'.
           88 WS-ERRO                          VALUE 'S'.
       77  WS-CRED-ALTERADO-SW   PIC X(01)     VALUE 'N'.
           88 WS-CRED-ALTERADO                 VALUE 'S'.
       77  WS-REMESSA-ABERTA-SW  PIC X(01)     VALUE 'N'.
           88 WS-REMESSA-ABERTA                VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-DATA-LIMITE       PIC 9(08)     VALUE ZEROS.
       77  WRK-NUM-REMESSA       PIC 9(06)     VALUE ZEROS.
       77  WRK-NUM-RETORNO       PIC 9(06)     VALUE ZEROS.
       77  WRK-DATA-PAGAMENTO    PIC 9(08)     VALUE ZEROS.
       77  WRK-TRANSP            PIC X(03)     VALUE SPACES.
       77  WRK-SALDO-FATURA      PIC 9(08)V99  VALUE ZEROS.
       77  WRK-QTD-CASADAS       PIC 9(05)     VALUE ZEROS.
       77  WRK-IDX-R             PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-LIDAS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-SELECIONADAS   PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-RETIDAS        PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-REMETIDOS      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-PAGAS          PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-REJEITADAS     PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-BRUTO        PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOTAL-CREDITO      PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOTAL-LIQUIDO      PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOTAL-REMESSA      PIC 9(09)V99  VALUE ZEROS.
       77  WS-ENTRADAS-RUNCTL    PIC 9(06)     VALUE ZEROS.
       77  WS-SAIDAS-RUNCTL      PIC 9(06)     VALUE ZEROS.
       77  WS-TOTAL-RUNCTL       PIC S9(10)V99 VALUE ZEROS.
       77  WS-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *********** CONTROLE DE PAGAMENTO (PAGFRETE) MAIS AS FATURAS *
      *********** NOVAS DO APRPAGTO; SELECAO: S = ENTRA NA RODADA, *
      *********** H = RETIDA (TRANSPORTADORA SEM CADASTRO/BANCO) ***
       01  WS-TABELA-PAGAMENTOS.
           02 WS-QTD-PAGAMENTOS  PIC 9(04)     VALUE ZEROS.
           02 WS-PAG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-PAG.
               03 WS-PAG-NUMERO       PIC 9(06).
               03 WS-PAG-TRANSP       PIC X(03).
               03 WS-PAG-VENCIMENTO   PIC 9(08).
               03 WS-PAG-BRUTO        PIC 9(08)V99.
               03 WS-PAG-CREDITO      PIC 9(08)V99.
               03 WS-PAG-LIQUIDO      PIC 9(08)V99.
               03 WS-PAG-REMESSA      PIC 9(06).
               03 WS-PAG-SITUACAO     PIC X(01).
               03 WS-PAG-DATA-SIT     PIC 9(08).
               03 WS-PAG-SELECAO      PIC X(01).
               03 WS-PAG-NOVA-SW      PIC X(01).
                   88 WS-PAG-NOVA                 VALUE 'S'.

      *********** CREDITOS ESPERADOS (CREDEXP), REGRAVADOS COM OS **
      *********** COMPENSADOS NA RODADA ***************************
       01  WS-TABELA-CREDITOS.
           02 WS-QTD-CREDITOS    PIC 9(03)     VALUE ZEROS.
           02 WS-CRED-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-IDX-CRED.
               03 WS-CRED-NUMERO      PIC 9(06).
               03 WS-CRED-CARRIER     PIC X(03).
               03 WS-CRED-VALOR       PIC S9(08)V99.
               03 WS-CRED-DATA        PIC 9(08).
               03 WS-CRED-SITUACAO    PIC X(01).
               03 WS-CRED-DATA-COMP   PIC 9(08).

      *********** TRANSPORTADORAS CADASTRADAS (TRANSPOR) **********
       01  WS-TABELA-TRANSPORTADORAS.
           02 WS-QTD-TRANSPORTADORAS PIC 9(03) VALUE ZEROS.
           02 WS-TRP-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-TRP.
               03 WS-TRP-CODIGO       PIC X(03).
               03 WS-TRP-RAZAO        PIC X(30).
               03 WS-TRP-CNPJ         PIC 9(14).
               03 WS-TRP-BANCO        PIC 9(03).
               03 WS-TRP-AGENCIA      PIC 9(04).
               03 WS-TRP-CONTA        PIC X(10).
               03 WS-TRP-ATIVO        PIC X(01).

      *********** RESUMO DA RODADA POR TRANSPORTADORA; SITUACAO: ***
      *********** R = REMETIDA, C = QUITADA COM CREDITO, H = RETIDA *
       01  WS-TABELA-RESUMO.
           02 WS-QTD-RESUMO      PIC 9(03)     VALUE ZEROS.
           02 WS-RES-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-RES.
               03 WS-RES-TRANSP       PIC X(03).
               03 WS-RES-IDX-TRP      PIC 9(03).
               03 WS-RES-QTD          PIC 9(04).
               03 WS-RES-BRUTO        PIC 9(09)V99.
               03 WS-RES-CREDITO      PIC 9(09)V99.
               03 WS-RES-LIQUIDO      PIC 9(09)V99.
               03 WS-RES-SITUACAO     PIC X(01).

       01  WS-REM-HEADER.
           02 FILLER             PIC X(01) VALUE '0'.
           02 FILLER             PIC X(20) VALUE
              'EMPRESA ALURA LTDA  '.
           02 WH-DATA-GERACAO    PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WH-NUM-REMESSA     PIC 9(06).
           02 FILLER             PIC X(44) VALUE SPACES.
       01  WS-REM-DETALHE.
           02 FILLER             PIC X(01) VALUE '1'.
           02 WD-BANCO           PIC 9(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-AGENCIA         PIC 9(04).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-CONTA           PIC X(10).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-CNPJ            PIC 9(14).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-TRANSPORTADORA  PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-VALOR           PIC 9(09)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-DATA-PAGAMENTO  PIC 9(08).
           02 FILLER             PIC X(20) VALUE SPACES.
       01  WS-REM-TRAILER.
           02 FILLER             PIC X(01) VALUE '9'.
           02 WT-QTD-PAGAMENTOS  PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WT-TOTAL-PAGAMENTOS PIC 9(09)V99.
           02 FILLER             PIC X(62) VALUE SPACES.

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(36) VALUE
              'REGISTRO DE PAGAMENTO DE FRETES -  '.
           02 WC1-TITULO         PIC X(24).
           02 FILLER             PIC X(08) VALUE '  DATA: '.
           02 WC1-DATA           PIC 9(08).
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(40) VALUE
              'TRP RAZAO SOCIAL         QTDE       BRUT'.
           02 FILLER             PIC X(40) VALUE
              'O     CREDITOS      LIQUIDO SITUACAO'.
       01  WS-LINHA-DETALHE.
           02 WLD-TRANSP         PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-RAZAO          PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-QTD            PIC ZZZ9.
           02 WLD-BRUTO          PIC Z.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-CREDITO        PIC Z.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-LIQUIDO        PIC Z.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-SITUACAO       PIC X(12).
       01  WS-LINHA-RETORNO.
           02 WLR-TRANSP         PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-RAZAO          PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-QTD            PIC ZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-VALOR          PIC Z.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-SITUACAO       PIC X(20).
           02 FILLER             PIC X(07) VALUE ' MOTIVO'.
           02 WLR-MOTIVO         PIC X(03).
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

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '========= PAGAMENTO DE FRETES ========='.
           DISPLAY ' (1) RODADA DE PAGAMENTO POR VENCIMENTO '.
           DISPLAY ' (2) PROCESSAR RETORNO DO BANCO '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-RODADA-PAGAMENTO
               WHEN 2
                   PERFORM 0600-PROCESSAR-RETORNO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** RODADA DE PAGAMENTO: FATURAS APROVADAS COM *******
      *********** VENCIMENTO ATE A DATA INFORMADA AINDA FORA DO ****
      *********** PAGFRETE, MAIS AS REJEITADAS PELO BANCO **********
       0200-RODADA-PAGAMENTO.
           DISPLAY 'PAGAR VENCIMENTOS ATE (AAAAMMDD, 0=HOJE).: '
               WITH NO ADVANCING.
           ACCEPT WRK-DATA-LIMITE.
           IF WRK-DATA-LIMITE = ZEROS
               MOVE WS-DATA-PROCESSO TO WRK-DATA-LIMITE
           END-IF.
           MOVE 'N' TO WS-ERRO-SW.
           MOVE 'N' TO WS-CRED-ALTERADO-SW.
           MOVE ZEROS TO WS-QTD-RESUMO WS-QTD-LIDAS
               WS-QTD-SELECIONADAS WS-QTD-RETIDAS WS-QTD-REMETIDOS
               WS-TOTAL-BRUTO WS-TOTAL-CREDITO WS-TOTAL-LIQUIDO
               WS-TOTAL-REMESSA WRK-NUM-REMESSA.
           PERFORM 0300-CARREGAR-PAGAMENTOS.
           IF NOT WS-ERRO
               PERFORM 0220-CARREGAR-CREDITOS
           END-IF.
           IF NOT WS-ERRO
               PERFORM 0230-CARREGAR-TRANSPORTADORAS
               PERFORM 0240-SELECIONAR-APROVACOES
           END-IF.
           IF NOT WS-ERRO
               PERFORM 0250-PREPARAR-FATURA
                   VARYING WS-IDX-PAG FROM 1 BY 1
                   UNTIL WS-IDX-PAG > WS-QTD-PAGAMENTOS
               IF WS-QTD-SELECIONADAS = ZEROS
                   DISPLAY 'NENHUMA FATURA A PAGAR ATE '
                       WRK-DATA-LIMITE
               ELSE
                   PERFORM 0400-GERAR-REMESSA
                   PERFORM 0280-ATUALIZAR-FATURA
                       VARYING WS-IDX-PAG FROM 1 BY 1
                       UNTIL WS-IDX-PAG > WS-QTD-PAGAMENTOS
                   PERFORM 0450-IMPRIMIR-REGISTRO
                   PERFORM 0350-GRAVAR-PAGAMENTOS
                   IF WS-CRED-ALTERADO
                       PERFORM 0360-GRAVAR-CREDITOS
                   END-IF
               END-IF
               PERFORM 0290-AVALIAR-RODADA
           END-IF.

      *********** CREDITOS ACIMA DA TABELA: A RODADA NAO E FEITA, **
      *********** PARA A REGRAVACAO NAO PERDER CREDITO ************
       0220-CARREGAR-CREDITOS.
           MOVE ZEROS TO WS-QTD-CREDITOS.
           OPEN INPUT EXPECTED-CREDIT-FILE.
           IF WS-CREDEXP-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0222-LER-CREDITO
               PERFORM 0224-ARMAZENAR-CREDITO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE EXPECTED-CREDIT-FILE
           ELSE
               DISPLAY 'AVISO: CREDEXP AUSENTE - NENHUM CREDITO A '
                   'ABATER'
           END-IF.

       0222-LER-CREDITO.
           READ EXPECTED-CREDIT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0224-ARMAZENAR-CREDITO.
           IF WS-QTD-CREDITOS < 500
               ADD 1 TO WS-QTD-CREDITOS
               SET WS-IDX-CRED TO WS-QTD-CREDITOS
               MOVE EC-NUMERO-COTACAO TO WS-CRED-NUMERO(WS-IDX-CRED)
               MOVE EC-TRANSPORTADORA
                   TO WS-CRED-CARRIER(WS-IDX-CRED)
               MOVE EC-VALOR          TO WS-CRED-VALOR(WS-IDX-CRED)
               MOVE EC-DATA-GERACAO   TO WS-CRED-DATA(WS-IDX-CRED)
               MOVE EC-SITUACAO
                   TO WS-CRED-SITUACAO(WS-IDX-CRED)
               MOVE EC-DATA-COMPENSACAO
                   TO WS-CRED-DATA-COMP(WS-IDX-CRED)
               PERFORM 0222-LER-CREDITO
           ELSE
               DISPLAY 'TABELA DE CREDITOS CHEIA - RODADA NAO '
                   'EXECUTADA'
               MOVE 'PRGCOB10' TO EL-PROGRAMA
               MOVE '0224-ARMAZENAR-CRED' TO EL-PARAGRAFO
               MOVE 'TABELA DE CREDITOS CHEIA - RODADA NAO FEITA'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-ERRO-SW
               MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-IF.

       0230-CARREGAR-TRANSPORTADORAS.
           MOVE ZEROS TO WS-QTD-TRANSPORTADORAS.
           OPEN INPUT CARRIER-FILE.
           IF WS-TRANSPOR-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0232-LER-TRANSPORTADORA
               PERFORM 0234-ARMAZENAR-TRANSPORTADORA
                   UNTIL WS-FIM-ARQUIVO
               CLOSE CARRIER-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO TRANSPOR AUSENTE - TODAS AS '
                   'TRANSPORTADORAS FICAM RETIDAS'
           END-IF.

       0232-LER-TRANSPORTADORA.
           READ CARRIER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0234-ARMAZENAR-TRANSPORTADORA.
           IF WS-QTD-TRANSPORTADORAS < 300
               ADD 1 TO WS-QTD-TRANSPORTADORAS
               SET WS-IDX-TRP TO WS-QTD-TRANSPORTADORAS
               MOVE TP-CODIGO       TO WS-TRP-CODIGO(WS-IDX-TRP)
               MOVE TP-RAZAO-SOCIAL TO WS-TRP-RAZAO(WS-IDX-TRP)
               MOVE TP-CNPJ         TO WS-TRP-CNPJ(WS-IDX-TRP)
               MOVE TP-BANCO        TO WS-TRP-BANCO(WS-IDX-TRP)
               MOVE TP-AGENCIA      TO WS-TRP-AGENCIA(WS-IDX-TRP)
               MOVE TP-CONTA        TO WS-TRP-CONTA(WS-IDX-TRP)
               MOVE TP-ATIVO        TO WS-TRP-ATIVO(WS-IDX-TRP)
           ELSE
               DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA - REGISTRO '
                   'IGNORADO'
           END-IF.
           PERFORM 0232-LER-TRANSPORTADORA.

      *********** FATURA APROVADA JA NO PAGFRETE (EM QUALQUER ******
      *********** SITUACAO) NAO E PAGA DE NOVO ********************
       0240-SELECIONAR-APROVACOES.
           OPEN INPUT PAYMENT-APPROVAL-FILE.
           IF WS-APRPAGTO-STATUS NOT = '00'
               DISPLAY 'ARQUIVO APRPAGTO NAO DISPONIVEL'
               MOVE 'PRGCOB10' TO EL-PROGRAMA
               MOVE '0240-SELECIONAR-APROV' TO EL-PARAGRAFO
               MOVE 'ARQUIVO APRPAGTO NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-ERRO-SW
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0242-LER-APROVACAO
               PERFORM 0244-TRATAR-APROVACAO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE PAYMENT-APPROVAL-FILE
           END-IF.

       0242-LER-APROVACAO.
           READ PAYMENT-APPROVAL-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0244-TRATAR-APROVACAO.
           ADD 1 TO WS-QTD-LIDAS.
           IF PA-DATA-VENCIMENTO <= WRK-DATA-LIMITE
               MOVE 'N' TO WS-ACHADO-SW
               PERFORM 0246-COMPARAR-FATURA
                   VARYING WS-IDX-PAG FROM 1 BY 1
                   UNTIL WS-IDX-PAG > WS-QTD-PAGAMENTOS
                      OR WS-ACHADO
               IF NOT WS-ACHADO
                   IF WS-QTD-PAGAMENTOS < 2000
                       ADD 1 TO WS-QTD-PAGAMENTOS
                       SET WS-IDX-PAG TO WS-QTD-PAGAMENTOS
                       MOVE PA-NUMERO-COTACAO
                           TO WS-PAG-NUMERO(WS-IDX-PAG)
                       MOVE PA-TRANSPORTADORA
                           TO WS-PAG-TRANSP(WS-IDX-PAG)
                       MOVE PA-DATA-VENCIMENTO
                           TO WS-PAG-VENCIMENTO(WS-IDX-PAG)
                       MOVE PA-VALOR-APROVADO
                           TO WS-PAG-BRUTO(WS-IDX-PAG)
                       MOVE ZEROS TO WS-PAG-CREDITO(WS-IDX-PAG)
                       MOVE ZEROS TO WS-PAG-LIQUIDO(WS-IDX-PAG)
                       MOVE ZEROS TO WS-PAG-REMESSA(WS-IDX-PAG)
                       MOVE SPACES TO WS-PAG-SITUACAO(WS-IDX-PAG)
                       MOVE ZEROS TO WS-PAG-DATA-SIT(WS-IDX-PAG)
                       MOVE 'S' TO WS-PAG-NOVA-SW(WS-IDX-PAG)
                       MOVE 'S' TO WS-PAG-SELECAO(WS-IDX-PAG)
                   ELSE
                       DISPLAY 'TABELA DE PAGAMENTOS CHEIA - FATURA '
                           PA-NUMERO-COTACAO ' FICA PARA A PROXIMA '
                           'RODADA'
                       PERFORM 0590-MARCAR-REJEICAO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0242-LER-APROVACAO.

       0246-COMPARAR-FATURA.
           IF WS-PAG-NUMERO(WS-IDX-PAG) = PA-NUMERO-COTACAO
              AND WS-PAG-TRANSP(WS-IDX-PAG) = PA-TRANSPORTADORA
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** FATURA DA RODADA: TRANSPORTADORA SEM CADASTRO ****
      *********** ATIVO OU SEM BANCO FICA RETIDA; A NOVA ABATE OS **
      *********** CREDITOS EM ABERTO DA TRANSPORTADORA E A *********
      *********** REJEITADA PELO BANCO VOLTA PELO LIQUIDO JA *******
      *********** CALCULADO ****************************************
       0250-PREPARAR-FATURA.
           IF WS-PAG-SELECAO(WS-IDX-PAG) = 'S'
               MOVE WS-PAG-TRANSP(WS-IDX-PAG) TO WRK-TRANSP
               PERFORM 0252-LOCALIZAR-TRANSPORTADORA
               PERFORM 0260-LOCALIZAR-RESUMO
               ADD 1 TO WS-RES-QTD(WRK-IDX-R)
               IF WS-RES-SITUACAO(WRK-IDX-R) = 'H'
                   MOVE 'H' TO WS-PAG-SELECAO(WS-IDX-PAG)
                   ADD 1 TO WS-QTD-RETIDAS
                   ADD WS-PAG-BRUTO(WS-IDX-PAG)
                       TO WS-RES-BRUTO(WRK-IDX-R)
               ELSE
                   IF WS-PAG-NOVA(WS-IDX-PAG)
                       MOVE WS-PAG-BRUTO(WS-IDX-PAG)
                           TO WRK-SALDO-FATURA
                       PERFORM 0270-ABATER-CREDITOS
                           VARYING WS-IDX-CRED FROM 1 BY 1
                           UNTIL WS-IDX-CRED > WS-QTD-CREDITOS
                              OR WRK-SALDO-FATURA = ZEROS
                       COMPUTE WS-PAG-CREDITO(WS-IDX-PAG) =
                           WS-PAG-BRUTO(WS-IDX-PAG) - WRK-SALDO-FATURA
                       MOVE WRK-SALDO-FATURA
                           TO WS-PAG-LIQUIDO(WS-IDX-PAG)
                   END-IF
                   ADD 1 TO WS-QTD-SELECIONADAS
                   ADD WS-PAG-BRUTO(WS-IDX-PAG)
                       TO WS-RES-BRUTO(WRK-IDX-R)
                   ADD WS-PAG-CREDITO(WS-IDX-PAG)
                       TO WS-RES-CREDITO(WRK-IDX-R)
                   ADD WS-PAG-LIQUIDO(WS-IDX-PAG)
                       TO WS-RES-LIQUIDO(WRK-IDX-R)
                   ADD WS-PAG-BRUTO(WS-IDX-PAG)   TO WS-TOTAL-BRUTO
                   ADD WS-PAG-CREDITO(WS-IDX-PAG) TO WS-TOTAL-CREDITO
                   ADD WS-PAG-LIQUIDO(WS-IDX-PAG) TO WS-TOTAL-LIQUIDO
                   IF WS-RES-LIQUIDO(WRK-IDX-R) > ZEROS
                       MOVE 'R' TO WS-RES-SITUACAO(WRK-IDX-R)
                   END-IF
               END-IF
           END-IF.

       0252-LOCALIZAR-TRANSPORTADORA.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0254-COMPARAR-TRANSPORTADORA
               VARYING WS-IDX-TRP FROM 1 BY 1
               UNTIL WS-IDX-TRP > WS-QTD-TRANSPORTADORAS
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-TRP DOWN BY 1
           END-IF.

       0254-COMPARAR-TRANSPORTADORA.
           IF WS-TRP-CODIGO(WS-IDX-TRP) = WRK-TRANSP
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** PRIMEIRA FATURA DA TRANSPORTADORA ABRE O RESUMO, **
      *********** JA COM A SITUACAO: RETIDA SEM CADASTRO ATIVO OU ***
      *********** SEM BANCO, SENAO QUITADA ATE TER LIQUIDO *********
       0260-LOCALIZAR-RESUMO.
           MOVE ZEROS TO WRK-IDX-R.
           PERFORM 0262-COMPARAR-RESUMO
               VARYING WS-IDX-RES FROM 1 BY 1
               UNTIL WS-IDX-RES > WS-QTD-RESUMO
                  OR WRK-IDX-R > ZEROS.
           IF WRK-IDX-R = ZEROS
               ADD 1 TO WS-QTD-RESUMO
               MOVE WS-QTD-RESUMO TO WRK-IDX-R
               MOVE WRK-TRANSP    TO WS-RES-TRANSP(WRK-IDX-R)
               MOVE ZEROS         TO WS-RES-IDX-TRP(WRK-IDX-R)
               MOVE ZEROS         TO WS-RES-QTD(WRK-IDX-R)
               MOVE ZEROS         TO WS-RES-BRUTO(WRK-IDX-R)
               MOVE ZEROS         TO WS-RES-CREDITO(WRK-IDX-R)
               MOVE ZEROS         TO WS-RES-LIQUIDO(WRK-IDX-R)
               MOVE 'H'           TO WS-RES-SITUACAO(WRK-IDX-R)
               IF WS-ACHADO
                   SET WS-RES-IDX-TRP(WRK-IDX-R) TO WS-IDX-TRP
                   IF WS-TRP-ATIVO(WS-IDX-TRP) = 'S'
                      AND WS-TRP-BANCO(WS-IDX-TRP) > ZEROS
                       MOVE 'C' TO WS-RES-SITUACAO(WRK-IDX-R)
                   END-IF
               END-IF
           END-IF.

       0262-COMPARAR-RESUMO.
           IF WS-RES-TRANSP(WS-IDX-RES) = WRK-TRANSP
               SET WRK-IDX-R TO WS-IDX-RES
           END-IF.

      *********** MESMO ESQUEMA DO ABATIMENTO DO PRGCOB22: CREDITO **
      *********** MENOR QUE O SALDO E COMPENSADO INTEIRO; MAIOR ****
      *********** FICA EM ABERTO COM O SALDO REDUZIDO **************
       0270-ABATER-CREDITOS.
           IF WS-CRED-SITUACAO(WS-IDX-CRED) = 'A'
              AND WS-CRED-CARRIER(WS-IDX-CRED) = WRK-TRANSP
              AND WS-CRED-VALOR(WS-IDX-CRED) > ZEROS
               IF WS-CRED-VALOR(WS-IDX-CRED) <= WRK-SALDO-FATURA
                   SUBTRACT WS-CRED-VALOR(WS-IDX-CRED)
                       FROM WRK-SALDO-FATURA
                   MOVE 'C' TO WS-CRED-SITUACAO(WS-IDX-CRED)
                   MOVE WS-DATA-PROCESSO
                       TO WS-CRED-DATA-COMP(WS-IDX-CRED)
               ELSE
                   SUBTRACT WRK-SALDO-FATURA
                       FROM WS-CRED-VALOR(WS-IDX-CRED)
                   MOVE ZEROS TO WRK-SALDO-FATURA
               END-IF
               MOVE 'S' TO WS-CRED-ALTERADO-SW
           END-IF.

      *********** FATURA DA RODADA PASSA A REMETIDA (COM O NUMERO ***
      *********** DA REMESSA) OU, SEM LIQUIDO, A QUITADA COM *******
      *********** CREDITO ******************************************
       0280-ATUALIZAR-FATURA.
           IF WS-PAG-SELECAO(WS-IDX-PAG) = 'S'
               IF WS-PAG-LIQUIDO(WS-IDX-PAG) > ZEROS
                   MOVE 'R' TO WS-PAG-SITUACAO(WS-IDX-PAG)
                   MOVE WRK-NUM-REMESSA TO WS-PAG-REMESSA(WS-IDX-PAG)
               ELSE
                   MOVE 'C' TO WS-PAG-SITUACAO(WS-IDX-PAG)
               END-IF
               MOVE WS-DATA-PROCESSO TO WS-PAG-DATA-SIT(WS-IDX-PAG)
           END-IF.

       0290-AVALIAR-RODADA.
           IF WS-QTD-RETIDAS > ZEROS
               MOVE 'PRGCOB10' TO EL-PROGRAMA
               MOVE '0290-AVALIAR-RODADA' TO EL-PARAGRAFO
               MOVE 'FATURAS DE FRETE RETIDAS - TRANSPORTADORA SEM '
                   & 'CADASTRO' TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.
           DISPLAY 'APROVACOES LIDAS....... : ' WS-QTD-LIDAS.
           DISPLAY 'FATURAS NA RODADA...... : ' WS-QTD-SELECIONADAS.
           DISPLAY 'FATURAS RETIDAS........ : ' WS-QTD-RETIDAS.
           MOVE WS-TOTAL-BRUTO TO WS-VALOR-ED.
           DISPLAY 'VALOR BRUTO............ : ' WS-VALOR-ED.
           MOVE WS-TOTAL-CREDITO TO WS-VALOR-ED.
           DISPLAY 'CREDITOS ABATIDOS...... : ' WS-VALOR-ED.
           MOVE WS-TOTAL-LIQUIDO TO WS-VALOR-ED.
           DISPLAY 'VALOR LIQUIDO.......... : ' WS-VALOR-ED.
           ADD WS-QTD-LIDAS        TO WS-ENTRADAS-RUNCTL.
           ADD WS-QTD-SELECIONADAS TO WS-SAIDAS-RUNCTL.
           ADD WS-TOTAL-LIQUIDO    TO WS-TOTAL-RUNCTL.

      *********** PAGFRETE AUSENTE = PRIMEIRA RODADA ***************
       0300-CARREGAR-PAGAMENTOS.
           MOVE ZEROS TO WS-QTD-PAGAMENTOS.
           OPEN INPUT FREIGHT-PAYMENT-FILE.
           IF WS-PAGFRETE-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0302-LER-PAGAMENTO
               PERFORM 0304-ARMAZENAR-PAGAMENTO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE FREIGHT-PAYMENT-FILE
           ELSE
               DISPLAY 'PAGFRETE AUSENTE - PRIMEIRA RODADA DE '
                   'PAGAMENTO'
           END-IF.

       0302-LER-PAGAMENTO.
           READ FREIGHT-PAYMENT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0304-ARMAZENAR-PAGAMENTO.
           IF WS-QTD-PAGAMENTOS < 2000
               ADD 1 TO WS-QTD-PAGAMENTOS
               SET WS-IDX-PAG TO WS-QTD-PAGAMENTOS
               MOVE PF-NUMERO-COTACAO  TO WS-PAG-NUMERO(WS-IDX-PAG)
               MOVE PF-TRANSPORTADORA  TO WS-PAG-TRANSP(WS-IDX-PAG)
               MOVE PF-DATA-VENCIMENTO
                   TO WS-PAG-VENCIMENTO(WS-IDX-PAG)
               MOVE PF-VALOR-BRUTO     TO WS-PAG-BRUTO(WS-IDX-PAG)
               MOVE PF-VALOR-CREDITO   TO WS-PAG-CREDITO(WS-IDX-PAG)
               MOVE PF-VALOR-LIQUIDO   TO WS-PAG-LIQUIDO(WS-IDX-PAG)
               MOVE PF-NUM-REMESSA     TO WS-PAG-REMESSA(WS-IDX-PAG)
               MOVE PF-SITUACAO        TO WS-PAG-SITUACAO(WS-IDX-PAG)
               MOVE PF-DATA-SITUACAO   TO WS-PAG-DATA-SIT(WS-IDX-PAG)
               MOVE 'N' TO WS-PAG-NOVA-SW(WS-IDX-PAG)
               IF PF-REJEITADA
                   MOVE 'S' TO WS-PAG-SELECAO(WS-IDX-PAG)
               ELSE
                   MOVE 'N' TO WS-PAG-SELECAO(WS-IDX-PAG)
               END-IF
               PERFORM 0302-LER-PAGAMENTO
           ELSE
               DISPLAY 'TABELA DE PAGAMENTOS CHEIA - PAGFRETE NAO '
                   'PODE SER ATUALIZADO'
               MOVE 'PRGCOB10' TO EL-PROGRAMA
               MOVE '0304-ARMAZENAR-PAG' TO EL-PARAGRAFO
               MOVE 'TABELA DE PAGAMENTOS CHEIA - PAGFRETE INTACTO'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-ERRO-SW
               MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-IF.

      *********** FATURA NOVA RETIDA NAO ENTRA NO PAGFRETE: VOLTA ***
      *********** DO APRPAGTO NA PROXIMA RODADA ********************
       0350-GRAVAR-PAGAMENTOS.
           OPEN OUTPUT FREIGHT-PAYMENT-FILE.
           IF WS-PAGFRETE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO PAGFRETE NAO DISPONIVEL - STATUS '
                   WS-PAGFRETE-STATUS
               MOVE 'PRGCOB10' TO EL-PROGRAMA
               MOVE '0350-GRAVAR-PAG' TO EL-PARAGRAFO
               MOVE 'CONTROLE DE PAGAMENTO NAO GRAVADO EM PAGFRETE'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0352-GRAVAR-PAGAMENTO
                   VARYING WS-IDX-PAG FROM 1 BY 1
                   UNTIL WS-IDX-PAG > WS-QTD-PAGAMENTOS
               CLOSE FREIGHT-PAYMENT-FILE
           END-IF.

       0352-GRAVAR-PAGAMENTO.
           IF NOT (WS-PAG-NOVA(WS-IDX-PAG)
                   AND WS-PAG-SELECAO(WS-IDX-PAG) = 'H')
               MOVE SPACES TO FREIGHT-PAYMENT-REC
               MOVE WS-PAG-NUMERO(WS-IDX-PAG)  TO PF-NUMERO-COTACAO
               MOVE WS-PAG-TRANSP(WS-IDX-PAG)  TO PF-TRANSPORTADORA
               MOVE WS-PAG-VENCIMENTO(WS-IDX-PAG)
                   TO PF-DATA-VENCIMENTO
               MOVE WS-PAG-BRUTO(WS-IDX-PAG)   TO PF-VALOR-BRUTO
               MOVE WS-PAG-CREDITO(WS-IDX-PAG) TO PF-VALOR-CREDITO
               MOVE WS-PAG-LIQUIDO(WS-IDX-PAG) TO PF-VALOR-LIQUIDO
               MOVE WS-PAG-REMESSA(WS-IDX-PAG) TO PF-NUM-REMESSA
               MOVE WS-PAG-SITUACAO(WS-IDX-PAG) TO PF-SITUACAO
               MOVE WS-PAG-DATA-SIT(WS-IDX-PAG) TO PF-DATA-SITUACAO
               WRITE FREIGHT-PAYMENT-REC
           END-IF.

       0360-GRAVAR-CREDITOS.
           OPEN OUTPUT EXPECTED-CREDIT-FILE.
           IF WS-CREDEXP-STATUS NOT = '00'
               DISPLAY 'ARQUIVO CREDEXP NAO DISPONIVEL - STATUS '
                   WS-CREDEXP-STATUS
               MOVE 'PRGCOB10' TO EL-PROGRAMA
               MOVE '0360-GRAVAR-CRED' TO EL-PARAGRAFO
               MOVE 'CREDITOS COMPENSADOS NAO GRAVADOS NO CREDEXP'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0362-GRAVAR-CREDITO
                   VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > WS-QTD-CREDITOS
               CLOSE EXPECTED-CREDIT-FILE
           END-IF.

       0362-GRAVAR-CREDITO.
           MOVE SPACES TO EXPECTED-CREDIT-REC.
           MOVE WS-CRED-NUMERO(WS-IDX-CRED)   TO EC-NUMERO-COTACAO.
           MOVE WS-CRED-CARRIER(WS-IDX-CRED)  TO EC-TRANSPORTADORA.
           MOVE WS-CRED-VALOR(WS-IDX-CRED)    TO EC-VALOR.
           MOVE WS-CRED-DATA(WS-IDX-CRED)     TO EC-DATA-GERACAO.
           MOVE WS-CRED-SITUACAO(WS-IDX-CRED) TO EC-SITUACAO.
           MOVE WS-CRED-DATA-COMP(WS-IDX-CRED)
               TO EC-DATA-COMPENSACAO.
           WRITE EXPECTED-CREDIT-REC.

      *********** REMESSA DE PAGAMENTO: UM CREDITO POR ************
      *********** TRANSPORTADORA COM LIQUIDO, NA CONTA DO *********
      *********** TRANSPOR; NUMERO NOVO DO PAGSEQ SO QUANDO HA *****
      *********** O QUE REMETER ************************************
       0400-GERAR-REMESSA.
           MOVE 'N' TO WS-REMESSA-ABERTA-SW.
           PERFORM 0410-REMETER-TRANSPORTADORA
               VARYING WS-IDX-RES FROM 1 BY 1
               UNTIL WS-IDX-RES > WS-QTD-RESUMO.
           IF WS-REMESSA-ABERTA
               MOVE WS-QTD-REMETIDOS TO WT-QTD-PAGAMENTOS
               MOVE WS-TOTAL-REMESSA TO WT-TOTAL-PAGAMENTOS
               WRITE PAYMENT-REMIT-REC FROM WS-REM-TRAILER
               CLOSE PAYMENT-REMIT-FILE
               DISPLAY 'REMESSA ' WRK-NUM-REMESSA
                   ' GERADA EM REMFRETE'
           END-IF.

       0410-REMETER-TRANSPORTADORA.
           IF WS-RES-SITUACAO(WS-IDX-RES) = 'R'
               IF NOT WS-REMESSA-ABERTA
                   PERFORM 0420-ABRIR-REMESSA
               END-IF
               SET WS-IDX-TRP TO WS-RES-IDX-TRP(WS-IDX-RES)
               MOVE WS-TRP-BANCO(WS-IDX-TRP)   TO WD-BANCO
               MOVE WS-TRP-AGENCIA(WS-IDX-TRP) TO WD-AGENCIA
               MOVE WS-TRP-CONTA(WS-IDX-TRP)   TO WD-CONTA
               MOVE WS-TRP-CNPJ(WS-IDX-TRP)    TO WD-CNPJ
               MOVE WS-RES-TRANSP(WS-IDX-RES)  TO WD-TRANSPORTADORA
               MOVE WS-RES-LIQUIDO(WS-IDX-RES) TO WD-VALOR
               MOVE WS-DATA-PROCESSO           TO WD-DATA-PAGAMENTO
               WRITE PAYMENT-REMIT-REC FROM WS-REM-DETALHE
               ADD 1 TO WS-QTD-REMETIDOS
               ADD WS-RES-LIQUIDO(WS-IDX-RES) TO WS-TOTAL-REMESSA
           END-IF.

       0420-ABRIR-REMESSA.
           MOVE ZEROS TO WRK-NUM-REMESSA.
           OPEN INPUT PAYMENT-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               READ PAYMENT-SEQ-FILE
                   NOT AT END
                       MOVE PS-ULTIMO-NUMERO TO WRK-NUM-REMESSA
               END-READ
               CLOSE PAYMENT-SEQ-FILE
           END-IF.
           ADD 1 TO WRK-NUM-REMESSA.
           OPEN OUTPUT PAYMENT-SEQ-FILE.
           MOVE WRK-NUM-REMESSA TO PS-ULTIMO-NUMERO.
           WRITE PAYMENT-SEQ-REC.
           CLOSE PAYMENT-SEQ-FILE.
           OPEN OUTPUT PAYMENT-REMIT-FILE.
           MOVE WS-DATA-PROCESSO TO WH-DATA-GERACAO.
           MOVE WRK-NUM-REMESSA  TO WH-NUM-REMESSA.
           WRITE PAYMENT-REMIT-REC FROM WS-REM-HEADER.
           MOVE 'S' TO WS-REMESSA-ABERTA-SW.

      *********** REGISTRO DE PAGAMENTOS: BRUTO, CREDITOS ABATIDOS **
      *********** E LIQUIDO POR TRANSPORTADORA ********************
       0450-IMPRIMIR-REGISTRO.
           OPEN OUTPUT PAYMENT-REPORT-FILE.
           MOVE 'RODADA DE PAGAMENTO' TO WC1-TITULO.
           MOVE WS-DATA-PROCESSO TO WC1-DATA.
           WRITE PAYMENT-REPORT-LINE FROM WS-CABECALHO-1.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           STRING 'VENCIMENTOS ATE ' WRK-DATA-LIMITE
                  '   REMESSA ' WRK-NUM-REMESSA
               DELIMITED BY SIZE INTO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           WRITE PAYMENT-REPORT-LINE FROM WS-CABECALHO-2.
           PERFORM 0460-IMPRIMIR-TRANSPORTADORA
               VARYING WS-IDX-RES FROM 1 BY 1
               UNTIL WS-IDX-RES > WS-QTD-RESUMO.
           WRITE PAYMENT-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE SPACES TO WS-LINHA-DETALHE.
           MOVE 'TOTAL DA RODADA' TO WLD-RAZAO.
           MOVE WS-QTD-SELECIONADAS TO WLD-QTD.
           MOVE WS-TOTAL-BRUTO   TO WLD-BRUTO.
           MOVE WS-TOTAL-CREDITO TO WLD-CREDITO.
           MOVE WS-TOTAL-LIQUIDO TO WLD-LIQUIDO.
           WRITE PAYMENT-REPORT-LINE FROM WS-LINHA-DETALHE.
           CLOSE PAYMENT-REPORT-FILE.
           DISPLAY 'REGISTRO DE PAGAMENTOS EM PAGREL'.

       0460-IMPRIMIR-TRANSPORTADORA.
           MOVE SPACES TO WS-LINHA-DETALHE.
           MOVE WS-RES-TRANSP(WS-IDX-RES) TO WLD-TRANSP.
           IF WS-RES-IDX-TRP(WS-IDX-RES) > ZEROS
               SET WS-IDX-TRP TO WS-RES-IDX-TRP(WS-IDX-RES)
               MOVE WS-TRP-RAZAO(WS-IDX-TRP) TO WLD-RAZAO
           ELSE
               MOVE 'NAO CADASTRADA' TO WLD-RAZAO
           END-IF.
           MOVE WS-RES-QTD(WS-IDX-RES)      TO WLD-QTD.
           MOVE WS-RES-BRUTO(WS-IDX-RES)    TO WLD-BRUTO.
           MOVE WS-RES-CREDITO(WS-IDX-RES)  TO WLD-CREDITO.
           MOVE WS-RES-LIQUIDO(WS-IDX-RES)  TO WLD-LIQUIDO.
           EVALUATE WS-RES-SITUACAO(WS-IDX-RES)
               WHEN 'R'
                   MOVE 'REMETIDO' TO WLD-SITUACAO
               WHEN 'C'
                   MOVE 'QUITADO CRED' TO WLD-SITUACAO
               WHEN OTHER
                   MOVE 'RETIDO' TO WLD-SITUACAO
           END-EVALUATE.
           WRITE PAYMENT-REPORT-LINE FROM WS-LINHA-DETALHE.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** RETORNO DO BANCO: O CREDITO DE CADA *************
      *********** TRANSPORTADORA BAIXA AS FATURAS REMETIDAS NA ****
      *********** MESMA REMESSA (PAGA OU REJEITADA) ****************
       0600-PROCESSAR-RETORNO.
           MOVE 'N' TO WS-ERRO-SW.
           MOVE ZEROS TO WS-QTD-PAGAS WS-QTD-REJEITADAS
               WRK-NUM-RETORNO.
           PERFORM 0300-CARREGAR-PAGAMENTOS.
           IF NOT WS-ERRO
               PERFORM 0230-CARREGAR-TRANSPORTADORAS
               OPEN INPUT PAYMENT-RETURN-FILE
               IF WS-RETORNO-STATUS NOT = '00'
                   DISPLAY 'ARQUIVO RETFRETE NAO ENCONTRADO'
                   MOVE 'PRGCOB10' TO EL-PROGRAMA
                   MOVE '0600-PROCESSAR-RET' TO EL-PARAGRAFO
                   MOVE 'ARQUIVO RETFRETE NAO ENCONTRADO'
                       TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   MOVE 8 TO WRK-RETORNO
               ELSE
                   OPEN OUTPUT PAYMENT-REPORT-FILE
                   MOVE 'RETORNO DO BANCO' TO WC1-TITULO
                   MOVE WS-DATA-PROCESSO TO WC1-DATA
                   WRITE PAYMENT-REPORT-LINE FROM WS-CABECALHO-1
                   WRITE PAYMENT-REPORT-LINE FROM WS-LINHA-SEPARADOR
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0610-LER-RETORNO
                   PERFORM 0620-TRATAR-RETORNO
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE PAYMENT-RETURN-FILE
                   CLOSE PAYMENT-REPORT-FILE
                   PERFORM 0350-GRAVAR-PAGAMENTOS
                   DISPLAY 'REMESSA DO RETORNO..... : '
                       WRK-NUM-RETORNO
                   DISPLAY 'FATURAS PAGAS.......... : ' WS-QTD-PAGAS
                   DISPLAY 'FATURAS REJEITADAS..... : '
                       WS-QTD-REJEITADAS
                   DISPLAY 'RETORNO REGISTRADO EM PAGREL'
               END-IF
           END-IF.
           ADD WS-QTD-PAGAS      TO WS-SAIDAS-RUNCTL.
           ADD WS-QTD-REJEITADAS TO WS-SAIDAS-RUNCTL.

       0610-LER-RETORNO.
           READ PAYMENT-RETURN-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0620-TRATAR-RETORNO.
           EVALUATE TRUE
               WHEN RF-TIPO-HEADER
                   MOVE RF-H-NUM-REMESSA TO WRK-NUM-RETORNO
                   MOVE SPACES TO PAYMENT-REPORT-LINE
                   STRING 'REMESSA ' WRK-NUM-RETORNO
                          '   DATA DO RETORNO ' RF-H-DATA
                       DELIMITED BY SIZE INTO PAYMENT-REPORT-LINE
                   WRITE PAYMENT-REPORT-LINE
               WHEN RF-TIPO-DETALHE
                   ADD 1 TO WS-ENTRADAS-RUNCTL
                   PERFORM 0630-BAIXAR-TRANSPORTADORA
               WHEN RF-TIPO-TRAILER
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TIPO DE REGISTRO INVALIDO NO RETORNO'
           END-EVALUATE.
           PERFORM 0610-LER-RETORNO.

      *********** CREDITO SEM FATURA REMETIDA NA REMESSA VAI PARA **
      *********** O RELATORIO E O ERRORLOG (RC 4) *****************
       0630-BAIXAR-TRANSPORTADORA.
           MOVE RF-TRANSPORTADORA TO WRK-TRANSP.
           MOVE RF-DATA-PAGAMENTO TO WRK-DATA-PAGAMENTO.
           IF WRK-DATA-PAGAMENTO NOT NUMERIC
              OR WRK-DATA-PAGAMENTO = ZEROS
               MOVE WS-DATA-PROCESSO TO WRK-DATA-PAGAMENTO
           END-IF.
           MOVE ZEROS TO WRK-QTD-CASADAS.
           PERFORM 0640-BAIXAR-FATURA
               VARYING WS-IDX-PAG FROM 1 BY 1
               UNTIL WS-IDX-PAG > WS-QTD-PAGAMENTOS.
           MOVE SPACES TO WS-LINHA-RETORNO.
           MOVE WRK-TRANSP TO WLR-TRANSP.
           PERFORM 0252-LOCALIZAR-TRANSPORTADORA.
           IF WS-ACHADO
               MOVE WS-TRP-RAZAO(WS-IDX-TRP) TO WLR-RAZAO
           ELSE
               MOVE 'NAO CADASTRADA' TO WLR-RAZAO
           END-IF.
           MOVE WRK-QTD-CASADAS TO WLR-QTD.
           MOVE RF-VALOR TO WLR-VALOR.
           EVALUATE TRUE
               WHEN WRK-QTD-CASADAS = ZEROS
                   MOVE 'SEM FATURA REMETIDA' TO WLR-SITUACAO
                   DISPLAY 'RETORNO SEM FATURA REMETIDA: ' WRK-TRANSP
                       ' REMESSA ' WRK-NUM-RETORNO
                   MOVE 'PRGCOB10' TO EL-PROGRAMA
                   MOVE '0630-BAIXAR-TRANSP' TO EL-PARAGRAFO
                   MOVE 'RETORNO DO BANCO SEM FATURA REMETIDA'
                       TO EL-MENSAGEM
                   MOVE 'A' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   PERFORM 0590-MARCAR-REJEICAO
               WHEN RF-ACEITO
                   MOVE 'PAGO' TO WLR-SITUACAO
               WHEN OTHER
                   MOVE 'REJEITADO - REENVIAR' TO WLR-SITUACAO
                   MOVE RF-MOTIVO TO WLR-MOTIVO
           END-EVALUATE.
           WRITE PAYMENT-REPORT-LINE FROM WS-LINHA-RETORNO.

       0640-BAIXAR-FATURA.
           IF WS-PAG-REMESSA(WS-IDX-PAG) = WRK-NUM-RETORNO
              AND WS-PAG-TRANSP(WS-IDX-PAG) = WRK-TRANSP
              AND WS-PAG-SITUACAO(WS-IDX-PAG) = 'R'
               ADD 1 TO WRK-QTD-CASADAS
               IF RF-ACEITO
                   MOVE 'P' TO WS-PAG-SITUACAO(WS-IDX-PAG)
                   MOVE WRK-DATA-PAGAMENTO
                       TO WS-PAG-DATA-SIT(WS-IDX-PAG)
                   ADD 1 TO WS-QTD-PAGAS
                   ADD WS-PAG-LIQUIDO(WS-IDX-PAG) TO WS-TOTAL-RUNCTL
               ELSE
                   MOVE 'J' TO WS-PAG-SITUACAO(WS-IDX-PAG)
                   MOVE WS-DATA-PROCESSO
                       TO WS-PAG-DATA-SIT(WS-IDX-PAG)
                   ADD 1 TO WS-QTD-REJEITADAS
               END-IF
           END-IF.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB10'         TO RC-PROGRAMA
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
