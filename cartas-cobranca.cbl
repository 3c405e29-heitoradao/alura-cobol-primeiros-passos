       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB88.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = REGUA DE COBRANCA SEMANAL DO
      ***                            CONTAS A RECEBER: SEPARA AS
      ***                            PARCELAS VENCIDAS DO CONTASR
      ***                            POR CLIENTE, ATRIBUI O NIVEL
      ***                            DE CADA UMA (LEMBRETE A 5
      ***                            DIAS, NOTIFICACAO FORMAL A 30,
      ***                            PRE-JURIDICO A 60) E IMPRIME
      ***                            UMA CARTA POR CLIENTE
      ***                            (CARTACOB) COM TODOS OS
      ***                            TITULOS EM ATRASO, COM NOME E
      ***                            CIDADE DO CUSTMAST; CADA CARTA
      ***                            VAI PARA O HISTORICO COBRHIST,
      ***                            QUE IMPEDE REPETIR O MESMO
      ***                            NIVEL AO MESMO TITULO
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
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
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT DUNNING-HIST-FILE ASSIGN TO 'COBRHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DUNNING-LETTER-FILE ASSIGN TO 'CARTACOB'
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

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY 'CUSTMAST.COB'.

       FD  DUNNING-HIST-FILE
           RECORD CONTAINS 52 CHARACTERS.
           COPY 'DUNNHIST.COB'.

       FD  DUNNING-LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DUNNING-LETTER-LINE   PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-CONTASR-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-CUSTMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-HIST-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-CONTASR-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-CONTASR                   VALUE 'S'.
       77  WS-FIM-CUSTMAST-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-CUSTMAST                  VALUE 'S'.
       77  WS-FIM-HIST-SW        PIC X(01)     VALUE 'N'.
           88 WS-FIM-HIST                      VALUE 'S'.
       77  WS-CLI-ACHADO-SW      PIC X(01)     VALUE 'N'.
           88 WS-CLI-ACHADO                    VALUE 'S'.
       77  WS-HIS-ACHADO-SW      PIC X(01)     VALUE 'N'.
           88 WS-HIS-ACHADO                    VALUE 'S'.
       77  WS-CARTA-NOVA-SW      PIC X(01)     VALUE 'N'.
           88 WS-CARTA-NOVA                    VALUE 'S'.
       77  WS-HIST-ABERTO-SW     PIC X(01)     VALUE 'N'.
           88 WS-HIST-ABERTO                   VALUE 'S'.
       77  WS-DIAS-NIVEL-1       PIC 9(03)     VALUE 5.
       77  WS-DIAS-NIVEL-2       PIC 9(03)     VALUE 30.
       77  WS-DIAS-NIVEL-3       PIC 9(03)     VALUE 60.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-DIAS-ATRASO       PIC S9(07)    VALUE ZEROS.
       77  WRK-NIVEL             PIC 9(01)     VALUE ZEROS.
       77  WRK-NIVEL-CARTA       PIC 9(01)     VALUE ZEROS.
       77  WRK-TOTAL-CARTA       PIC S9(08)V99 VALUE ZEROS.
       77  WRK-CLIENTE-CARTA     PIC X(06)     VALUE SPACES.
       77  WRK-NOME              PIC X(30)     VALUE SPACES.
       77  WRK-CIDADE            PIC X(20)     VALUE SPACES.
       77  WRK-UF                PIC X(02)     VALUE SPACES.
       77  WS-QTD-CLIENTES       PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-HISTORICO      PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-TITULOS        PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-SEM-CLIENTE    PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-SEM-CADASTRO   PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-JA-AVISADOS    PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-CARTAS         PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-HIST-GRAVADOS  PIC 9(06)     VALUE ZEROS.
       77  WS-TOTAL-COBRADO      PIC S9(08)V99 VALUE ZEROS.
       77  WS-TAB-ESTOURO-SW     PIC X(01)     VALUE 'N'.
           88 WS-TAB-ESTOURO                   VALUE 'S'.
       77  WS-QTD-CARTAS-NIVEL-1 PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-CARTAS-NIVEL-2 PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-CARTAS-NIVEL-3 PIC 9(05)     VALUE ZEROS.
       77  WS-VALOR-ED           PIC $ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(04)     VALUE ZEROS.
       77  WRK-IDX-J             PIC 9(04)     VALUE ZEROS.

       01  WS-TABELA-CLIENTES.
           02 WS-CLI-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-IDX-CLI.
               03 WS-CLI-CODIGO      PIC X(06).
               03 WS-CLI-NOME        PIC X(30).
               03 WS-CLI-CIDADE      PIC X(20).
               03 WS-CLI-UF          PIC X(02).

      *********** MAIOR NIVEL JA ENVIADO POR TITULO *****************
       01  WS-TABELA-HISTORICO.
           02 WS-HIS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-HIS.
               03 WS-HIS-CLIENTE     PIC X(06).
               03 WS-HIS-SEQUENCIA   PIC 9(05).
               03 WS-HIS-PARCELA     PIC 9(02).
               03 WS-HIS-NIVEL       PIC 9(01).

      *********** PARCELAS VENCIDAS A PARTIR DO NIVEL 1 ************
       01  WS-TABELA-TITULOS.
           02 WS-TIT-ENTRY OCCURS 1000 TIMES.
               03 WS-TIT-CLIENTE     PIC X(06).
               03 WS-TIT-SEQUENCIA   PIC 9(05).
               03 WS-TIT-PARCELA     PIC 9(02).
               03 WS-TIT-QT-PARCELAS PIC 9(02).
               03 WS-TIT-VENCIMENTO  PIC 9(08).
               03 WS-TIT-DIAS        PIC 9(05).
               03 WS-TIT-NIVEL       PIC 9(01).
               03 WS-TIT-SALDO       PIC S9(06)V99.
               03 WS-TIT-NOVO        PIC X(01).
               03 WS-TIT-TRATADO     PIC X(01).

      *********** TITULO E TEXTO DA CARTA POR NIVEL ****************
       01  WS-TEXTOS-NIVEL.
           02 FILLER             PIC X(20) VALUE
              'LEMBRETE            '.
           02 FILLER             PIC X(55) VALUE
              'CONSTA EM NOSSOS REGISTROS O ATRASO DAS PARCELAS'.
           02 FILLER             PIC X(55) VALUE
              'ABAIXO. SE JA FORAM PAGAS, DESCONSIDERE ESTE AVISO.'.
           02 FILLER             PIC X(20) VALUE
              'NOTIFICACAO FORMAL  '.
           02 FILLER             PIC X(55) VALUE
              'FICA V.SA. NOTIFICADO DO DEBITO DAS PARCELAS ABAIXO,'.
           02 FILLER             PIC X(55) VALUE
              'VENCIDAS HA MAIS DE 30 DIAS. REGULARIZE EM 10 DIAS.'.
           02 FILLER             PIC X(20) VALUE
              'PRE-JURIDICO        '.
           02 FILLER             PIC X(55) VALUE
              'ESGOTADA A COBRANCA AMIGAVEL, O DEBITO ABAIXO SERA'.
           02 FILLER             PIC X(55) VALUE
              'LEVADO AO JURIDICO SE NAO FOR QUITADO EM 5 DIAS.'.
       01  WS-TEXTOS-NIVEL-TAB REDEFINES WS-TEXTOS-NIVEL.
           02 WS-TEXTO-ENTRY OCCURS 3 TIMES.
               03 WS-TEXTO-TITULO    PIC X(20).
               03 WS-TEXTO-LINHA-1   PIC X(55).
               03 WS-TEXTO-LINHA-2   PIC X(55).

       01  WS-CARTA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '='.
       01  WS-CARTA-CAB-1.
           02 FILLER             PIC X(44) VALUE
              'EMPRESA ALURA LTDA - DEPTO DE COBRANCA      '.
           02 FILLER             PIC X(06) VALUE 'DATA: '.
           02 WCC-DATA           PIC 9(08).
       01  WS-CARTA-CAB-2.
           02 FILLER             PIC X(18) VALUE
              'CARTA DE COBRANCA '.
           02 FILLER             PIC X(08) VALUE '- NIVEL '.
           02 WCC-NIVEL          PIC 9(01).
           02 FILLER             PIC X(03) VALUE ' - '.
           02 WCC-TITULO         PIC X(20).
       01  WS-CARTA-DEST-1.
           02 FILLER             PIC X(05) VALUE 'A/C: '.
           02 WCD-NOME           PIC X(30).
           02 FILLER             PIC X(10) VALUE ' CLIENTE: '.
           02 WCD-CLIENTE        PIC X(06).
       01  WS-CARTA-DEST-2.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 WCD-CIDADE         PIC X(20).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WCD-UF             PIC X(02).
       01  WS-CARTA-TEXTO.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 WCT-TEXTO          PIC X(55).
       01  WS-CARTA-COLUNAS.
           02 FILLER             PIC X(44) VALUE
              '     VENDA PARCELA  VENCIMENTO  DIAS NIVEL  '.
           02 FILLER             PIC X(12) VALUE
              '       SALDO'.
       01  WS-CARTA-TITULO.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 WCL-SEQUENCIA      PIC 9(05).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WCL-PARCELA        PIC 9(02).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WCL-QT-PARCELAS    PIC 9(02).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WCL-VENCIMENTO     PIC 9(08).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WCL-DIAS           PIC ZZZZ9.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 WCL-NIVEL          PIC 9(01).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WCL-SALDO          PIC ZZZ.ZZ9,99-.
       01  WS-CARTA-TOTAL.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 FILLER             PIC X(21) VALUE
              'TOTAL EM ATRASO (SEM '.
           02 FILLER             PIC X(18) VALUE
              'ENCARGOS).......: '.
           02 WCT-TOTAL          PIC $ZZZ.ZZZ.ZZ9,99-.
       01  WS-CARTA-RODAPE.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 FILLER             PIC X(55) VALUE
              'MULTA E JUROS DE MORA SERAO CALCULADOS NO PAGAMENTO.'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0100-CARREGAR-CLIENTES.
           PERFORM 0150-CARREGAR-HISTORICO.
           PERFORM 0200-SELECIONAR-TITULOS.
           IF WS-CONTASR-STATUS = '00' OR WS-CONTASR-STATUS = '10'
               PERFORM 0300-EMITIR-CARTAS
               PERFORM 0800-RESUMO
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

      *********** NOME, CIDADE E UF DO DESTINATARIO VEM DO *********
      *********** CUSTMAST; SEM O CADASTRO NENHUMA CARTA SAI *******
       0100-CARREGAR-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS = '00'
               PERFORM 0110-LER-CLIENTE
               PERFORM 0120-ARMAZENAR-CLIENTE
                   UNTIL WS-FIM-CUSTMAST
               CLOSE CUSTOMER-MASTER-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO CUSTMAST AUSENTE - CARTAS '
                   'SEM DESTINATARIO NAO SERAO EMITIDAS'
               MOVE 'PRGCOB88' TO EL-PROGRAMA
               MOVE '0100-CARREGAR-CLIENTES' TO EL-PARAGRAFO
               MOVE 'CADASTRO CUSTMAST AUSENTE NA REGUA DE COBRANCA'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.

       0110-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-CUSTMAST-SW
           END-READ.

       0120-ARMAZENAR-CLIENTE.
           IF WS-QTD-CLIENTES < 200
               ADD 1 TO WS-QTD-CLIENTES
               MOVE CM-CODIGO TO WS-CLI-CODIGO(WS-QTD-CLIENTES)
               MOVE CM-NOME   TO WS-CLI-NOME(WS-QTD-CLIENTES)
               MOVE CM-CIDADE TO WS-CLI-CIDADE(WS-QTD-CLIENTES)
               MOVE CM-UF     TO WS-CLI-UF(WS-QTD-CLIENTES)
           ELSE
               DISPLAY 'TABELA DE CLIENTES CHEIA - CLIENTE '
                   CM-CODIGO ' IGNORADO'
           END-IF.
           PERFORM 0110-LER-CLIENTE.

       0130-BUSCAR-CLIENTE.
           MOVE 'N' TO WS-CLI-ACHADO-SW.
           PERFORM 0140-COMPARAR-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-QTD-CLIENTES
                  OR WS-CLI-ACHADO.

       0140-COMPARAR-CLIENTE.
           IF WS-CLI-CODIGO(WS-IDX-CLI) = WRK-CLIENTE-CARTA
               MOVE 'S' TO WS-CLI-ACHADO-SW
               MOVE WS-CLI-NOME(WS-IDX-CLI)   TO WRK-NOME
               MOVE WS-CLI-CIDADE(WS-IDX-CLI) TO WRK-CIDADE
               MOVE WS-CLI-UF(WS-IDX-CLI)     TO WRK-UF
           END-IF.

      *********** HISTORICO DAS CARTAS JA ENVIADAS: GUARDA O *******
      *********** MAIOR NIVEL POR TITULO (CLIENTE/VENDA/PARCELA) ***
       0150-CARREGAR-HISTORICO.
           OPEN INPUT DUNNING-HIST-FILE.
           IF WS-HIST-STATUS = '00'
               PERFORM 0160-LER-HISTORICO
               PERFORM 0170-ARMAZENAR-HISTORICO
                   UNTIL WS-FIM-HIST
               CLOSE DUNNING-HIST-FILE
           END-IF.
           DISPLAY 'TITULOS JA AVISADOS NO HISTORICO: '
               WS-QTD-HISTORICO.

       0160-LER-HISTORICO.
           READ DUNNING-HIST-FILE
               AT END
                   MOVE 'S' TO WS-FIM-HIST-SW
           END-READ.

       0170-ARMAZENAR-HISTORICO.
           PERFORM 0180-BUSCAR-HISTORICO.
           IF WS-HIS-ACHADO
               IF DH-NIVEL > WS-HIS-NIVEL(WS-IDX-HIS)
                   MOVE DH-NIVEL TO WS-HIS-NIVEL(WS-IDX-HIS)
               END-IF
           ELSE
               IF WS-QTD-HISTORICO < 2000
                   ADD 1 TO WS-QTD-HISTORICO
                   MOVE DH-CLIENTE
                       TO WS-HIS-CLIENTE(WS-QTD-HISTORICO)
                   MOVE DH-SEQUENCIA
                       TO WS-HIS-SEQUENCIA(WS-QTD-HISTORICO)
                   MOVE DH-PARCELA
                       TO WS-HIS-PARCELA(WS-QTD-HISTORICO)
                   MOVE DH-NIVEL
                       TO WS-HIS-NIVEL(WS-QTD-HISTORICO)
               ELSE
                   IF NOT WS-TAB-ESTOURO
                       DISPLAY 'TABELA DO HISTORICO CHEIA - TITULOS '
                           'EXCEDENTES PODEM SER AVISADOS DE NOVO'
                       MOVE 'PRGCOB88' TO EL-PROGRAMA
                       MOVE '0170-ARMAZENAR-HIST' TO EL-PARAGRAFO
                       MOVE 'TABELA DO HISTORICO COBRHIST CHEIA'
                           TO EL-MENSAGEM
                       MOVE 'A' TO EL-SEVERIDADE
                       CALL 'ERRLOG' USING ERROR-LOG-LINK
                       IF WRK-RETORNO < 4
                           MOVE 4 TO WRK-RETORNO
                       END-IF
                   END-IF
                   MOVE 'S' TO WS-TAB-ESTOURO-SW
               END-IF
           END-IF.
           PERFORM 0160-LER-HISTORICO.

       0180-BUSCAR-HISTORICO.
           MOVE 'N' TO WS-HIS-ACHADO-SW.
           PERFORM 0190-COMPARAR-HISTORICO
               VARYING WS-IDX-HIS FROM 1 BY 1
               UNTIL WS-IDX-HIS > WS-QTD-HISTORICO
                  OR WS-HIS-ACHADO.
           IF WS-HIS-ACHADO
               SET WS-IDX-HIS DOWN BY 1
           END-IF.

       0190-COMPARAR-HISTORICO.
           IF WS-HIS-CLIENTE(WS-IDX-HIS)   = DH-CLIENTE
              AND WS-HIS-SEQUENCIA(WS-IDX-HIS) = DH-SEQUENCIA
              AND WS-HIS-PARCELA(WS-IDX-HIS)   = DH-PARCELA
               MOVE 'S' TO WS-HIS-ACHADO-SW
           END-IF.

      *********** PARCELAS EM ABERTO COM PELO MENOS 5 DIAS DE *****
      *********** ATRASO NA DATA DE PROCESSAMENTO; SEM CLIENTE ****
      *********** (CONSUMIDOR NAO IDENTIFICADO) NAO HA A QUEM ******
      *********** ESCREVER E A PARCELA SO E CONTADA ****************
       0200-SELECIONAR-TITULOS.
           OPEN INPUT RECEIVABLE-FILE.
           IF WS-CONTASR-STATUS NOT = '00'
               DISPLAY 'ARQUIVO CONTASR NAO ENCONTRADO - NENHUMA '
                   'CARTA EMITIDA'
               MOVE 'PRGCOB88' TO EL-PROGRAMA
               MOVE '0200-SELECIONAR-TIT' TO EL-PARAGRAFO
               MOVE 'ARQUIVO CONTASR NAO ENCONTRADO' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0210-LER-PARCELA
               PERFORM 0220-AVALIAR-PARCELA
                   UNTIL WS-FIM-CONTASR
               CLOSE RECEIVABLE-FILE
           END-IF.

       0210-LER-PARCELA.
           READ RECEIVABLE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-CONTASR-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0220-AVALIAR-PARCELA.
           IF RV-SITUACAO = 'A'
              AND RV-DATA-VENCIMENTO > ZEROS
              AND RV-DATA-VENCIMENTO < WS-DATA-PROCESSO
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO) -
                   FUNCTION INTEGER-OF-DATE(RV-DATA-VENCIMENTO)
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO >= WS-DIAS-NIVEL-3
                       MOVE 3 TO WRK-NIVEL
                   WHEN WRK-DIAS-ATRASO >= WS-DIAS-NIVEL-2
                       MOVE 2 TO WRK-NIVEL
                   WHEN WRK-DIAS-ATRASO >= WS-DIAS-NIVEL-1
                       MOVE 1 TO WRK-NIVEL
                   WHEN OTHER
                       MOVE 0 TO WRK-NIVEL
               END-EVALUATE
               IF WRK-NIVEL > 0
                   IF RV-CLIENTE = SPACES
                       ADD 1 TO WS-QTD-SEM-CLIENTE
                   ELSE
                       PERFORM 0230-GUARDAR-TITULO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0210-LER-PARCELA.

       0230-GUARDAR-TITULO.
           IF WS-QTD-TITULOS < 1000
               ADD 1 TO WS-QTD-TITULOS
               MOVE WS-QTD-TITULOS TO WRK-IDX-I
               MOVE RV-CLIENTE     TO WS-TIT-CLIENTE(WRK-IDX-I)
               MOVE RV-SEQUENCIA   TO WS-TIT-SEQUENCIA(WRK-IDX-I)
               MOVE RV-PARCELA     TO WS-TIT-PARCELA(WRK-IDX-I)
               MOVE RV-QT-PARCELAS TO WS-TIT-QT-PARCELAS(WRK-IDX-I)
               MOVE RV-DATA-VENCIMENTO
                   TO WS-TIT-VENCIMENTO(WRK-IDX-I)
               MOVE WRK-DIAS-ATRASO TO WS-TIT-DIAS(WRK-IDX-I)
               MOVE WRK-NIVEL       TO WS-TIT-NIVEL(WRK-IDX-I)
               COMPUTE WS-TIT-SALDO(WRK-IDX-I) =
                   RV-VALOR - RV-VALOR-PAGO
               MOVE 'N' TO WS-TIT-TRATADO(WRK-IDX-I)
               MOVE RV-CLIENTE   TO DH-CLIENTE
               MOVE RV-SEQUENCIA TO DH-SEQUENCIA
               MOVE RV-PARCELA   TO DH-PARCELA
               PERFORM 0180-BUSCAR-HISTORICO
               IF WS-HIS-ACHADO
                  AND WS-HIS-NIVEL(WS-IDX-HIS) >= WRK-NIVEL
                   MOVE 'N' TO WS-TIT-NOVO(WRK-IDX-I)
               ELSE
                   MOVE 'S' TO WS-TIT-NOVO(WRK-IDX-I)
               END-IF
           ELSE
               DISPLAY 'TABELA DE TITULOS CHEIA - PARCELA '
                   RV-CLIENTE '/' RV-SEQUENCIA '/' RV-PARCELA
                   ' FICA PARA A PROXIMA SEMANA'
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.

      *********** UMA CARTA POR CLIENTE, SO QUANDO PELO MENOS UM ***
      *********** TITULO CHEGOU A UM NIVEL AINDA NAO AVISADO; A ****
      *********** CARTA LISTA TODOS OS TITULOS EM ATRASO E TEM O ***
      *********** NIVEL DO TITULO MAIS ATRASADO ********************
       0300-EMITIR-CARTAS.
           OPEN OUTPUT DUNNING-LETTER-FILE.
           PERFORM 0310-TRATAR-CLIENTE
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-TITULOS.
           CLOSE DUNNING-LETTER-FILE.
           IF WS-HIST-ABERTO
               CLOSE DUNNING-HIST-FILE
           END-IF.

       0310-TRATAR-CLIENTE.
           IF WS-TIT-TRATADO(WRK-IDX-I) = 'N'
               MOVE WS-TIT-CLIENTE(WRK-IDX-I) TO WRK-CLIENTE-CARTA
               MOVE ZEROS TO WRK-NIVEL-CARTA
               MOVE ZEROS TO WRK-TOTAL-CARTA
               MOVE 'N'   TO WS-CARTA-NOVA-SW
               PERFORM 0320-AVALIAR-TITULO
                   VARYING WRK-IDX-J FROM WRK-IDX-I BY 1
                   UNTIL WRK-IDX-J > WS-QTD-TITULOS
               IF WS-CARTA-NOVA
                   PERFORM 0130-BUSCAR-CLIENTE
                   IF WS-CLI-ACHADO
                       PERFORM 0400-IMPRIMIR-CARTA
                   ELSE
                       ADD 1 TO WS-QTD-SEM-CADASTRO
                       DISPLAY 'CLIENTE ' WRK-CLIENTE-CARTA
                           ' NAO CADASTRADO NO CUSTMAST - CARTA '
                           'NAO EMITIDA'
                       IF WRK-RETORNO < 4
                           MOVE 4 TO WRK-RETORNO
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-QTD-JA-AVISADOS
               END-IF
           END-IF.

       0320-AVALIAR-TITULO.
           IF WS-TIT-CLIENTE(WRK-IDX-J) = WRK-CLIENTE-CARTA
               MOVE 'S' TO WS-TIT-TRATADO(WRK-IDX-J)
               ADD WS-TIT-SALDO(WRK-IDX-J) TO WRK-TOTAL-CARTA
               IF WS-TIT-NIVEL(WRK-IDX-J) > WRK-NIVEL-CARTA
                   MOVE WS-TIT-NIVEL(WRK-IDX-J) TO WRK-NIVEL-CARTA
               END-IF
               IF WS-TIT-NOVO(WRK-IDX-J) = 'S'
                   MOVE 'S' TO WS-CARTA-NOVA-SW
               END-IF
           END-IF.

      *********** CARTA: CABECALHO, DESTINATARIO, TEXTO DO NIVEL, **
      *********** TITULOS (CADA UM TAMBEM VAI PARA O COBRHIST) E ***
      *********** TOTAL EM ATRASO **********************************
       0400-IMPRIMIR-CARTA.
           ADD 1 TO WS-QTD-CARTAS.
           EVALUATE WRK-NIVEL-CARTA
               WHEN 1
                   ADD 1 TO WS-QTD-CARTAS-NIVEL-1
               WHEN 2
                   ADD 1 TO WS-QTD-CARTAS-NIVEL-2
               WHEN OTHER
                   ADD 1 TO WS-QTD-CARTAS-NIVEL-3
           END-EVALUATE.
           ADD WRK-TOTAL-CARTA TO WS-TOTAL-COBRADO.
           WRITE DUNNING-LETTER-LINE FROM WS-CARTA-SEPARADOR.
           MOVE WS-DATA-PROCESSO TO WCC-DATA.
           WRITE DUNNING-LETTER-LINE FROM WS-CARTA-CAB-1.
           MOVE WRK-NIVEL-CARTA TO WCC-NIVEL.
           MOVE WS-TEXTO-TITULO(WRK-NIVEL-CARTA) TO WCC-TITULO.
           WRITE DUNNING-LETTER-LINE FROM WS-CARTA-CAB-2.
           MOVE SPACES TO DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE.
           MOVE WRK-NOME          TO WCD-NOME.
           MOVE WRK-CLIENTE-CARTA TO WCD-CLIENTE.
           WRITE DUNNING-LETTER-LINE FROM WS-CARTA-DEST-1.
           MOVE WRK-CIDADE TO WCD-CIDADE.
           MOVE WRK-UF     TO WCD-UF.
           WRITE DUNNING-LETTER-LINE FROM WS-CARTA-DEST-2.
           MOVE SPACES TO DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE.
           MOVE WS-TEXTO-LINHA-1(WRK-NIVEL-CARTA) TO WCT-TEXTO.
           WRITE DUNNING-LETTER-LINE FROM WS-CARTA-TEXTO.
           MOVE WS-TEXTO-LINHA-2(WRK-NIVEL-CARTA) TO WCT-TEXTO.
           WRITE DUNNING-LETTER-LINE FROM WS-CARTA-TEXTO.
           MOVE SPACES TO DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE FROM WS-CARTA-COLUNAS.
           PERFORM 0410-IMPRIMIR-TITULO
               VARYING WRK-IDX-J FROM WRK-IDX-I BY 1
               UNTIL WRK-IDX-J > WS-QTD-TITULOS.
           MOVE SPACES TO DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE.
           MOVE WRK-TOTAL-CARTA TO WCT-TOTAL.
           WRITE DUNNING-LETTER-LINE FROM WS-CARTA-TOTAL.
           WRITE DUNNING-LETTER-LINE FROM WS-CARTA-RODAPE.

       0410-IMPRIMIR-TITULO.
           IF WS-TIT-CLIENTE(WRK-IDX-J) = WRK-CLIENTE-CARTA
               MOVE WS-TIT-SEQUENCIA(WRK-IDX-J)   TO WCL-SEQUENCIA
               MOVE WS-TIT-PARCELA(WRK-IDX-J)     TO WCL-PARCELA
               MOVE WS-TIT-QT-PARCELAS(WRK-IDX-J) TO WCL-QT-PARCELAS
               MOVE WS-TIT-VENCIMENTO(WRK-IDX-J)  TO WCL-VENCIMENTO
               MOVE WS-TIT-DIAS(WRK-IDX-J)        TO WCL-DIAS
               MOVE WS-TIT-NIVEL(WRK-IDX-J)       TO WCL-NIVEL
               MOVE WS-TIT-SALDO(WRK-IDX-J)       TO WCL-SALDO
               WRITE DUNNING-LETTER-LINE FROM WS-CARTA-TITULO
               PERFORM 0420-GRAVAR-HISTORICO
           END-IF.

       0420-GRAVAR-HISTORICO.
           IF NOT WS-HIST-ABERTO
               OPEN EXTEND DUNNING-HIST-FILE
               IF WS-HIST-STATUS = '35'
                   OPEN OUTPUT DUNNING-HIST-FILE
               END-IF
               IF WS-HIST-STATUS = '00'
                   MOVE 'S' TO WS-HIST-ABERTO-SW
               ELSE
                   DISPLAY 'AVISO: HISTORICO COBRHIST INDISPONIVEL - '
                       'STATUS ' WS-HIST-STATUS
                   MOVE 'PRGCOB88' TO EL-PROGRAMA
                   MOVE '0420-GRAVAR-HISTORICO' TO EL-PARAGRAFO
                   MOVE 'HISTORICO COBRHIST INDISPONIVEL'
                       TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   MOVE 8 TO WRK-RETORNO
               END-IF
           END-IF.
           IF WS-HIST-ABERTO
               MOVE SPACES TO DUNNING-HIST-REC
               MOVE WS-DATA-PROCESSO TO DH-DATA-ENVIO
               MOVE WRK-CLIENTE-CARTA TO DH-CLIENTE
               MOVE WS-TIT-SEQUENCIA(WRK-IDX-J)  TO DH-SEQUENCIA
               MOVE WS-TIT-PARCELA(WRK-IDX-J)    TO DH-PARCELA
               MOVE WS-TIT-VENCIMENTO(WRK-IDX-J)
                   TO DH-DATA-VENCIMENTO
               MOVE WS-TIT-DIAS(WRK-IDX-J)       TO DH-DIAS-ATRASO
               MOVE WS-TIT-NIVEL(WRK-IDX-J)      TO DH-NIVEL
               MOVE WS-TIT-SALDO(WRK-IDX-J)      TO DH-SALDO
               MOVE WRK-NIVEL-CARTA              TO DH-NIVEL-CARTA
               WRITE DUNNING-HIST-REC
               ADD 1 TO WS-QTD-HIST-GRAVADOS
           END-IF.

       0800-RESUMO.
           DISPLAY 'REGUA DE COBRANCA EM ' WS-DATA-PROCESSO.
           DISPLAY 'PARCELAS LIDAS NO CONTASR.......: ' WS-QTD-LIDOS.
           DISPLAY 'PARCELAS VENCIDAS SELECIONADAS..: '
               WS-QTD-TITULOS.
           DISPLAY 'VENCIDAS SEM CLIENTE (IGNORADAS): '
               WS-QTD-SEM-CLIENTE.
           DISPLAY 'CARTAS EMITIDAS EM CARTACOB.....: ' WS-QTD-CARTAS.
           DISPLAY '   NIVEL 1 - LEMBRETE...........: '
               WS-QTD-CARTAS-NIVEL-1.
           DISPLAY '   NIVEL 2 - NOTIFICACAO FORMAL.: '
               WS-QTD-CARTAS-NIVEL-2.
           DISPLAY '   NIVEL 3 - PRE-JURIDICO.......: '
               WS-QTD-CARTAS-NIVEL-3.
           DISPLAY 'CLIENTES JA AVISADOS NO NIVEL...: '
               WS-QTD-JA-AVISADOS.
           DISPLAY 'CLIENTES SEM CADASTRO...........: '
               WS-QTD-SEM-CADASTRO.
           MOVE WS-TOTAL-COBRADO TO WS-VALOR-ED.
           DISPLAY 'TOTAL COBRADO NAS CARTAS........: ' WS-VALOR-ED.

       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB88'           TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO     TO RC-DATA
               MOVE WS-HORA-INICIO       TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL        TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS         TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-HIST-GRAVADOS TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-COBRADO     TO RC-TOTAL
               MOVE WRK-RETORNO          TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
