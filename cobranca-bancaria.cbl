       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB87.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = COBRANCA BANCARIA POR BOLETO DAS
      ***                            PARCELAS DO CONTAS A RECEBER
      ***                            (CONTASR) E DAS MENSALIDADES
      ***                            (MENSALID), COM UM SO CONVENIO
      ***                            (RECEBPRM) E UM SO CONTROLE DE
      ***                            NUMERACAO (BOLSEQ): GERA A
      ***                            REMESSA (BOLREM) DOS TITULOS
      ***                            EM ABERTO AINDA SEM BOLETO, LE
      ***                            O RETORNO DO BANCO (BOLRET),
      ***                            BAIXA CADA TITULO LIQUIDADO
      ***                            (PARCELA COM O RECEBIMENTO NO
      ***                            RECEBTOS, ORIGEM B) E IMPRIME
      ***                            OS REJEITADOS NO RELATORIO DE
      ***                            EXCECOES (BOLEXREL), COMO O
      ***                            PRGCOB72 FAZ NO RETORNO DE
      ***                            SALARIOS - O TITULO REJEITADO
      ***                            VOLTA A FICAR SEM BOLETO PARA
      ***                            A PROXIMA REMESSA
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA O LIMITE DE CREDITO
      ***                    INCLUIDO NO CUSTMAST.COB (FD DE 88
      ***                    POSICOES) E OS DIAS DE BLOQUEIO E O
      ***                    LIMITE PADRAO NO RECEBPRM.COB (FD
      ***                    DE 38 POSICOES)
      ***   15/10/2026 HJR   FD DO MENSALID COM 64 POSICOES; O
      ***                    BOLETO SAI PELO TU-VALOR, SEM O
      ***                    DESCONTO ANTECIPADO CONDICIONAL,
      ***                    QUE E ZERADO NA BAIXA PELO RETORNO
      ***   15/10/2026 HJR   BOLETO DA MENSALIDADE COM O DESCONTO
      ***                    ANTECIPADO E A DATA LIMITE DELE; NA
      ***                    BAIXA PELO RETORNO O DESCONTO E
      ***                    ABATIDO DO TU-VALOR SE PAGO ATE O
      ***                    VENCIMENTO; SO E ZERADO SE PAGO DEPOIS.
      ***                    PAGA A MENOR, FICA ABERTA, SEM BOLETO
      ***                    E NO RELATORIO DE EXCECOES
      ***   15/10/2026 HJR   RETORNO COM CONVENIO DIFERENTE DO
      ***                    RECEBPRM E RECUSADO INTEIRO: ERRLOG
      ***                    SEVERIDADE F, RETORNO 8 E NENHUMA
      ***                    BAIXA
      ***   15/10/2026 HJR   MENSALIDADE PAGA ATE O VENCIMENTO
      ***                    GRAVA NO DESCMENS O DESCONTO
      ***                    ANTECIPADO CONCEDIDO (TIPO A), QUE
      ***                    O PRGCOB75 NAO GRAVA MAIS NA GERACAO
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
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-STUMAST-STATUS.
           SELECT RECEIVABLE-PARM-FILE ASSIGN TO 'RECEBPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BILLING-SEQ-FILE ASSIGN TO 'BOLSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT BILLING-REMIT-FILE ASSIGN TO 'BOLREM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILLING-RETURN-FILE ASSIGN TO 'BOLRET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO 'RECEBTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBTO-STATUS.
           SELECT DISCOUNT-FILE ASSIGN TO 'DESCMENS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESCMENS-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'BOLEXREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPERATOR-SESS-FILE ASSIGN TO 'OPERSESS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
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

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY 'CUSTMAST.COB'.

       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY 'STUMAST.COB'.

       FD  RECEIVABLE-PARM-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY 'RECEBPRM.COB'.

       FD  BILLING-SEQ-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  BILLING-SEQ-REC.
           02 BS-ULTIMO-NUMERO   PIC 9(06).

       FD  BILLING-REMIT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  BILLING-REMIT-REC     PIC X(120).

       FD  BILLING-RETURN-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  BILLING-RETURN-REC.
           02 BR-TIPO             PIC X(01).
               88 BR-TIPO-HEADER                VALUE '0'.
               88 BR-TIPO-DETALHE               VALUE '1'.
               88 BR-TIPO-TRAILER               VALUE '9'.
           02 BR-DADOS            PIC X(119).
           02 BR-DADOS-HEADER REDEFINES BR-DADOS.
               03 BR-H-EMPRESA        PIC X(20).
               03 BR-H-BANCO          PIC 9(03).
               03 FILLER              PIC X(01).
               03 BR-H-CONVENIO       PIC 9(07).
               03 FILLER              PIC X(01).
               03 BR-H-DATA           PIC 9(08).
               03 FILLER              PIC X(01).
               03 BR-H-NUM-REMESSA    PIC 9(06).
               03 FILLER              PIC X(72).
           02 BR-DADOS-DETALHE REDEFINES BR-DADOS.
               03 BR-ORIGEM           PIC X(01).
               03 FILLER              PIC X(01).
               03 BR-CHAVE            PIC X(13).
               03 FILLER              PIC X(01).
               03 BR-VALOR-TITULO     PIC 9(09)V99.
               03 FILLER              PIC X(01).
               03 BR-VALOR-PAGO       PIC 9(09)V99.
               03 FILLER              PIC X(01).
               03 BR-DATA-PAGAMENTO   PIC 9(08).
               03 FILLER              PIC X(01).
               03 BR-STATUS           PIC X(01).
                   88 BR-LIQUIDADO              VALUE 'L'.
                   88 BR-REJEITADO              VALUE 'R'.
               03 FILLER              PIC X(01).
               03 BR-MOTIVO           PIC X(02).
               03 FILLER              PIC X(66).
           02 BR-DADOS-TRAILER REDEFINES BR-DADOS.
               03 BR-T-QTD            PIC 9(05).
               03 FILLER              PIC X(01).
               03 BR-T-TOTAL          PIC 9(09)V99.
               03 FILLER              PIC X(102).

       FD  RECEIPT-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY 'RECEBTO.COB'.

       FD  DISCOUNT-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY 'DESCMENS.COB'.

       FD  EXCEPTION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCEPTION-REPORT-LINE PIC X(80).

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

       WORKING-STORAGE SECTION.
       77  WS-CONTASR-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-TUITION-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-CUSTMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-STUMAST-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PARM-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-SEQ-STATUS         PIC X(02)     VALUE SPACES.
       77  WS-RETORNO-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-RECEBTO-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-DESCMENS-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SESSAO-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-CONTASR-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-CONTASR                   VALUE 'S'.
       77  WS-FIM-TUITION-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-TUITION                   VALUE 'S'.
       77  WS-FIM-CUSTMAST-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-CUSTMAST                  VALUE 'S'.
       77  WS-FIM-RETORNO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-RETORNO                   VALUE 'S'.
       77  WS-CLI-ACHADO-SW      PIC X(01)     VALUE 'N'.
           88 WS-CLI-ACHADO                    VALUE 'S'.
       77  WS-RET-ACHADO-SW      PIC X(01)     VALUE 'N'.
           88 WS-RET-ACHADO                    VALUE 'S'.
       77  WS-STUMAST-ABERTO-SW  PIC X(01)     VALUE 'N'.
           88 WS-STUMAST-ABERTO                VALUE 'S'.
       77  WS-RECEBTO-ABERTO-SW  PIC X(01)     VALUE 'N'.
           88 WS-RECEBTO-ABERTO                VALUE 'S'.
       77  WS-DESCMENS-ABERTO-SW PIC X(01)     VALUE 'N'.
           88 WS-DESCMENS-ABERTO               VALUE 'S'.
       77  WS-RETORNO-RECUSADO-SW PIC X(01)    VALUE 'N'.
           88 WS-RETORNO-RECUSADO              VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WS-MULTA-PCT          PIC 9(02)V99  VALUE 2,00.
       77  WS-JUROS-MES          PIC 9(02)V99  VALUE 1,00.
       77  WS-BANCO              PIC 9(03)     VALUE ZEROS.
       77  WS-CONVENIO           PIC 9(07)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-OPERADOR-SESSAO   PIC X(05)     VALUE SPACES.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-NUM-REMESSA       PIC 9(06)     VALUE ZEROS.
       77  WRK-NUM-RETORNO       PIC 9(06)     VALUE ZEROS.
       77  WRK-ULT-REMESSA       PIC 9(06)     VALUE ZEROS.
       77  WRK-ORIGEM-BUSCA      PIC X(01)     VALUE SPACES.
       77  WRK-SALDO             PIC S9(06)V99 VALUE ZEROS.
       77  WRK-PRINCIPAL         PIC S9(06)V99 VALUE ZEROS.
       77  WRK-JUROS             PIC S9(06)V99 VALUE ZEROS.
       77  WRK-MULTA             PIC S9(06)V99 VALUE ZEROS.
       77  WRK-RECEBIDO          PIC S9(06)V99 VALUE ZEROS.
       77  WRK-DEVIDO            PIC S9(06)V99 VALUE ZEROS.
       77  WRK-EXCEDENTE         PIC S9(06)V99 VALUE ZEROS.
       77  WRK-PCT-ANTECIPADO    PIC 9(03)V99  VALUE ZEROS.
       77  WRK-TIPO-BAIXA        PIC X(01)     VALUE SPACES.
       77  WRK-DOCUMENTO         PIC X(14)     VALUE SPACES.
       77  WRK-NOME              PIC X(30)     VALUE SPACES.
       77  WS-QTD-CLIENTES       PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-RETORNO        PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-BOLETOS        PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-BOLETOS-CR     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-BOLETOS-MS     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-SEM-SACADO     PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-BOLETOS      PIC 9(09)V99  VALUE ZEROS.
       77  WS-QTD-LIQUIDADOS     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-REJEITADOS     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-BAIXADOS       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-EXCECOES       PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-LIQUIDADO    PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOTAL-RUNCTL       PIC S9(08)V99 VALUE ZEROS.
       77  WS-ENTRADAS-RUNCTL    PIC 9(06)     VALUE ZEROS.
       77  WS-SAIDAS-RUNCTL      PIC 9(06)     VALUE ZEROS.
       77  WS-VALOR-ED           PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-IDX-R             PIC 9(04)     VALUE ZEROS.
       77  WS-IDX-ACHADO         PIC 9(04)     VALUE ZEROS.

      *********** CHAVE DO TITULO NO BOLETO: CLIENTE/SEQUENCIA/ ***
      *********** PARCELA NO CONTASR, MATRICULA/COMPETENCIA NO ****
      *********** MENSALID ****************************************
       01  WRK-CHAVE-TITULO      PIC X(13)     VALUE SPACES.
       01  WRK-CHAVE-CR REDEFINES WRK-CHAVE-TITULO.
           02 WRK-CH-CLIENTE     PIC X(06).
           02 WRK-CH-SEQUENCIA   PIC 9(05).
           02 WRK-CH-PARCELA     PIC 9(02).
       01  WRK-CHAVE-MS REDEFINES WRK-CHAVE-TITULO.
           02 WRK-CH-MATRICULA   PIC 9(06).
           02 WRK-CH-COMPETENCIA PIC 9(06).
           02 FILLER             PIC X(01).

       01  WS-TABELA-CLIENTES.
           02 WS-CLI-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-IDX-CLI.
               03 WS-CLI-CODIGO      PIC X(06).
               03 WS-CLI-NOME        PIC X(30).
               03 WS-CLI-DOCUMENTO   PIC X(14).

       01  WS-TABELA-RETORNO.
           02 WS-RET-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-IDX-RET.
               03 WS-RET-ORIGEM      PIC X(01).
               03 WS-RET-CHAVE       PIC X(13).
               03 WS-RET-VALOR-PAGO  PIC 9(09)V99.
               03 WS-RET-DATA-PAGTO  PIC 9(08).
               03 WS-RET-STATUS      PIC X(01).
               03 WS-RET-MOTIVO      PIC X(02).
               03 WS-RET-TRATADO     PIC X(01).
               03 WS-RET-PAGO-MENOR  PIC X(01).

       01  WS-BOL-HEADER.
           02 FILLER             PIC X(01) VALUE '0'.
           02 FILLER             PIC X(20) VALUE
              'EMPRESA ALURA LTDA  '.
           02 WBH-BANCO          PIC 9(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WBH-CONVENIO       PIC 9(07).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WBH-DATA-GERACAO   PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WBH-NUM-REMESSA    PIC 9(06).
           02 FILLER             PIC X(72) VALUE SPACES.
       01  WS-BOL-DETALHE.
           02 FILLER             PIC X(01) VALUE '1'.
           02 WBD-ORIGEM         PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WBD-CHAVE          PIC X(13).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WBD-VENCIMENTO     PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WBD-VALOR          PIC 9(09)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WBD-MULTA-PCT      PIC 9(02)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WBD-JUROS-MES      PIC 9(02)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WBD-DOCUMENTO      PIC X(14).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WBD-NOME           PIC X(30).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WBD-DESCONTO       PIC 9(09)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WBD-DATA-LIMITE-DESC PIC 9(08).
           02 FILLER             PIC X(05) VALUE SPACES.
       01  WS-BOL-TRAILER.
           02 FILLER             PIC X(01) VALUE '9'.
           02 WBT-QTD-TITULOS    PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WBT-TOTAL-TITULOS  PIC 9(09)V99.
           02 FILLER             PIC X(102) VALUE SPACES.

       01  WS-EXC-CABECALHO.
           02 FILLER             PIC X(44) VALUE
              'BOLETOS COM EXCECAO NO RETORNO  -  REMESSA  '.
           02 WEC-REMESSA        PIC 9(06).
       01  WS-EXC-LINHA.
           02 WEL-ORIGEM         PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WEL-CHAVE          PIC X(13).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WEL-VALOR          PIC ZZZ.ZZ9,99.
           02 FILLER             PIC X(09) VALUE '  MOTIVO '.
           02 WEL-MOTIVO         PIC X(02).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WEL-SITUACAO       PIC X(30).

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

       0045-LER-SESSAO-OPERADOR.
           OPEN INPUT OPERATOR-SESS-FILE.
           IF WS-SESSAO-STATUS = '00'
               READ OPERATOR-SESS-FILE
                   NOT AT END
                       MOVE OS-OPERADOR TO WRK-OPERADOR-SESSAO
               END-READ
               CLOSE OPERATOR-SESS-FILE
           END-IF.

      *********** CONVENIO E INSTRUCOES DE MULTA/JUROS DO BOLETO **
      *********** SAO OS MESMOS ENCARGOS DA BAIXA NO CAIXA ********
      *********** (RECEBPRM, PADRAO INTERNO QUANDO AUSENTE) *******
       0050-CARREGAR-PARAMETROS.
           OPEN INPUT RECEIVABLE-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ RECEIVABLE-PARM-FILE
                   NOT AT END
                       MOVE RP-MULTA-PCT TO WS-MULTA-PCT
                       MOVE RP-JUROS-MES TO WS-JUROS-MES
                       MOVE RP-BANCO     TO WS-BANCO
                       MOVE RP-CONVENIO  TO WS-CONVENIO
               END-READ
               CLOSE RECEIVABLE-PARM-FILE
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== COBRANCA BANCARIA (BOLETOS) ====='.
           DISPLAY ' (1) GERAR REMESSA DE BOLETOS '.
           DISPLAY ' (2) PROCESSAR RETORNO DO BANCO '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-GERAR-REMESSA
               WHEN 2
                   PERFORM 0400-PROCESSAR-RETORNO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** REMESSA: UM DETALHE POR TITULO EM ABERTO SEM ****
      *********** BOLETO, PRIMEIRO AS PARCELAS DO CONTASR, DEPOIS **
      *********** AS MENSALIDADES; CADA TITULO E REGRAVADO COM O ***
      *********** NUMERO DA REMESSA PARA NAO SAIR DE NOVO *********
       0200-GERAR-REMESSA.
           MOVE ZEROS TO WS-QTD-BOLETOS.
           MOVE ZEROS TO WS-QTD-BOLETOS-CR.
           MOVE ZEROS TO WS-QTD-BOLETOS-MS.
           MOVE ZEROS TO WS-QTD-SEM-SACADO.
           MOVE ZEROS TO WS-TOTAL-BOLETOS.
           IF WS-CONVENIO = ZEROS
               DISPLAY 'CONVENIO DE COBRANCA NAO INFORMADO NO '
                   'RECEBPRM - REMESSA NAO GERADA'
               MOVE 'PRGCOB87' TO EL-PROGRAMA
               MOVE '0200-GERAR-REMESSA' TO EL-PARAGRAFO
               MOVE 'CONVENIO DE COBRANCA AUSENTE NO RECEBPRM'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0210-CARREGAR-CLIENTES
               PERFORM 0250-OBTER-NUMERO-REMESSA
               OPEN OUTPUT BILLING-REMIT-FILE
               MOVE WS-BANCO         TO WBH-BANCO
               MOVE WS-CONVENIO      TO WBH-CONVENIO
               MOVE WS-DATA-PROCESSO TO WBH-DATA-GERACAO
               MOVE WRK-NUM-REMESSA  TO WBH-NUM-REMESSA
               WRITE BILLING-REMIT-REC FROM WS-BOL-HEADER
               PERFORM 0300-REMETER-CONTASR
               PERFORM 0350-REMETER-MENSALID
               MOVE WS-QTD-BOLETOS   TO WBT-QTD-TITULOS
               MOVE WS-TOTAL-BOLETOS TO WBT-TOTAL-TITULOS
               WRITE BILLING-REMIT-REC FROM WS-BOL-TRAILER
               CLOSE BILLING-REMIT-FILE
               IF WS-QTD-SEM-SACADO > ZEROS AND WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
               ADD WS-QTD-BOLETOS    TO WS-SAIDAS-RUNCTL
               ADD WS-TOTAL-BOLETOS  TO WS-TOTAL-RUNCTL
               COMPUTE WS-ENTRADAS-RUNCTL = WS-ENTRADAS-RUNCTL
                   + WS-QTD-BOLETOS + WS-QTD-SEM-SACADO
               MOVE WS-TOTAL-BOLETOS TO WS-VALOR-ED
               DISPLAY 'REMESSA ' WRK-NUM-REMESSA ' GERADA EM BOLREM'
               DISPLAY 'BOLETOS DE PARCELAS... : ' WS-QTD-BOLETOS-CR
               DISPLAY 'BOLETOS DE MENSALIDADES: ' WS-QTD-BOLETOS-MS
               DISPLAY 'TOTAL DOS BOLETOS..... : ' WS-VALOR-ED
               DISPLAY 'TITULOS SEM SACADO.... : ' WS-QTD-SEM-SACADO
           END-IF.

      *********** NOME E DOCUMENTO DO SACADO VEM DO CUSTMAST ******
       0210-CARREGAR-CLIENTES.
           MOVE ZEROS TO WS-QTD-CLIENTES.
           MOVE 'N' TO WS-FIM-CUSTMAST-SW.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS = '00'
               PERFORM 0220-LER-CLIENTE
               PERFORM 0230-ARMAZENAR-CLIENTE
                   UNTIL WS-FIM-CUSTMAST
               CLOSE CUSTOMER-MASTER-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO CUSTMAST AUSENTE - PARCELAS '
                   'FICAM SEM BOLETO'
           END-IF.

       0220-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-CUSTMAST-SW
           END-READ.

       0230-ARMAZENAR-CLIENTE.
           IF WS-QTD-CLIENTES < 200
               ADD 1 TO WS-QTD-CLIENTES
               MOVE CM-CODIGO    TO WS-CLI-CODIGO(WS-QTD-CLIENTES)
               MOVE CM-NOME      TO WS-CLI-NOME(WS-QTD-CLIENTES)
               MOVE CM-DOCUMENTO TO WS-CLI-DOCUMENTO(WS-QTD-CLIENTES)
           ELSE
               DISPLAY 'AVISO: TABELA DE CLIENTES CHEIA - '
                   CM-CODIGO ' IGNORADO'
           END-IF.
           PERFORM 0220-LER-CLIENTE.

       0240-COMPARAR-CLIENTE.
           IF WS-CLI-CODIGO(WS-IDX-CLI) = RV-CLIENTE
               MOVE 'S' TO WS-CLI-ACHADO-SW
               MOVE WS-CLI-NOME(WS-IDX-CLI)      TO WRK-NOME
               MOVE WS-CLI-DOCUMENTO(WS-IDX-CLI) TO WRK-DOCUMENTO
           END-IF.

      *********** NUMERO DA REMESSA DE COBRANCA, OBTIDO E *********
      *********** AVANCADO NO BOLSEQ (MESMO PADRAO DO REMSEQ *******
      *********** DO PRGCOB41) *************************************
       0250-OBTER-NUMERO-REMESSA.
           MOVE ZEROS TO WRK-NUM-REMESSA.
           OPEN INPUT BILLING-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               READ BILLING-SEQ-FILE
                   NOT AT END
                       MOVE BS-ULTIMO-NUMERO TO WRK-NUM-REMESSA
               END-READ
               CLOSE BILLING-SEQ-FILE
           END-IF.
           ADD 1 TO WRK-NUM-REMESSA.
           OPEN OUTPUT BILLING-SEQ-FILE.
           MOVE WRK-NUM-REMESSA TO BS-ULTIMO-NUMERO.
           WRITE BILLING-SEQ-REC.
           CLOSE BILLING-SEQ-FILE.

      *********** PARCELA SEM CLIENTE IDENTIFICADO (OU FORA DO ****
      *********** CUSTMAST) NAO TEM SACADO E FICA DE FORA, ********
      *********** APONTADA NO SYSOUT *******************************
       0300-REMETER-CONTASR.
           MOVE 'N' TO WS-FIM-CONTASR-SW.
           OPEN I-O RECEIVABLE-FILE.
           IF WS-CONTASR-STATUS NOT = '00'
               DISPLAY 'AVISO: ARQUIVO CONTASR NAO DISPONIVEL - '
                   'SEM BOLETOS DE PARCELAS'
           ELSE
               PERFORM 0310-LER-PARCELA
               PERFORM 0320-REMETER-PARCELA
                   UNTIL WS-FIM-CONTASR
               CLOSE RECEIVABLE-FILE
           END-IF.

       0310-LER-PARCELA.
           READ RECEIVABLE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-CONTASR-SW
           END-READ.

       0320-REMETER-PARCELA.
           COMPUTE WRK-SALDO = RV-VALOR - RV-VALOR-PAGO.
           IF RV-SITUACAO = 'A'
              AND RV-NUM-REMESSA = ZEROS
              AND WRK-SALDO > ZEROS
               MOVE 'N' TO WS-CLI-ACHADO-SW
               IF RV-CLIENTE NOT = SPACES
                   PERFORM 0240-COMPARAR-CLIENTE
                       VARYING WS-IDX-CLI FROM 1 BY 1
                       UNTIL WS-IDX-CLI > WS-QTD-CLIENTES
                          OR WS-CLI-ACHADO
               END-IF
               IF WS-CLI-ACHADO
                   MOVE RV-CLIENTE   TO WRK-CH-CLIENTE
                   MOVE RV-SEQUENCIA TO WRK-CH-SEQUENCIA
                   MOVE RV-PARCELA   TO WRK-CH-PARCELA
                   MOVE 'R'                TO WBD-ORIGEM
                   MOVE WRK-CHAVE-TITULO   TO WBD-CHAVE
                   MOVE RV-DATA-VENCIMENTO TO WBD-VENCIMENTO
                   MOVE WRK-SALDO          TO WBD-VALOR
                   MOVE ZEROS              TO WBD-DESCONTO
                   MOVE ZEROS              TO WBD-DATA-LIMITE-DESC
                   MOVE WRK-DOCUMENTO      TO WBD-DOCUMENTO
                   MOVE WRK-NOME           TO WBD-NOME
                   PERFORM 0340-GRAVAR-BOLETO
                   ADD 1 TO WS-QTD-BOLETOS-CR
                   MOVE WRK-NUM-REMESSA TO RV-NUM-REMESSA
                   REWRITE RECEIVABLE-REC
               ELSE
                   ADD 1 TO WS-QTD-SEM-SACADO
                   DISPLAY 'PARCELA SEM SACADO: CLIENTE ' RV-CLIENTE
                       ' SEQ ' RV-SEQUENCIA ' PARCELA ' RV-PARCELA
               END-IF
           END-IF.
           PERFORM 0310-LER-PARCELA.

       0340-GRAVAR-BOLETO.
           MOVE WS-MULTA-PCT TO WBD-MULTA-PCT.
           MOVE WS-JUROS-MES TO WBD-JUROS-MES.
           WRITE BILLING-REMIT-REC FROM WS-BOL-DETALHE.
           ADD 1 TO WS-QTD-BOLETOS.
           ADD WBD-VALOR TO WS-TOTAL-BOLETOS.

      *********** MENSALIDADE: SACADO E O ALUNO DO STUMAST, SEM ****
      *********** DOCUMENTO NO CADASTRO; O BOLETO SAI PELO *********
      *********** TU-VALOR COM O DESCONTO ANTECIPADO E A DATA ******
      *********** LIMITE DELE (O VENCIMENTO), PARA O BANCO *********
      *********** CONCEDER O DESCONTO NO PAGAMENTO ATE A DATA ******
       0350-REMETER-MENSALID.
           MOVE 'N' TO WS-FIM-TUITION-SW.
           MOVE 'N' TO WS-STUMAST-ABERTO-SW.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUMAST-STATUS = '00'
               MOVE 'S' TO WS-STUMAST-ABERTO-SW
           END-IF.
           OPEN I-O TUITION-FILE.
           IF WS-TUITION-STATUS NOT = '00'
               DISPLAY 'AVISO: ARQUIVO MENSALID NAO DISPONIVEL - '
                   'SEM BOLETOS DE MENSALIDADES'
           ELSE
               PERFORM 0360-LER-MENSALIDADE
               PERFORM 0370-REMETER-MENSALIDADE
                   UNTIL WS-FIM-TUITION
               CLOSE TUITION-FILE
           END-IF.
           IF WS-STUMAST-ABERTO
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       0360-LER-MENSALIDADE.
           READ TUITION-FILE
               AT END
                   MOVE 'S' TO WS-FIM-TUITION-SW
           END-READ.

       0370-REMETER-MENSALIDADE.
           IF TU-SITUACAO = 'A'
              AND TU-NUM-REMESSA = ZEROS
              AND TU-VALOR > ZEROS
               MOVE 'N' TO WS-CLI-ACHADO-SW
               IF WS-STUMAST-ABERTO
                   MOVE TU-MATRICULA TO AL-MATRICULA
                   READ STUDENT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-CLI-ACHADO-SW
                   END-READ
               END-IF
               IF WS-CLI-ACHADO
                   MOVE SPACES         TO WRK-CHAVE-TITULO
                   MOVE TU-MATRICULA   TO WRK-CH-MATRICULA
                   MOVE TU-COMPETENCIA TO WRK-CH-COMPETENCIA
                   MOVE 'M'                TO WBD-ORIGEM
                   MOVE WRK-CHAVE-TITULO   TO WBD-CHAVE
                   MOVE TU-DATA-VENCIMENTO TO WBD-VENCIMENTO
                   MOVE TU-VALOR           TO WBD-VALOR
                   MOVE TU-DESCONTO-ANTECIPADO TO WBD-DESCONTO
                   IF TU-DESCONTO-ANTECIPADO > ZEROS
                       MOVE TU-DATA-VENCIMENTO
                           TO WBD-DATA-LIMITE-DESC
                   ELSE
                       MOVE ZEROS TO WBD-DATA-LIMITE-DESC
                   END-IF
                   MOVE SPACES             TO WBD-DOCUMENTO
                   MOVE AL-NOME            TO WBD-NOME
                   PERFORM 0340-GRAVAR-BOLETO
                   ADD 1 TO WS-QTD-BOLETOS-MS
                   MOVE WRK-NUM-REMESSA TO TU-NUM-REMESSA
                   REWRITE TUITION-REC
               ELSE
                   ADD 1 TO WS-QTD-SEM-SACADO
                   DISPLAY 'MENSALIDADE SEM SACADO: MATRICULA '
                       TU-MATRICULA ' COMPETENCIA ' TU-COMPETENCIA
               END-IF
           END-IF.
           PERFORM 0360-LER-MENSALIDADE.

      *********** RETORNO: CARGA DOS DETALHES EM TABELA, UMA ******
      *********** PASSADA DE BAIXA NO CONTASR E OUTRA NO MENSALID, *
      *********** E AO FIM O RELATORIO DE EXCECOES COM OS *********
      *********** REJEITADOS E OS LIQUIDADOS SEM TITULO EM ABERTO *
       0400-PROCESSAR-RETORNO.
           MOVE ZEROS TO WS-QTD-RETORNO.
           MOVE ZEROS TO WS-QTD-LIQUIDADOS.
           MOVE ZEROS TO WS-QTD-REJEITADOS.
           MOVE ZEROS TO WS-QTD-BAIXADOS.
           MOVE ZEROS TO WS-QTD-EXCECOES.
           MOVE ZEROS TO WS-TOTAL-LIQUIDADO.
           MOVE ZEROS TO WRK-NUM-RETORNO.
           MOVE 'N' TO WS-FIM-RETORNO-SW.
           MOVE 'N' TO WS-RETORNO-RECUSADO-SW.
           PERFORM 0405-LER-ULTIMA-REMESSA.
           OPEN INPUT BILLING-RETURN-FILE.
           IF WS-RETORNO-STATUS NOT = '00'
               DISPLAY 'ARQUIVO BOLRET NAO ENCONTRADO'
               MOVE 'PRGCOB87' TO EL-PROGRAMA
               MOVE '0400-PROCESSAR-RETORNO' TO EL-PARAGRAFO
               MOVE 'ARQUIVO DE RETORNO BOLRET NAO ENCONTRADO'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           ELSE
               PERFORM 0410-LER-RETORNO
               PERFORM 0420-CARREGAR-RETORNO
                   UNTIL WS-FIM-RETORNO
               CLOSE BILLING-RETURN-FILE
               IF WS-RETORNO-RECUSADO
                   DISPLAY 'RETORNO RECUSADO - NENHUM TITULO BAIXADO'
               ELSE
                   PERFORM 0440-BAIXAR-RETORNO
               END-IF
           END-IF.

      *********** BAIXA DO RETORNO CARREGADO, SO QUANDO O *********
      *********** CONVENIO DO HEADER CONFERE COM O RECEBPRM *******
       0440-BAIXAR-RETORNO.
           MOVE 'N' TO WS-RECEBTO-ABERTO-SW.
           MOVE 'N' TO WS-DESCMENS-ABERTO-SW.
           PERFORM 0500-BAIXAR-CONTASR.
           PERFORM 0600-BAIXAR-MENSALID.
           IF WS-RECEBTO-ABERTO
               CLOSE RECEIPT-FILE
           END-IF.
           IF WS-DESCMENS-ABERTO
               CLOSE DISCOUNT-FILE
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE WRK-NUM-RETORNO TO WEC-REMESSA.
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXC-CABECALHO.
           PERFORM 0700-LISTAR-EXCECAO
               VARYING WRK-IDX-R FROM 1 BY 1
               UNTIL WRK-IDX-R > WS-QTD-RETORNO.
           CLOSE EXCEPTION-REPORT-FILE.
           IF WS-QTD-EXCECOES > ZEROS AND WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.
           ADD WS-QTD-RETORNO     TO WS-ENTRADAS-RUNCTL.
           ADD WS-QTD-BAIXADOS    TO WS-SAIDAS-RUNCTL.
           ADD WS-TOTAL-LIQUIDADO TO WS-TOTAL-RUNCTL.
           PERFORM 0800-RESUMO-RETORNO.

      *********** ULTIMO NUMERO GERADO (BOLSEQ), PARA CONFERIR O ***
      *********** RETORNO RECEBIDO **********************************
       0405-LER-ULTIMA-REMESSA.
           MOVE ZEROS TO WRK-ULT-REMESSA.
           OPEN INPUT BILLING-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               READ BILLING-SEQ-FILE
                   NOT AT END
                       MOVE BS-ULTIMO-NUMERO TO WRK-ULT-REMESSA
               END-READ
               CLOSE BILLING-SEQ-FILE
           END-IF.

       0410-LER-RETORNO.
           READ BILLING-RETURN-FILE
               AT END
                   MOVE 'S' TO WS-FIM-RETORNO-SW
           END-READ.

       0420-CARREGAR-RETORNO.
           EVALUATE TRUE
               WHEN BR-TIPO-HEADER
                   MOVE BR-H-NUM-REMESSA TO WRK-NUM-RETORNO
                   IF BR-H-CONVENIO NOT = WS-CONVENIO
                       DISPLAY 'RETORNO DO CONVENIO ' BR-H-CONVENIO
                           ' MAS O RECEBPRM TEM ' WS-CONVENIO
                           ' - ARQUIVO RECUSADO'
                       MOVE 'PRGCOB87' TO EL-PROGRAMA
                       MOVE '0420-CARREGAR-RETORNO' TO EL-PARAGRAFO
                       MOVE 'RETORNO DE OUTRO CONVENIO - RECUSADO'
                           TO EL-MENSAGEM
                       MOVE 'F' TO EL-SEVERIDADE
                       CALL 'ERRLOG' USING ERROR-LOG-LINK
                       MOVE 8 TO WRK-RETORNO
                       MOVE 'S' TO WS-RETORNO-RECUSADO-SW
                       MOVE 'S' TO WS-FIM-RETORNO-SW
                   END-IF
                   IF WRK-NUM-RETORNO > WRK-ULT-REMESSA
                       DISPLAY 'AVISO: RETORNO DA REMESSA '
                           WRK-NUM-RETORNO ' MAS A ULTIMA GERADA '
                           'FOI ' WRK-ULT-REMESSA
                   END-IF
               WHEN BR-TIPO-DETALHE
                   PERFORM 0430-ARMAZENAR-RETORNO
               WHEN BR-TIPO-TRAILER
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TIPO DE REGISTRO INVALIDO NO RETORNO'
           END-EVALUATE.
           PERFORM 0410-LER-RETORNO.

       0430-ARMAZENAR-RETORNO.
           IF WS-QTD-RETORNO < 1000
               ADD 1 TO WS-QTD-RETORNO
               MOVE BR-ORIGEM   TO WS-RET-ORIGEM(WS-QTD-RETORNO)
               MOVE BR-CHAVE    TO WS-RET-CHAVE(WS-QTD-RETORNO)
               MOVE BR-VALOR-PAGO
                   TO WS-RET-VALOR-PAGO(WS-QTD-RETORNO)
               MOVE BR-DATA-PAGAMENTO
                   TO WS-RET-DATA-PAGTO(WS-QTD-RETORNO)
               MOVE BR-STATUS   TO WS-RET-STATUS(WS-QTD-RETORNO)
               MOVE BR-MOTIVO   TO WS-RET-MOTIVO(WS-QTD-RETORNO)
               MOVE 'N'         TO WS-RET-TRATADO(WS-QTD-RETORNO)
               MOVE 'N'         TO WS-RET-PAGO-MENOR(WS-QTD-RETORNO)
               IF BR-LIQUIDADO
                   ADD 1 TO WS-QTD-LIQUIDADOS
               ELSE
                   ADD 1 TO WS-QTD-REJEITADOS
               END-IF
           ELSE
               DISPLAY 'TABELA DO RETORNO CHEIA - TITULO '
                   BR-CHAVE ' NAO PROCESSADO'
               MOVE 'PRGCOB87' TO EL-PROGRAMA
               MOVE '0430-ARMAZENAR' TO EL-PARAGRAFO
               MOVE 'RETORNO COM MAIS DE 1000 TITULOS' TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.

      *********** PROCURA O TITULO (ORIGEM + CHAVE) ENTRE OS ******
      *********** DETALHES DO RETORNO AINDA NAO TRATADOS **********
       0450-LOCALIZAR-RETORNO.
           MOVE 'N' TO WS-RET-ACHADO-SW.
           PERFORM 0460-COMPARAR-RETORNO
               VARYING WS-IDX-RET FROM 1 BY 1
               UNTIL WS-IDX-RET > WS-QTD-RETORNO
                  OR WS-RET-ACHADO.

       0460-COMPARAR-RETORNO.
           IF WS-RET-ORIGEM(WS-IDX-RET) = WRK-ORIGEM-BUSCA
              AND WS-RET-CHAVE(WS-IDX-RET) = WRK-CHAVE-TITULO
              AND WS-RET-TRATADO(WS-IDX-RET) = 'N'
               MOVE 'S' TO WS-RET-ACHADO-SW
               SET WS-IDX-ACHADO TO WS-IDX-RET
           END-IF.

       0500-BAIXAR-CONTASR.
           MOVE 'N' TO WS-FIM-CONTASR-SW.
           MOVE 'R' TO WRK-ORIGEM-BUSCA.
           OPEN I-O RECEIVABLE-FILE.
           IF WS-CONTASR-STATUS NOT = '00'
               DISPLAY 'ARQUIVO CONTASR NAO DISPONIVEL'
               MOVE 'PRGCOB87' TO EL-PROGRAMA
               MOVE '0500-BAIXAR-CONTASR' TO EL-PARAGRAFO
               MOVE 'ARQUIVO CONTASR NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0310-LER-PARCELA
               PERFORM 0510-TRATAR-PARCELA
                   UNTIL WS-FIM-CONTASR
               CLOSE RECEIVABLE-FILE
           END-IF.

       0510-TRATAR-PARCELA.
           IF RV-SITUACAO = 'A' AND RV-NUM-REMESSA > ZEROS
               MOVE RV-CLIENTE   TO WRK-CH-CLIENTE
               MOVE RV-SEQUENCIA TO WRK-CH-SEQUENCIA
               MOVE RV-PARCELA   TO WRK-CH-PARCELA
               PERFORM 0450-LOCALIZAR-RETORNO
               IF WS-RET-ACHADO
                   MOVE 'S' TO WS-RET-TRATADO(WS-IDX-ACHADO)
                   IF WS-RET-STATUS(WS-IDX-ACHADO) = 'L'
                       PERFORM 0520-LIQUIDAR-PARCELA
                   ELSE
                       MOVE ZEROS TO RV-NUM-REMESSA
                   END-IF
                   REWRITE RECEIVABLE-REC
               END-IF
           END-IF.
           PERFORM 0310-LER-PARCELA.

      *********** BOLETO PAGO: O QUE PASSA DO SALDO SAO OS ********
      *********** ENCARGOS COBRADOS PELO BANCO (MULTA ATE O ********
      *********** PERCENTUAL DO RECEBPRM, O RESTO JUROS); PAGO ****
      *********** A MENOR, A PARCELA FICA ABERTA COM O SALDO E ****
      *********** SEM BOLETO, PARA SAIR NA PROXIMA REMESSA ********
       0520-LIQUIDAR-PARCELA.
           COMPUTE WRK-SALDO = RV-VALOR - RV-VALOR-PAGO.
           MOVE WS-RET-VALOR-PAGO(WS-IDX-ACHADO) TO WRK-RECEBIDO.
           MOVE ZEROS TO WRK-JUROS.
           MOVE ZEROS TO WRK-MULTA.
           IF WRK-RECEBIDO >= WRK-SALDO
               MOVE 'T' TO WRK-TIPO-BAIXA
               MOVE WRK-SALDO TO WRK-PRINCIPAL
               COMPUTE WRK-EXCEDENTE = WRK-RECEBIDO - WRK-SALDO
               IF WS-RET-DATA-PAGTO(WS-IDX-ACHADO) >
                  RV-DATA-VENCIMENTO
                   COMPUTE WRK-MULTA ROUNDED =
                       WRK-SALDO * WS-MULTA-PCT / 100
                   IF WRK-MULTA > WRK-EXCEDENTE
                       MOVE WRK-EXCEDENTE TO WRK-MULTA
                   END-IF
               END-IF
               COMPUTE WRK-JUROS = WRK-EXCEDENTE - WRK-MULTA
               MOVE 'P'      TO RV-SITUACAO
               MOVE RV-VALOR TO RV-VALOR-PAGO
           ELSE
               MOVE 'P' TO WRK-TIPO-BAIXA
               MOVE WRK-RECEBIDO TO WRK-PRINCIPAL
               ADD WRK-RECEBIDO TO RV-VALOR-PAGO
               MOVE ZEROS TO RV-NUM-REMESSA
           END-IF.
           MOVE WS-RET-DATA-PAGTO(WS-IDX-ACHADO) TO RV-DATA-PAGAMENTO.
           PERFORM 0530-GRAVAR-RECEBIMENTO.
           ADD 1 TO WS-QTD-BAIXADOS.
           ADD WRK-RECEBIDO TO WS-TOTAL-LIQUIDADO.

      *********** RECEBIMENTO DE ORIGEM B NO RECEBTOS, QUE ENTRA **
      *********** NO CAIXA RECEBIDO POR FILIAL DO PRGCOB86 ********
       0530-GRAVAR-RECEBIMENTO.
           IF NOT WS-RECEBTO-ABERTO
               OPEN EXTEND RECEIPT-FILE
               IF WS-RECEBTO-STATUS = '35'
                   OPEN OUTPUT RECEIPT-FILE
               END-IF
               MOVE 'S' TO WS-RECEBTO-ABERTO-SW
           END-IF.
           MOVE RV-DATA-PAGAMENTO   TO RB-DATA-PAGAMENTO.
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
           MOVE 'B'                 TO RB-ORIGEM.
           MOVE WRK-OPERADOR-SESSAO TO RB-OPERADOR.
           WRITE RECEIPT-REC.

       0600-BAIXAR-MENSALID.
           MOVE 'N' TO WS-FIM-TUITION-SW.
           MOVE 'M' TO WRK-ORIGEM-BUSCA.
           OPEN I-O TUITION-FILE.
           IF WS-TUITION-STATUS NOT = '00'
               DISPLAY 'ARQUIVO MENSALID NAO DISPONIVEL'
               MOVE 'PRGCOB87' TO EL-PROGRAMA
               MOVE '0600-BAIXAR-MENSALID' TO EL-PARAGRAFO
               MOVE 'ARQUIVO MENSALID NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0360-LER-MENSALIDADE
               PERFORM 0610-TRATAR-MENSALIDADE
                   UNTIL WS-FIM-TUITION
               CLOSE TUITION-FILE
           END-IF.

       0610-TRATAR-MENSALIDADE.
           IF TU-SITUACAO = 'A' AND TU-NUM-REMESSA > ZEROS
               MOVE SPACES         TO WRK-CHAVE-TITULO
               MOVE TU-MATRICULA   TO WRK-CH-MATRICULA
               MOVE TU-COMPETENCIA TO WRK-CH-COMPETENCIA
               PERFORM 0450-LOCALIZAR-RETORNO
               IF WS-RET-ACHADO
                   IF WS-RET-STATUS(WS-IDX-ACHADO) = 'L'
                       PERFORM 0620-LIQUIDAR-MENSALIDADE
                   ELSE
                       MOVE 'S' TO WS-RET-TRATADO(WS-IDX-ACHADO)
                       MOVE ZEROS TO TU-NUM-REMESSA
                   END-IF
                   REWRITE TUITION-REC
               END-IF
           END-IF.
           PERFORM 0360-LER-MENSALIDADE.

      *********** BOLETO PAGO: ATE O VENCIMENTO O DEVIDO E O ******
      *********** TU-VALOR MENOS O DESCONTO ANTECIPADO, QUE E *****
      *********** ABATIDO DO TU-VALOR NA BAIXA; DEPOIS DELE O *****
      *********** DEVIDO E O TU-VALOR E O DESCONTO E ZERADO (COMO *
      *********** NA BAIXA PELO CAIXA DO PRGCOB75); O DESCONTO ****
      *********** CONCEDIDO VAI PARA O DESCMENS. PAGO A MENOR, *****
      *********** A MENSALIDADE FICA ABERTA E SEM BOLETO, PARA ****
      *********** SAIR NA PROXIMA REMESSA, E O RETORNO VAI PARA ***
      *********** O RELATORIO DE EXCECOES *************************
       0620-LIQUIDAR-MENSALIDADE.
           MOVE TU-VALOR TO WRK-DEVIDO.
           IF WS-RET-DATA-PAGTO(WS-IDX-ACHADO) NOT >
              TU-DATA-VENCIMENTO
               SUBTRACT TU-DESCONTO-ANTECIPADO FROM WRK-DEVIDO
           END-IF.
           MOVE WS-RET-VALOR-PAGO(WS-IDX-ACHADO) TO WRK-RECEBIDO.
           IF WRK-RECEBIDO >= WRK-DEVIDO
               MOVE 'S' TO WS-RET-TRATADO(WS-IDX-ACHADO)
               MOVE 'P' TO TU-SITUACAO
               MOVE WS-RET-DATA-PAGTO(WS-IDX-ACHADO)
                   TO TU-DATA-PAGAMENTO
               IF TU-DATA-PAGAMENTO > TU-DATA-VENCIMENTO
                   MOVE ZEROS TO TU-DESCONTO-ANTECIPADO
               ELSE
                   PERFORM 0630-GRAVAR-ANTECIPADO
                   SUBTRACT TU-DESCONTO-ANTECIPADO FROM TU-VALOR
               END-IF
               ADD 1 TO WS-QTD-BAIXADOS
               ADD WRK-RECEBIDO TO WS-TOTAL-LIQUIDADO
           ELSE
               MOVE 'S' TO WS-RET-PAGO-MENOR(WS-IDX-ACHADO)
               MOVE ZEROS TO TU-NUM-REMESSA
           END-IF.

      *********** DESCONTO ANTECIPADO CONCEDIDO NO DESCMENS (TIPO *
      *********** A), COMO A BAIXA PELO CAIXA DO PRGCOB75: BRUTO E *
      *********** O TU-VALOR COBRADO E O PERCENTUAL E O EFETIVO ****
      *********** SOBRE ELE ****************************************
       0630-GRAVAR-ANTECIPADO.
           IF TU-DESCONTO-ANTECIPADO > ZEROS
               IF NOT WS-DESCMENS-ABERTO
                   OPEN EXTEND DISCOUNT-FILE
                   IF WS-DESCMENS-STATUS = '35'
                       OPEN OUTPUT DISCOUNT-FILE
                   END-IF
                   MOVE 'S' TO WS-DESCMENS-ABERTO-SW
               END-IF
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
           END-IF.

      *********** EXCECOES: REJEITADO PELO BANCO (TITULO REABERTO *
      *********** PARA A PROXIMA REMESSA, OU NAO LOCALIZADO) E ****
      *********** LIQUIDADO SEM TITULO EM ABERTO COM BOLETO *******
      *********** (PAGO NO CAIXA ANTES, OU CHAVE DESCONHECIDA) ****
      *********** E MENSALIDADE PAGA A MENOR (REABERTA) ***********
       0700-LISTAR-EXCECAO.
           IF WS-RET-STATUS(WRK-IDX-R) NOT = 'L'
              OR WS-RET-TRATADO(WRK-IDX-R) = 'N'
               IF WS-RET-ORIGEM(WRK-IDX-R) = 'M'
                   MOVE 'MENSALID' TO WEL-ORIGEM
               ELSE
                   MOVE 'CONTASR'  TO WEL-ORIGEM
               END-IF
               MOVE WS-RET-CHAVE(WRK-IDX-R)      TO WEL-CHAVE
               MOVE WS-RET-VALOR-PAGO(WRK-IDX-R) TO WEL-VALOR
               MOVE WS-RET-MOTIVO(WRK-IDX-R)     TO WEL-MOTIVO
               EVALUATE TRUE
                   WHEN WS-RET-PAGO-MENOR(WRK-IDX-R) = 'S'
                       MOVE 'PAGO A MENOR - VOLTA REMESSA'
                           TO WEL-SITUACAO
                   WHEN WS-RET-STATUS(WRK-IDX-R) = 'L'
                       MOVE 'LIQUIDADO SEM TITULO ABERTO'
                           TO WEL-SITUACAO
                   WHEN WS-RET-TRATADO(WRK-IDX-R) = 'S'
                       MOVE 'REJEITADO - VOLTA NA REMESSA'
                           TO WEL-SITUACAO
                   WHEN OTHER
                       MOVE 'REJEITADO - NAO LOCALIZADO'
                           TO WEL-SITUACAO
               END-EVALUATE
               WRITE EXCEPTION-REPORT-LINE FROM WS-EXC-LINHA
               ADD 1 TO WS-QTD-EXCECOES
           END-IF.

       0800-RESUMO-RETORNO.
           MOVE WS-TOTAL-LIQUIDADO TO WS-VALOR-ED.
           DISPLAY '==== RESUMO DO RETORNO DA COBRANCA ===='.
           DISPLAY 'REMESSA DO RETORNO..... : ' WRK-NUM-RETORNO.
           DISPLAY 'TITULOS LIQUIDADOS..... : ' WS-QTD-LIQUIDADOS.
           DISPLAY 'TITULOS REJEITADOS..... : ' WS-QTD-REJEITADOS.
           DISPLAY 'TITULOS BAIXADOS....... : ' WS-QTD-BAIXADOS.
           DISPLAY 'TOTAL BAIXADO.......... : ' WS-VALOR-ED.
           DISPLAY 'EXCECOES............... : ' WS-QTD-EXCECOES.
           DISPLAY 'EXCECOES EM BOLEXREL'.
           DISPLAY '========================================'.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) *******
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB87'         TO RC-PROGRAMA
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
