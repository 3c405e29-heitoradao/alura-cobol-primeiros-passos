       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB15.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = REMESSA MENSAL AO BANCO
      ***                            CONVENIADO DOS VALORES
      ***                            DESCONTADOS EM FOLHA DOS
      ***                            EMPRESTIMOS CONSIGNADOS: PARA
      ***                            A COMPETENCIA INFORMADA, CADA
      ***                            CONTRATO DO CONSIGNA COM
      ***                            DESCONTO NELA (PARCELA DO
      ***                            PRGCOB04 E/OU SALDO ABATIDO NA
      ***                            RESCISAO PELO PRGCOB71) VAI
      ***                            PARA O ARQUIVO CONSREM, COM A
      ***                            SITUACAO E O SALDO QUE RESTA;
      ***                            A FOLHA DE CONTROLE CONSREL
      ***                            APONTA TAMBEM O CONTRATO ATIVO
      ***                            QUE FICOU SEM DESCONTO NO MES
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   RETORNO: 00 = LIMPO   04 = CONTRATO ATIVO SEM
      ***                             DESCONTO NA COMPETENCIA
      ***               08 = COMPETENCIA INVALIDA OU FALHA DE
      ***                    ARQUIVO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-CONTRACT-FILE ASSIGN TO 'CONSIGNA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               FILE STATUS IS WS-CONSIG-STATUS.
           SELECT LOAN-REMIT-FILE ASSIGN TO 'CONSREM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-SEQ-FILE ASSIGN TO 'REMSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT LOAN-REPORT ASSIGN TO 'CONSREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-CONTRACT-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY 'CONSIGNA.COB'.

       FD  LOAN-REMIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-REMIT-REC        PIC X(80).

       FD  REMIT-SEQ-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  REMIT-SEQ-REC.
           02 RS-ULTIMO-NUMERO   PIC 9(06).

       FD  LOAN-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-REPORT-LINE      PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-CONSIG-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-SEQ-STATUS         PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-PARAMETRO-SW       PIC X(01)     VALUE 'S'.
           88 WS-PARAMETRO-OK                  VALUE 'S'.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-NUM-REMESSA       PIC 9(06)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-REMETIDOS      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-SEM-DESCONTO   PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-QUITADOS       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-RESCINDIDOS    PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-REMETIDO     PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOTAL-A-COBRAR     PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOTAL-ED           PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *********** REMESSA AO BANCO CONVENIADO (CONSREM) ************
       01  WS-REM-HEADER.
           02 FILLER             PIC X(01) VALUE '0'.
           02 FILLER             PIC X(20) VALUE
              'EMPRESA ALURA LTDA  '.
           02 WH-COMPETENCIA     PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WH-DATA-GERACAO    PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WH-NUM-REMESSA     PIC 9(06).
           02 FILLER             PIC X(37) VALUE SPACES.
       01  WS-REM-DETALHE.
           02 FILLER             PIC X(01) VALUE '1'.
           02 WD-BANCO           PIC 9(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-CONTRATO        PIC X(12).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-MATRICULA       PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-NOME            PIC X(30).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-PARCELA         PIC 9(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-VALOR           PIC 9(07)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-SITUACAO        PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-SALDO           PIC 9(07)V99.
       01  WS-REM-TRAILER.
           02 FILLER             PIC X(01) VALUE '9'.
           02 WT-QTD-DESCONTOS   PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WT-TOTAL-DESCONTOS PIC 9(09)V99.
           02 FILLER             PIC X(62) VALUE SPACES.

      *********** FOLHA DE CONTROLE (CONSREL) **********************
       01  WS-LINHA-TITULO.
           02 FILLER             PIC X(34) VALUE
              'CONSIGNADO EM FOLHA - COMPETENCIA '.
           02 WLT-COMPETENCIA    PIC 9(06).
           02 FILLER             PIC X(12) VALUE '   REMESSA '.
           02 WLT-REMESSA        PIC 9(06).
       01  WS-LINHA-CABECALHO.
           02 FILLER             PIC X(06) VALUE 'MATR. '.
           02 FILLER             PIC X(13) VALUE 'CONTRATO'.
           02 FILLER             PIC X(08) VALUE 'PARCELA'.
           02 FILLER             PIC X(15) VALUE
              '     DESCONTADO'.
           02 FILLER             PIC X(16) VALUE
              '           SALDO'.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 FILLER             PIC X(20) VALUE 'SITUACAO'.
       01  WS-LINHA-DETALHE.
           02 WLD-MATRICULA      PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-CONTRATO       PIC X(12).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-PAGAS          PIC ZZ9.
           02 FILLER             PIC X(01) VALUE '/'.
           02 WLD-QTD            PIC 999.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-VALOR          PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-SALDO          PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLD-SITUACAO       PIC X(20).
       01  WS-LINHA-TOTAL-QTD.
           02 WLQ-DESCRICAO      PIC X(30).
           02 WLQ-QTD            PIC ZZZZZ9.
       01  WS-LINHA-TOTAL-VALOR.
           02 WLV-DESCRICAO      PIC X(30).
           02 WLV-VALOR          PIC $ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0045-LER-PARAMETROS.
           IF WS-PARAMETRO-OK
               PERFORM 0200-GERAR-REMESSA
           END-IF.
           IF WS-QTD-SEM-DESCONTO > ZEROS
               PERFORM 0590-MARCAR-REJEICAO
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

      *********** COMPETENCIA DOS DESCONTOS (AAAAMM, 0 = MES DA ****
      *********** DATA DE PROCESSAMENTO) ***************************
       0045-LER-PARAMETROS.
           DISPLAY 'REMESSA DO CONSIGNADO EM FOLHA'.
           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES CORRENTE): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA = ZEROS
               DIVIDE WS-DATA-PROCESSO BY 100
                   GIVING WRK-COMPETENCIA
           END-IF.
           DIVIDE WRK-COMPETENCIA BY 100
               GIVING WRK-ANO REMAINDER WRK-MES.
           IF WRK-MES < 1 OR WRK-MES > 12 OR WRK-ANO < 1900
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               MOVE 'PRGCOB15' TO EL-PROGRAMA
               MOVE '0045-LER-PARAMETROS' TO EL-PARAGRAFO
               MOVE 'COMPETENCIA INVALIDA' TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-PARAMETRO-SW
               MOVE 8 TO WRK-RETORNO
           END-IF.

      *********** NUMERO SEQUENCIAL DO ARQUIVO DE REMESSA, ********
      *********** OBTIDO E AVANCADO NO CONTROLE REMSEQ, O MESMO ***
      *********** DAS REMESSAS DO PRGCOB41 E DO PRGCOB13 **********
       0150-OBTER-NUMERO-REMESSA.
           MOVE ZEROS TO WRK-NUM-REMESSA.
           OPEN INPUT REMIT-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               READ REMIT-SEQ-FILE
                   NOT AT END
                       MOVE RS-ULTIMO-NUMERO TO WRK-NUM-REMESSA
               END-READ
               CLOSE REMIT-SEQ-FILE
           END-IF.
           ADD 1 TO WRK-NUM-REMESSA.
           OPEN OUTPUT REMIT-SEQ-FILE.
           MOVE WRK-NUM-REMESSA TO RS-ULTIMO-NUMERO.
           WRITE REMIT-SEQ-REC.
           CLOSE REMIT-SEQ-FILE.

       0200-GERAR-REMESSA.
           OPEN INPUT LOAN-CONTRACT-FILE.
           IF WS-CONSIG-STATUS NOT = '00'
               DISPLAY 'ARQUIVO CONSIGNA NAO DISPONIVEL'
               MOVE 'PRGCOB15' TO EL-PROGRAMA
               MOVE '0200-GERAR-REMESSA' TO EL-PARAGRAFO
               MOVE 'ARQUIVO CONSIGNA NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0150-OBTER-NUMERO-REMESSA
               OPEN OUTPUT LOAN-REMIT-FILE
               OPEN OUTPUT LOAN-REPORT
               MOVE WRK-COMPETENCIA  TO WH-COMPETENCIA
               MOVE WS-DATA-PROCESSO TO WH-DATA-GERACAO
               MOVE WRK-NUM-REMESSA  TO WH-NUM-REMESSA
               WRITE LOAN-REMIT-REC FROM WS-REM-HEADER
               PERFORM 0300-IMPRIMIR-CABECALHO
               PERFORM 0210-LER-CONTRATO
               PERFORM 0220-TRATAR-CONTRATO
                   UNTIL WS-FIM-ARQUIVO
               MOVE WS-QTD-REMETIDOS  TO WT-QTD-DESCONTOS
               MOVE WS-TOTAL-REMETIDO TO WT-TOTAL-DESCONTOS
               WRITE LOAN-REMIT-REC FROM WS-REM-TRAILER
               PERFORM 0400-IMPRIMIR-TOTAIS
               CLOSE LOAN-REMIT-FILE
               CLOSE LOAN-REPORT
               CLOSE LOAN-CONTRACT-FILE
               MOVE WS-TOTAL-REMETIDO TO WS-TOTAL-ED
               DISPLAY 'REMESSA ' WRK-NUM-REMESSA ' GERADA EM CONSREM'
               DISPLAY 'DESCONTOS REMETIDOS.... : ' WS-QTD-REMETIDOS
               DISPLAY 'TOTAL REMETIDO......... : ' WS-TOTAL-ED
               DISPLAY 'ATIVOS SEM DESCONTO.... : '
                   WS-QTD-SEM-DESCONTO
               DISPLAY 'FOLHA DE CONTROLE EM CONSREL'
           END-IF.

       0210-LER-CONTRATO.
           READ LOAN-CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

      *********** DESCONTO NA COMPETENCIA VAI PARA A REMESSA; *****
      *********** CONTRATO ATIVO JA INICIADO SEM DESCONTO NELA E **
      *********** APONTADO PARA CONFERENCIA (FUNCIONARIO NAO ******
      *********** CALCULADO NO MES) *******************************
       0220-TRATAR-CONTRATO.
           ADD 1 TO WS-QTD-LIDOS.
           IF CG-ULTIMA-COMP = WRK-COMPETENCIA
              AND CG-VL-DESCONTO-COMP > ZEROS
               PERFORM 0250-REMETER-DESCONTO
           ELSE
               IF CG-ATIVO
                  AND CG-COMP-INICIO <= WRK-COMPETENCIA
                  AND CG-ULTIMA-COMP < WRK-COMPETENCIA
                   ADD 1 TO WS-QTD-SEM-DESCONTO
                   MOVE ZEROS TO WLD-VALOR
                   MOVE 'ATIVO SEM DESCONTO' TO WLD-SITUACAO
                   PERFORM 0260-IMPRIMIR-CONTRATO
               END-IF
           END-IF.
           PERFORM 0210-LER-CONTRATO.

       0250-REMETER-DESCONTO.
           MOVE CG-BANCO            TO WD-BANCO.
           MOVE CG-CONTRATO         TO WD-CONTRATO.
           MOVE CG-ID               TO WD-MATRICULA.
           MOVE CG-NOME             TO WD-NOME.
           MOVE CG-PARCELAS-PAGAS   TO WD-PARCELA.
           MOVE CG-VL-DESCONTO-COMP TO WD-VALOR.
           MOVE CG-SITUACAO         TO WD-SITUACAO.
           MOVE CG-SALDO-DEVEDOR    TO WD-SALDO.
           WRITE LOAN-REMIT-REC FROM WS-REM-DETALHE.
           ADD 1 TO WS-QTD-REMETIDOS.
           ADD CG-VL-DESCONTO-COMP TO WS-TOTAL-REMETIDO.
           MOVE CG-VL-DESCONTO-COMP TO WLD-VALOR.
           EVALUATE TRUE
               WHEN CG-QUITADO
                   ADD 1 TO WS-QTD-QUITADOS
                   MOVE 'QUITADO' TO WLD-SITUACAO
               WHEN CG-RESCINDIDO
                   ADD 1 TO WS-QTD-RESCINDIDOS
                   ADD CG-SALDO-DEVEDOR TO WS-TOTAL-A-COBRAR
                   MOVE 'RESCINDIDO COM SALDO' TO WLD-SITUACAO
               WHEN OTHER
                   MOVE 'DESCONTADO' TO WLD-SITUACAO
           END-EVALUATE.
           PERFORM 0260-IMPRIMIR-CONTRATO.

       0260-IMPRIMIR-CONTRATO.
           MOVE CG-ID             TO WLD-MATRICULA.
           MOVE CG-CONTRATO       TO WLD-CONTRATO.
           MOVE CG-PARCELAS-PAGAS TO WLD-PAGAS.
           MOVE CG-QTD-PARCELAS   TO WLD-QTD.
           MOVE CG-SALDO-DEVEDOR  TO WLD-SALDO.
           WRITE LOAN-REPORT-LINE FROM WS-LINHA-DETALHE.

       0300-IMPRIMIR-CABECALHO.
           MOVE WRK-COMPETENCIA TO WLT-COMPETENCIA.
           MOVE WRK-NUM-REMESSA TO WLT-REMESSA.
           WRITE LOAN-REPORT-LINE FROM WS-LINHA-TITULO.
           WRITE LOAN-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           WRITE LOAN-REPORT-LINE FROM WS-LINHA-CABECALHO.
           WRITE LOAN-REPORT-LINE FROM WS-LINHA-SEPARADOR.

       0400-IMPRIMIR-TOTAIS.
           WRITE LOAN-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'DESCONTOS REMETIDOS.........: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-REMETIDOS TO WLQ-QTD.
           WRITE LOAN-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'TOTAL REMETIDO AO BANCO.....: ' TO WLV-DESCRICAO.
           MOVE WS-TOTAL-REMETIDO TO WLV-VALOR.
           WRITE LOAN-REPORT-LINE FROM WS-LINHA-TOTAL-VALOR.
           MOVE 'CONTRATOS QUITADOS NO MES...: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-QUITADOS TO WLQ-QTD.
           WRITE LOAN-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'RESCINDIDOS COM SALDO.......: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-RESCINDIDOS TO WLQ-QTD.
           WRITE LOAN-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'SALDO A COBRAR PELO BANCO...: ' TO WLV-DESCRICAO.
           MOVE WS-TOTAL-A-COBRAR TO WLV-VALOR.
           WRITE LOAN-REPORT-LINE FROM WS-LINHA-TOTAL-VALOR.
           MOVE 'ATIVOS SEM DESCONTO NO MES..: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-SEM-DESCONTO TO WLQ-QTD.
           WRITE LOAN-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.

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
               MOVE 'PRGCOB15'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-REMETIDOS   TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-REMETIDO  TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
