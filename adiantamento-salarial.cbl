       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB13.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = RODADA DO ADIANTAMENTO SALARIAL
      ***                            QUINZENAL DA CONVENCAO
      ***                            COLETIVA: PARA A COMPETENCIA
      ***                            INFORMADA, CADA FUNCIONARIO DO
      ***                            EMPLOYEF RECEBE O PERCENTUAL
      ***                            DO ADIANPRM SOBRE O SALARIO
      ***                            BRUTO, EXCETO DESLIGADOS, QUEM
      ***                            ESTA EM FERIAS NO MES (ARQUIVO
      ***                            FERIAS DO PRGCOB70) E QUEM FOI
      ***                            ADMITIDO DEPOIS DO DIA DE
      ***                            CORTE; GERA REMESSA PROPRIA NO
      ***                            LAYOUT DO PRGCOB41 (ADIANREM,
      ***                            MESMA NUMERACAO DO REMSEQ),
      ***                            GUARDA O VALOR POR MATRICULA
      ***                            NO ADIANTAM PARA O PRGCOB04
      ***                            DESCONTAR E O PRGCOB42 MOSTRAR
      ***                            NO CONTRACHEQUE, E EMITE A
      ***                            FOLHA DE CONTROLE ADIANREL
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA O CARGO, O TIPO DE CONTRATO
      ***                    E OS VENCIMENTOS DA EXPERIENCIA
      ***                    INCLUIDOS NO EMPLOYEE.COB (FD DE 231
      ***                    POSICOES)
      ***--------------------------------------------------
      ***   REEXECUCAO DA MESMA COMPETENCIA SO COM CONFIRMACAO
      ***   DO OPERADOR: OS ADIANTAMENTOS JA GRAVADOS SAO
      ***   APAGADOS E A RODADA GERA NOVA REMESSA (A ANTERIOR
      ***   NAO PODE TER SIDO ENVIADA AO BANCO)
      ***   RETORNO: 00 = LIMPO   04 = ATIVO SEM DADOS BANCARIOS
      ***                             OU RODADA NAO CONFIRMADA
      ***               08 = COMPETENCIA INVALIDA OU FALHA DE
      ***                    ARQUIVO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT SALARY-ADVANCE-FILE ASSIGN TO 'ADIANTAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CHAVE
               FILE STATUS IS WS-ADIANT-STATUS.
           SELECT ADVANCE-PARM-FILE ASSIGN TO 'ADIANPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT VACATION-FILE ASSIGN TO 'FERIAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIAS-STATUS.
           SELECT BANK-REMIT-FILE ASSIGN TO 'ADIANREM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-SEQ-FILE ASSIGN TO 'REMSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT ADVANCE-REPORT ASSIGN TO 'ADIANREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       FD  SALARY-ADVANCE-FILE
           RECORD CONTAINS 76 CHARACTERS.
           COPY 'ADIANTA.COB'.

       FD  ADVANCE-PARM-FILE
           RECORD CONTAINS 11 CHARACTERS.
           COPY 'ADIANPRM.COB'.

       FD  VACATION-FILE
           RECORD CONTAINS 37 CHARACTERS.
           COPY 'VACFILE.COB'.

       FD  BANK-REMIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BANK-REMIT-REC        PIC X(80).

       FD  REMIT-SEQ-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  REMIT-SEQ-REC.
           02 RS-ULTIMO-NUMERO   PIC 9(06).

       FD  ADVANCE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  ADVANCE-REPORT-LINE   PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-ADIANT-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-PARM-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-FERIAS-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-SEQ-STATUS         PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-FIM-FERIAS-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-FERIAS                    VALUE 'S'.
       77  WS-FIM-ADIANT-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-ADIANT                    VALUE 'S'.
       77  WS-EM-FERIAS-SW       PIC X(01)     VALUE 'N'.
           88 WS-EM-FERIAS                     VALUE 'S'.
       77  WS-PARAMETRO-SW       PIC X(01)     VALUE 'S'.
           88 WS-PARAMETRO-OK                  VALUE 'S'.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-CONFIRMA          PIC X(01)     VALUE SPACES.
       77  WRK-PERCENTUAL        PIC 9(03)V99  VALUE 40,00.
       77  WRK-DIA-CORTE         PIC 9(02)     VALUE 15.
       77  WRK-DIA-PAGAMENTO     PIC 9(02)     VALUE 20.
       77  WRK-DATA-CORTE        PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-PAGAMENTO    PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-AUX          PIC 9(08)     VALUE ZEROS.
       77  WRK-MES-INI-INT       PIC 9(07)     VALUE ZEROS.
       77  WRK-MES-FIM-INT       PIC 9(07)     VALUE ZEROS.
       77  WRK-GOZO-INI-INT      PIC 9(07)     VALUE ZEROS.
       77  WRK-GOZO-FIM-INT      PIC 9(07)     VALUE ZEROS.
       77  WRK-VL-ADIANTAMENTO   PIC 9(06)V99  VALUE ZEROS.
       77  WRK-NUM-REMESSA       PIC 9(06)     VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(03)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-PAGOS          PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-DESLIGADOS     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-FERIAS         PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-ADMITIDOS      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-SEM-CONTA      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-APAGADOS       PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-ADIANTADO    PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOTAL-ED           PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *********** MATRICULAS COM FERIAS QUE TOCAM O MES ************
       01  WS-TABELA-FERIAS.
           02 WS-QTD-EM-FERIAS   PIC 9(03)     VALUE ZEROS.
           02 WS-FER-ID          PIC 9(05)     OCCURS 500 TIMES.

      *********** REMESSA NO LAYOUT DO PRGCOB41 ********************
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
           02 WD-CONTA           PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-MATRICULA       PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-NOME            PIC X(30).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-VALOR           PIC 9(09)V99.
           02 FILLER             PIC X(13) VALUE SPACES.
       01  WS-REM-TRAILER.
           02 FILLER             PIC X(01) VALUE '9'.
           02 WT-QTD-CREDITOS    PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WT-TOTAL-CREDITOS  PIC 9(09)V99.
           02 FILLER             PIC X(62) VALUE SPACES.

      *********** FOLHA DE CONTROLE (ADIANREL) *********************
       01  WS-LINHA-TITULO.
           02 FILLER             PIC X(36) VALUE
              'ADIANTAMENTO SALARIAL - COMPETENCIA '.
           02 WLT-COMPETENCIA    PIC 9(06).
           02 FILLER             PIC X(12) VALUE '   REMESSA '.
           02 WLT-REMESSA        PIC 9(06).
       01  WS-LINHA-PARAMETROS.
           02 FILLER             PIC X(12) VALUE 'PERCENTUAL: '.
           02 WLP-PERCENTUAL     PIC ZZ9,99.
           02 FILLER             PIC X(18) VALUE
              ' %   CORTE ADM.: '.
           02 WLP-CORTE          PIC 9(08).
           02 FILLER             PIC X(15) VALUE '   PAGAMENTO: '.
           02 WLP-PAGAMENTO      PIC 9(08).
       01  WS-LINHA-CABECALHO.
           02 FILLER             PIC X(06) VALUE 'MATR. '.
           02 FILLER             PIC X(31) VALUE 'NOME'.
           02 FILLER             PIC X(15) VALUE
              '          VALOR'.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 FILLER             PIC X(24) VALUE 'SITUACAO'.
       01  WS-LINHA-DETALHE.
           02 WLD-MATRICULA      PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-NOME           PIC X(30).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-VALOR          PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLD-SITUACAO       PIC X(24).
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
               PERFORM 0050-CARREGAR-CONTROLE
               PERFORM 0060-CARREGAR-FERIAS
               PERFORM 0100-PREPARAR-ADIANTAMENTOS
           END-IF.
           IF WS-PARAMETRO-OK
               PERFORM 0200-GERAR-ADIANTAMENTOS
           END-IF.
           IF WS-QTD-SEM-CONTA > ZEROS
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

      *********** COMPETENCIA DO ADIANTAMENTO (AAAAMM, 0 = MES DA ***
      *********** DATA DE PROCESSAMENTO) ***************************
       0045-LER-PARAMETROS.
           DISPLAY 'ADIANTAMENTO SALARIAL QUINZENAL'.
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
               MOVE 'PRGCOB13' TO EL-PROGRAMA
               MOVE '0045-LER-PARAMETROS' TO EL-PARAGRAFO
               MOVE 'COMPETENCIA INVALIDA' TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-PARAMETRO-SW
               MOVE 8 TO WRK-RETORNO
           END-IF.

      *********** PERCENTUAL, DIA DE CORTE E DIA DE PAGAMENTO DO ***
      *********** ADIANPRM; FORA DA FAIXA VALE O PADRAO DA *********
      *********** CONVENCAO (40 / 15 / 20) *************************
       0050-CARREGAR-CONTROLE.
           OPEN INPUT ADVANCE-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ ADVANCE-PARM-FILE
                   NOT AT END
                       IF AP-PERCENTUAL > ZEROS
                          AND AP-PERCENTUAL <= 100
                           MOVE AP-PERCENTUAL TO WRK-PERCENTUAL
                       ELSE
                           DISPLAY 'PERCENTUAL DO ADIANPRM FORA DA '
                               'FAIXA - MANTIDO O PADRAO'
                       END-IF
                       IF AP-DIA-CORTE > ZEROS
                          AND AP-DIA-CORTE <= 28
                           MOVE AP-DIA-CORTE TO WRK-DIA-CORTE
                       END-IF
                       IF AP-DIA-PAGAMENTO > ZEROS
                          AND AP-DIA-PAGAMENTO <= 28
                           MOVE AP-DIA-PAGAMENTO TO WRK-DIA-PAGAMENTO
                       END-IF
               END-READ
               CLOSE ADVANCE-PARM-FILE
           END-IF.
           COMPUTE WRK-DATA-CORTE =
               WRK-COMPETENCIA * 100 + WRK-DIA-CORTE.
           COMPUTE WRK-DATA-PAGAMENTO =
               WRK-COMPETENCIA * 100 + WRK-DIA-PAGAMENTO.

      *********** FERIAS (PROGRAMADAS OU GOZADAS) CUJO GOZO TOCA ***
      *********** ALGUM DIA DO MES DA COMPETENCIA *****************
       0060-CARREGAR-FERIAS.
           COMPUTE WRK-DATA-AUX = WRK-COMPETENCIA * 100 + 1.
           COMPUTE WRK-MES-INI-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX).
           IF WRK-MES = 12
               COMPUTE WRK-DATA-AUX = (WRK-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-DATA-AUX = WRK-COMPETENCIA * 100 + 101
           END-IF.
           COMPUTE WRK-MES-FIM-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1.
           OPEN INPUT VACATION-FILE.
           IF WS-FERIAS-STATUS = '00'
               PERFORM 0062-LER-FERIAS
               PERFORM 0064-AVALIAR-FERIAS
                   UNTIL WS-FIM-FERIAS
               CLOSE VACATION-FILE
           END-IF.

       0062-LER-FERIAS.
           READ VACATION-FILE
               AT END
                   MOVE 'S' TO WS-FIM-FERIAS-SW
           END-READ.

       0064-AVALIAR-FERIAS.
           IF VF-DATA-INICIO-GOZO > ZEROS AND VF-DIAS > ZEROS
               COMPUTE WRK-GOZO-INI-INT =
                   FUNCTION INTEGER-OF-DATE(VF-DATA-INICIO-GOZO)
               COMPUTE WRK-GOZO-FIM-INT =
                   WRK-GOZO-INI-INT + VF-DIAS - 1
               IF WRK-GOZO-INI-INT <= WRK-MES-FIM-INT
                  AND WRK-GOZO-FIM-INT >= WRK-MES-INI-INT
                   IF WS-QTD-EM-FERIAS < 500
                       ADD 1 TO WS-QTD-EM-FERIAS
                       MOVE VF-ID TO WS-FER-ID(WS-QTD-EM-FERIAS)
                   ELSE
                       DISPLAY 'TABELA DE FERIAS CHEIA - MATRICULA '
                           VF-ID ' NAO VERIFICADA'
                   END-IF
               END-IF
           END-IF.
           PERFORM 0062-LER-FERIAS.

      *********** COMPETENCIA JA RODADA: SO REGERA COM ************
      *********** CONFIRMACAO, APAGANDO OS ADIANTAMENTOS DELA ******
       0100-PREPARAR-ADIANTAMENTOS.
           OPEN I-O SALARY-ADVANCE-FILE.
           IF WS-ADIANT-STATUS = '35'
               OPEN OUTPUT SALARY-ADVANCE-FILE
               CLOSE SALARY-ADVANCE-FILE
               OPEN I-O SALARY-ADVANCE-FILE
           END-IF.
           IF WS-ADIANT-STATUS NOT = '00'
               DISPLAY 'ARQUIVO ADIANTAM NAO DISPONIVEL'
               MOVE 'PRGCOB13' TO EL-PROGRAMA
               MOVE '0100-PREPARAR-ADIANTAMENTOS' TO EL-PARAGRAFO
               MOVE 'ARQUIVO ADIANTAM NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-PARAMETRO-SW
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0110-POSICIONAR-COMPETENCIA
               IF NOT WS-FIM-ADIANT
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' JA TEM ADIANTAMENTO GERADO'
                   DISPLAY 'REGERAR (A REMESSA ANTERIOR NAO PODE TER '
                       'IDO AO BANCO)? (S/N): ' WITH NO ADVANCING
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       PERFORM 0130-APAGAR-ADIANTAMENTO
                           UNTIL WS-FIM-ADIANT
                       DISPLAY 'ADIANTAMENTOS APAGADOS. : '
                           WS-QTD-APAGADOS
                   ELSE
                       DISPLAY 'RODADA NAO CONFIRMADA - NADA GERADO'
                       MOVE 'N' TO WS-PARAMETRO-SW
                       PERFORM 0590-MARCAR-REJEICAO
                   END-IF
               END-IF
               IF NOT WS-PARAMETRO-OK
                   CLOSE SALARY-ADVANCE-FILE
               END-IF
           END-IF.

       0110-POSICIONAR-COMPETENCIA.
           MOVE 'N' TO WS-FIM-ADIANT-SW.
           MOVE WRK-COMPETENCIA TO AD-COMPETENCIA.
           MOVE ZEROS           TO AD-ID.
           START SALARY-ADVANCE-FILE
               KEY NOT LESS THAN AD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ADIANT-SW
           END-START.
           IF NOT WS-FIM-ADIANT
               PERFORM 0120-LER-ADIANTAMENTO
           END-IF.

       0120-LER-ADIANTAMENTO.
           READ SALARY-ADVANCE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ADIANT-SW
           END-READ.
           IF NOT WS-FIM-ADIANT
               IF AD-COMPETENCIA NOT = WRK-COMPETENCIA
                   MOVE 'S' TO WS-FIM-ADIANT-SW
               END-IF
           END-IF.

       0130-APAGAR-ADIANTAMENTO.
           DELETE SALARY-ADVANCE-FILE RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO APAGAR ADIANTAMENTO ' AD-ID
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-APAGADOS
           END-DELETE.
           PERFORM 0120-LER-ADIANTAMENTO.

      *********** NUMERO SEQUENCIAL DO ARQUIVO DE REMESSA, ********
      *********** OBTIDO E AVANCADO NO CONTROLE REMSEQ, O MESMO ***
      *********** DA REMESSA DE SALARIO DO PRGCOB41 ***************
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

       0200-GERAR-ADIANTAMENTOS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO EMPLOYEF NAO DISPONIVEL'
               MOVE 'PRGCOB13' TO EL-PROGRAMA
               MOVE '0200-GERAR-ADIANTAMENTOS' TO EL-PARAGRAFO
               MOVE 'ARQUIVO EMPLOYEF NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               CLOSE SALARY-ADVANCE-FILE
           ELSE
               PERFORM 0150-OBTER-NUMERO-REMESSA
               OPEN OUTPUT BANK-REMIT-FILE
               OPEN OUTPUT ADVANCE-REPORT
               MOVE WS-DATA-PROCESSO TO WH-DATA-GERACAO
               MOVE WRK-NUM-REMESSA  TO WH-NUM-REMESSA
               WRITE BANK-REMIT-REC FROM WS-REM-HEADER
               PERFORM 0300-IMPRIMIR-CABECALHO
               PERFORM 0210-LER-FUNCIONARIO
               PERFORM 0220-TRATAR-FUNCIONARIO
                   UNTIL WS-FIM-ARQUIVO
               MOVE WS-QTD-PAGOS       TO WT-QTD-CREDITOS
               MOVE WS-TOTAL-ADIANTADO TO WT-TOTAL-CREDITOS
               WRITE BANK-REMIT-REC FROM WS-REM-TRAILER
               PERFORM 0400-IMPRIMIR-TOTAIS
               CLOSE BANK-REMIT-FILE
               CLOSE ADVANCE-REPORT
               CLOSE EMPLOYEE-FILE
               CLOSE SALARY-ADVANCE-FILE
               MOVE WS-TOTAL-ADIANTADO TO WS-TOTAL-ED
               DISPLAY 'REMESSA ' WRK-NUM-REMESSA ' GERADA EM ADIANREM'
               DISPLAY 'ADIANTAMENTOS PAGOS.... : ' WS-QTD-PAGOS
               DISPLAY 'TOTAL ADIANTADO........ : ' WS-TOTAL-ED
               DISPLAY 'ATIVOS SEM CONTA....... : ' WS-QTD-SEM-CONTA
               DISPLAY 'FOLHA DE CONTROLE EM ADIANREL'
           END-IF.

       0210-LER-FUNCIONARIO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

      *********** DESLIGADO, ADMITIDO DEPOIS DO CORTE, EM FERIAS **
      *********** E SEM CONTA FICAM DE FORA, CADA UM APONTADO NA ***
      *********** FOLHA DE CONTROLE COM O MOTIVO *******************
       0220-TRATAR-FUNCIONARIO.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE ZEROS TO WRK-VL-ADIANTAMENTO.
           IF EM-SITUACAO = 'D'
               ADD 1 TO WS-QTD-DESLIGADOS
               MOVE 'DESLIGADO' TO WLD-SITUACAO
           ELSE
               IF EM-DATA-ADMISSAO > WRK-DATA-CORTE
                   ADD 1 TO WS-QTD-ADMITIDOS
                   MOVE 'ADMITIDO APOS O CORTE' TO WLD-SITUACAO
               ELSE
                   PERFORM 0230-VERIFICAR-FERIAS
                   IF WS-EM-FERIAS
                       ADD 1 TO WS-QTD-FERIAS
                       MOVE 'EM FERIAS NO MES' TO WLD-SITUACAO
                   ELSE
                       IF EM-CONTA = ZEROS
                           ADD 1 TO WS-QTD-SEM-CONTA
                           MOVE 'SEM DADOS BANCARIOS'
                               TO WLD-SITUACAO
                       ELSE
                           PERFORM 0250-PAGAR-ADIANTAMENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE EM-ID               TO WLD-MATRICULA.
           MOVE EM-NOME             TO WLD-NOME.
           MOVE WRK-VL-ADIANTAMENTO TO WLD-VALOR.
           WRITE ADVANCE-REPORT-LINE FROM WS-LINHA-DETALHE.
           PERFORM 0210-LER-FUNCIONARIO.

       0230-VERIFICAR-FERIAS.
           MOVE 'N' TO WS-EM-FERIAS-SW.
           PERFORM 0240-COMPARAR-FERIAS
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-EM-FERIAS
                  OR WS-EM-FERIAS.

       0240-COMPARAR-FERIAS.
           IF WS-FER-ID(WRK-IDX-I) = EM-ID
               MOVE 'S' TO WS-EM-FERIAS-SW
           END-IF.

      *********** CREDITO NA REMESSA E REGISTRO NO ADIANTAM PARA **
      *********** O DESCONTO NO CALCULO DO MES (PRGCOB04) **********
       0250-PAGAR-ADIANTAMENTO.
           COMPUTE WRK-VL-ADIANTAMENTO ROUNDED =
               EM-SALARIO-BRUTO * WRK-PERCENTUAL / 100.
           MOVE EM-BANCO            TO WD-BANCO.
           MOVE EM-AGENCIA          TO WD-AGENCIA.
           MOVE EM-CONTA            TO WD-CONTA.
           MOVE EM-ID               TO WD-MATRICULA.
           MOVE EM-NOME             TO WD-NOME.
           MOVE WRK-VL-ADIANTAMENTO TO WD-VALOR.
           WRITE BANK-REMIT-REC FROM WS-REM-DETALHE.
           MOVE WRK-COMPETENCIA     TO AD-COMPETENCIA.
           MOVE EM-ID               TO AD-ID.
           MOVE EM-NOME             TO AD-NOME.
           MOVE EM-SALARIO-BRUTO    TO AD-SALARIO-BASE.
           MOVE WRK-PERCENTUAL      TO AD-PERCENTUAL.
           MOVE WRK-VL-ADIANTAMENTO TO AD-VALOR.
           MOVE WRK-DATA-PAGAMENTO  TO AD-DATA-PAGAMENTO.
           MOVE WRK-NUM-REMESSA     TO AD-NUM-REMESSA.
           WRITE SALARY-ADVANCE-REC
               INVALID KEY
                   REWRITE SALARY-ADVANCE-REC
           END-WRITE.
           ADD 1 TO WS-QTD-PAGOS.
           ADD WRK-VL-ADIANTAMENTO TO WS-TOTAL-ADIANTADO.
           MOVE 'PAGO' TO WLD-SITUACAO.

       0300-IMPRIMIR-CABECALHO.
           MOVE WRK-COMPETENCIA    TO WLT-COMPETENCIA.
           MOVE WRK-NUM-REMESSA    TO WLT-REMESSA.
           WRITE ADVANCE-REPORT-LINE FROM WS-LINHA-TITULO.
           MOVE WRK-PERCENTUAL     TO WLP-PERCENTUAL.
           MOVE WRK-DATA-CORTE     TO WLP-CORTE.
           MOVE WRK-DATA-PAGAMENTO TO WLP-PAGAMENTO.
           WRITE ADVANCE-REPORT-LINE FROM WS-LINHA-PARAMETROS.
           WRITE ADVANCE-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           WRITE ADVANCE-REPORT-LINE FROM WS-LINHA-CABECALHO.
           WRITE ADVANCE-REPORT-LINE FROM WS-LINHA-SEPARADOR.

       0400-IMPRIMIR-TOTAIS.
           WRITE ADVANCE-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'ADIANTAMENTOS PAGOS.........: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-PAGOS TO WLQ-QTD.
           WRITE ADVANCE-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'TOTAL ADIANTADO.............: ' TO WLV-DESCRICAO.
           MOVE WS-TOTAL-ADIANTADO TO WLV-VALOR.
           WRITE ADVANCE-REPORT-LINE FROM WS-LINHA-TOTAL-VALOR.
           MOVE 'DESLIGADOS..................: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-DESLIGADOS TO WLQ-QTD.
           WRITE ADVANCE-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'ADMITIDOS APOS O CORTE......: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-ADMITIDOS TO WLQ-QTD.
           WRITE ADVANCE-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'EM FERIAS NO MES............: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-FERIAS TO WLQ-QTD.
           WRITE ADVANCE-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'ATIVOS SEM DADOS BANCARIOS..: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-SEM-CONTA TO WLQ-QTD.
           WRITE ADVANCE-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.

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
               MOVE 'PRGCOB13'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-PAGOS       TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-ADIANTADO TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
