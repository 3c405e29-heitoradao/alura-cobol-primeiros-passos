       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB103.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = ACOMPANHAMENTO DO QUADRO DE
      ***                            PESSOAL A PARTIR DO EMPLOYEF:
      ***                            (1) ALERTA DIARIO DOS
      ***                            CONTRATOS DE EXPERIENCIA E DE
      ***                            PRAZO DETERMINADO QUE VENCEM
      ***                            NOS PROXIMOS 10 DIAS OU JA
      ***                            VENCERAM SEM EFETIVACAO
      ***                            (EXPALERT); (2) HEADCOUNT E
      ***                            TURNOVER DA COMPETENCIA POR
      ***                            CENTRO DE CUSTO (TURNREL):
      ***                            QUADRO INICIAL, ADMISSOES,
      ***                            DESLIGAMENTOS, QUADRO FINAL E
      ***                            TAXA DE TURNOVER
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   QUADRO INICIAL = ADMITIDOS ANTES DO DIA 1 DA
      ***   COMPETENCIA E NAO DESLIGADOS ANTES DELE (SEM DATA DE
      ***   ADMISSAO CONTA COMO ADMITIDO ANTES). TURNOVER =
      ***   ((ADMISSOES + DESLIGAMENTOS) / 2) / QUADRO INICIAL
      ***   X 100; QUADRO INICIAL ZERADO USA O QUADRO FINAL.
      ***   RETORNO: 00 = LIMPO   04 = CONTRATO VENCIDO SEM
      ***   EFETIVACAO NO ALERTA   08 = COMPETENCIA INVALIDA OU
      ***   FALHA DE ARQUIVO
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
           SELECT EXPERIENCE-ALERT ASSIGN TO 'EXPALERT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TURNOVER-REPORT ASSIGN TO 'TURNREL'
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

       FD  EXPERIENCE-ALERT
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPERIENCE-ALERT-LINE PIC X(80).

       FD  TURNOVER-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  TURNOVER-REPORT-LINE  PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ERRO-SW            PIC X(01)     VALUE 'N'.
           88 WS-ERRO                          VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WS-DIAS-ALERTA        PIC 9(03)     VALUE 10.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-DATA-INICIO       PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-FIM          PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-LIMITE       PIC 9(08)     VALUE ZEROS.
       77  WRK-VENCIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WRK-ALERTA            PIC X(29)     VALUE SPACES.
       77  WRK-CENTRO-CUSTO      PIC X(05)     VALUE SPACES.
       77  WRK-BASE-TURNOVER     PIC 9(05)     VALUE ZEROS.
       77  WRK-MOVIMENTO         PIC 9(06)V99  VALUE ZEROS.
       77  WRK-TURNOVER          PIC 9(05)V99  VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-DIA-PROCESSO       PIC 9(07)     VALUE ZEROS.
       77  WS-DIA-LIMITE         PIC 9(07)     VALUE ZEROS.
       77  WS-DIAS-RESTANTES     PIC S9(05)    VALUE ZEROS.
       77  WS-IDX-CC             PIC 9(04)     VALUE ZEROS.
       77  WS-IDX-ACHADO         PIC 9(04)     VALUE ZEROS.
       77  WS-IDX-MOVER          PIC 9(04)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-GRAVADOS       PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-A-VENCER       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-VENCIDOS       PIC 9(05)     VALUE ZEROS.

      *********** QUADRO DA COMPETENCIA POR CENTRO DE CUSTO, ******
      *********** MANTIDO EM ORDEM DE CENTRO DE CUSTO *************
       01  WS-TABELA-CENTROS.
           02 WS-QTD-CENTROS     PIC 9(04)     VALUE ZEROS.
           02 WS-CC-ENTRY OCCURS 200 TIMES.
               03 WS-CC-CODIGO       PIC X(05).
               03 WS-CC-INICIAL      PIC 9(05).
               03 WS-CC-ADMISSOES    PIC 9(05).
               03 WS-CC-DESLIGADOS   PIC 9(05).
       01  WS-TOTAIS-QUADRO.
           02 WS-TOT-INICIAL     PIC 9(05)     VALUE ZEROS.
           02 WS-TOT-ADMISSOES   PIC 9(05)     VALUE ZEROS.
           02 WS-TOT-DESLIGADOS  PIC 9(05)     VALUE ZEROS.
           02 WS-TOT-FINAL       PIC 9(05)     VALUE ZEROS.

      *********** DATA EDITADA DD/MM/AAAA *************************
       01  WS-DATA-AAAAMMDD      PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-PARTES REDEFINES WS-DATA-AAAAMMDD.
           02 WDP-ANO            PIC 9(04).
           02 WDP-MES            PIC 9(02).
           02 WDP-DIA            PIC 9(02).
       01  WS-DATA-EDITADA.
           02 WDE-DIA            PIC 9(02).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WDE-MES            PIC 9(02).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WDE-ANO            PIC 9(04).

      *********** ALERTA DE EXPERIENCIA (EXPALERT) ****************
       01  WS-ALERTA-TITULO.
           02 FILLER             PIC X(44) VALUE
              'CONTRATOS A VENCER ATE 10 DIAS - REFERENCIA '.
           02 WAT-DATA           PIC X(10).
       01  WS-ALERTA-CABECALHO.
           02 FILLER             PIC X(06) VALUE 'MATR. '.
           02 FILLER             PIC X(23) VALUE 'NOME'.
           02 FILLER             PIC X(06) VALUE 'C.C. '.
           02 FILLER             PIC X(11) VALUE 'VENCIMENTO'.
           02 FILLER             PIC X(05) VALUE 'DIAS'.
           02 FILLER             PIC X(29) VALUE 'PROVIDENCIA'.
       01  WS-ALERTA-DETALHE.
           02 WAD-MATRICULA      PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WAD-NOME           PIC X(22).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WAD-CENTRO-CUSTO   PIC X(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WAD-VENCIMENTO     PIC X(10).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WAD-DIAS           PIC -ZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WAD-ALERTA         PIC X(29).
       01  WS-ALERTA-TOTAL.
           02 WAQ-DESCRICAO      PIC X(30).
           02 WAQ-QTD            PIC ZZZZ9.

      *********** HEADCOUNT E TURNOVER (TURNREL) ******************
       01  WS-TURN-TITULO.
           02 FILLER             PIC X(43) VALUE
              'HEADCOUNT E TURNOVER POR CENTRO DE CUSTO - '.
           02 WTT-COMPETENCIA    PIC 9(06).
       01  WS-TURN-CABECALHO.
           02 FILLER             PIC X(12) VALUE 'C.CUSTO'.
           02 FILLER             PIC X(11) VALUE '    INICIAL'.
           02 FILLER             PIC X(11) VALUE '  ADMISSOES'.
           02 FILLER             PIC X(11) VALUE '  DESLIGAM.'.
           02 FILLER             PIC X(11) VALUE '      FINAL'.
           02 FILLER             PIC X(12) VALUE '  TURNOVER %'.
       01  WS-TURN-DETALHE.
           02 WTD-CENTRO-CUSTO   PIC X(12).
           02 FILLER             PIC X(04) VALUE SPACES.
           02 WTD-INICIAL        PIC ZZZZ9.
           02 FILLER             PIC X(06) VALUE SPACES.
           02 WTD-ADMISSOES      PIC ZZZZ9.
           02 FILLER             PIC X(06) VALUE SPACES.
           02 WTD-DESLIGADOS     PIC ZZZZ9.
           02 FILLER             PIC X(06) VALUE SPACES.
           02 WTD-FINAL          PIC ZZZZ9.
           02 FILLER             PIC X(04) VALUE SPACES.
           02 WTD-TURNOVER       PIC ZZ.ZZ9,99.
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
           DISPLAY '===== QUADRO DE PESSOAL ====='.
           DISPLAY ' (1) ALERTA DE CONTRATOS A VENCER '.
           DISPLAY ' (2) HEADCOUNT E TURNOVER DA COMPETENCIA '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-ALERTAR-CONTRATOS
               WHEN 2
                   PERFORM 0400-APURAR-TURNOVER
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** ALERTA: EXPERIENCIA (1O PERIODO OU FIM) E PRAZO **
      *********** DETERMINADO VENCENDO ATE A DATA LIMITE, OU JA ****
      *********** VENCIDO SEM EFETIVACAO ***************************
       0200-ALERTAR-CONTRATOS.
           MOVE ZEROS TO WS-QTD-A-VENCER WS-QTD-VENCIDOS.
           COMPUTE WS-DIA-PROCESSO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO).
           COMPUTE WS-DIA-LIMITE = WS-DIA-PROCESSO + WS-DIAS-ALERTA.
           COMPUTE WRK-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-LIMITE).
           PERFORM 0250-ABRIR-EMPLOYEF.
           IF NOT WS-ERRO
               OPEN OUTPUT EXPERIENCE-ALERT
               MOVE WS-DATA-PROCESSO TO WS-DATA-AAAAMMDD
               PERFORM 0290-EDITAR-DATA
               MOVE WS-DATA-EDITADA TO WAT-DATA
               WRITE EXPERIENCE-ALERT-LINE FROM WS-ALERTA-TITULO
               WRITE EXPERIENCE-ALERT-LINE FROM WS-LINHA-SEPARADOR
               WRITE EXPERIENCE-ALERT-LINE FROM WS-ALERTA-CABECALHO
               WRITE EXPERIENCE-ALERT-LINE FROM WS-LINHA-SEPARADOR
               PERFORM 0260-LER-FUNCIONARIO
               PERFORM 0210-VERIFICAR-CONTRATO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE EMPLOYEE-FILE
               WRITE EXPERIENCE-ALERT-LINE FROM WS-LINHA-SEPARADOR
               MOVE 'CONTRATOS A VENCER..........: ' TO WAQ-DESCRICAO
               MOVE WS-QTD-A-VENCER TO WAQ-QTD
               WRITE EXPERIENCE-ALERT-LINE FROM WS-ALERTA-TOTAL
               MOVE 'VENCIDOS SEM EFETIVACAO.....: ' TO WAQ-DESCRICAO
               MOVE WS-QTD-VENCIDOS TO WAQ-QTD
               WRITE EXPERIENCE-ALERT-LINE FROM WS-ALERTA-TOTAL
               CLOSE EXPERIENCE-ALERT
               DISPLAY 'CONTRATOS A VENCER...... : ' WS-QTD-A-VENCER
               DISPLAY 'VENCIDOS SEM EFETIVACAO. : ' WS-QTD-VENCIDOS
               DISPLAY 'ALERTA DE CONTRATOS EM EXPALERT'
               IF WS-QTD-VENCIDOS > ZEROS
                   PERFORM 0590-MARCAR-REJEICAO
               END-IF
           END-IF.

       0210-VERIFICAR-CONTRATO.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE SPACES TO WRK-ALERTA.
           IF EM-SITUACAO NOT = 'D'
               EVALUATE TRUE
                   WHEN EM-CONTRATO-EXPERIENCIA
                       PERFORM 0220-VERIFICAR-EXPERIENCIA
                   WHEN EM-CONTRATO-PRAZO-DETERM
                       PERFORM 0230-VERIFICAR-PRAZO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WRK-ALERTA NOT = SPACES
               PERFORM 0240-GRAVAR-ALERTA
           END-IF.
           PERFORM 0260-LER-FUNCIONARIO.

       0220-VERIFICAR-EXPERIENCIA.
           EVALUATE TRUE
               WHEN EM-FIM-EXPERIENCIA-1 >= WS-DATA-PROCESSO
                AND EM-FIM-EXPERIENCIA-1 <= WRK-DATA-LIMITE
                   MOVE EM-FIM-EXPERIENCIA-1 TO WRK-VENCIMENTO
                   MOVE 'FIM 1O PERIODO: PRORROGAR?'  TO WRK-ALERTA
               WHEN EM-FIM-CONTRATO >= WS-DATA-PROCESSO
                AND EM-FIM-CONTRATO <= WRK-DATA-LIMITE
                   MOVE EM-FIM-CONTRATO TO WRK-VENCIMENTO
                   MOVE 'FIM EXPERIENCIA: EFETIVAR?'  TO WRK-ALERTA
               WHEN EM-FIM-CONTRATO < WS-DATA-PROCESSO
                   MOVE EM-FIM-CONTRATO TO WRK-VENCIMENTO
                   MOVE 'VENCIDA - EFETIVAR (PRGCB102)' TO WRK-ALERTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0230-VERIFICAR-PRAZO.
           EVALUATE TRUE
               WHEN EM-FIM-CONTRATO >= WS-DATA-PROCESSO
                AND EM-FIM-CONTRATO <= WRK-DATA-LIMITE
                   MOVE EM-FIM-CONTRATO TO WRK-VENCIMENTO
                   MOVE 'FIM PRAZO DETERMINADO'       TO WRK-ALERTA
               WHEN EM-FIM-CONTRATO < WS-DATA-PROCESSO
                   MOVE EM-FIM-CONTRATO TO WRK-VENCIMENTO
                   MOVE 'PRAZO VENCIDO - REGULARIZAR' TO WRK-ALERTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0240-GRAVAR-ALERTA.
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(WRK-VENCIMENTO)
               - WS-DIA-PROCESSO.
           IF WS-DIAS-RESTANTES < ZEROS
               ADD 1 TO WS-QTD-VENCIDOS
           ELSE
               ADD 1 TO WS-QTD-A-VENCER
           END-IF.
           MOVE EM-ID            TO WAD-MATRICULA.
           MOVE EM-NOME          TO WAD-NOME.
           MOVE EM-CENTRO-CUSTO  TO WAD-CENTRO-CUSTO.
           MOVE WRK-VENCIMENTO   TO WS-DATA-AAAAMMDD.
           PERFORM 0290-EDITAR-DATA.
           MOVE WS-DATA-EDITADA  TO WAD-VENCIMENTO.
           MOVE WS-DIAS-RESTANTES TO WAD-DIAS.
           MOVE WRK-ALERTA       TO WAD-ALERTA.
           WRITE EXPERIENCE-ALERT-LINE FROM WS-ALERTA-DETALHE.
           ADD 1 TO WS-QTD-GRAVADOS.

       0250-ABRIR-EMPLOYEF.
           MOVE 'N' TO WS-ERRO-SW.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO EMPLOYEF NAO DISPONIVEL'
               MOVE 'PRGCB103' TO EL-PROGRAMA
               MOVE '0250-ABRIR-EMPLOYEF' TO EL-PARAGRAFO
               MOVE 'ARQUIVO EMPLOYEF NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-ERRO-SW
           END-IF.

       0260-LER-FUNCIONARIO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0290-EDITAR-DATA.
           MOVE WDP-DIA TO WDE-DIA.
           MOVE WDP-MES TO WDE-MES.
           MOVE WDP-ANO TO WDE-ANO.

      *********** HEADCOUNT E TURNOVER DA COMPETENCIA **************
       0400-APURAR-TURNOVER.
           DISPLAY 'COMPETENCIA (AAAAMM, 0=MES ATUAL): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           MOVE 'N' TO WS-ERRO-SW.
           PERFORM 0405-VALIDAR-COMPETENCIA.
           IF NOT WS-ERRO
               PERFORM 0250-ABRIR-EMPLOYEF
           END-IF.
           IF NOT WS-ERRO
               MOVE ZEROS TO WS-QTD-CENTROS
               INITIALIZE WS-TOTAIS-QUADRO
               PERFORM 0260-LER-FUNCIONARIO
               PERFORM 0410-CLASSIFICAR-FUNCIONARIO
                   UNTIL WS-FIM-ARQUIVO OR WS-ERRO
               CLOSE EMPLOYEE-FILE
           END-IF.
           IF NOT WS-ERRO
               PERFORM 0450-IMPRIMIR-TURNOVER
               DISPLAY 'CENTROS DE CUSTO........ : ' WS-QTD-CENTROS
               DISPLAY 'QUADRO INICIAL.......... : ' WS-TOT-INICIAL
               DISPLAY 'ADMISSOES............... : ' WS-TOT-ADMISSOES
               DISPLAY 'DESLIGAMENTOS........... : '
                   WS-TOT-DESLIGADOS
               DISPLAY 'QUADRO FINAL............ : ' WS-TOT-FINAL
               DISPLAY 'HEADCOUNT E TURNOVER EM TURNREL'
           END-IF.

       0405-VALIDAR-COMPETENCIA.
           IF WRK-COMPETENCIA = ZEROS
               DIVIDE WS-DATA-PROCESSO BY 100
                   GIVING WRK-COMPETENCIA
           END-IF.
           DIVIDE WRK-COMPETENCIA BY 100
               GIVING WRK-ANO REMAINDER WRK-MES.
           IF WRK-ANO < 2000 OR WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - QUADRO NAO APURADO'
               MOVE 'PRGCB103' TO EL-PROGRAMA
               MOVE '0405-VALIDAR-COMP' TO EL-PARAGRAFO
               MOVE 'COMPETENCIA INVALIDA NO HEADCOUNT/TURNOVER'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-ERRO-SW
           ELSE
               COMPUTE WRK-DATA-INICIO = WRK-COMPETENCIA * 100 + 1
               IF WRK-MES = 12
                   COMPUTE WRK-DATA-FIM = (WRK-ANO + 1) * 10000 + 101
               ELSE
                   COMPUTE WRK-DATA-FIM = WRK-DATA-INICIO + 100
               END-IF
               COMPUTE WS-DIA-LIMITE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-FIM) - 1
               COMPUTE WRK-DATA-FIM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-LIMITE)
           END-IF.

      *********** CADA FUNCIONARIO ENTRA NO QUADRO INICIAL, NAS ****
      *********** ADMISSOES E/OU NOS DESLIGAMENTOS DA COMPETENCIA **
       0410-CLASSIFICAR-FUNCIONARIO.
           ADD 1 TO WS-QTD-LIDOS.
           IF EM-DATA-ADMISSAO <= WRK-DATA-FIM
              AND (EM-SITUACAO NOT = 'D'
                   OR EM-DATA-DESLIGAMENTO >= WRK-DATA-INICIO)
               MOVE EM-CENTRO-CUSTO TO WRK-CENTRO-CUSTO
               IF WRK-CENTRO-CUSTO = SPACES
                   MOVE '-----' TO WRK-CENTRO-CUSTO
               END-IF
               PERFORM 0420-LOCALIZAR-CENTRO
               IF NOT WS-ERRO
                   IF EM-DATA-ADMISSAO < WRK-DATA-INICIO
                       ADD 1 TO WS-CC-INICIAL(WS-IDX-ACHADO)
                       ADD 1 TO WS-TOT-INICIAL
                   ELSE
                       ADD 1 TO WS-CC-ADMISSOES(WS-IDX-ACHADO)
                       ADD 1 TO WS-TOT-ADMISSOES
                   END-IF
                   IF EM-SITUACAO = 'D'
                      AND EM-DATA-DESLIGAMENTO <= WRK-DATA-FIM
                       ADD 1 TO WS-CC-DESLIGADOS(WS-IDX-ACHADO)
                       ADD 1 TO WS-TOT-DESLIGADOS
                   END-IF
               END-IF
           END-IF.
           PERFORM 0260-LER-FUNCIONARIO.

      *********** PROCURA O CENTRO NA TABELA; NOVO CENTRO ENTRA ***
      *********** NA POSICAO DA ORDEM, DESLOCANDO OS SEGUINTES *****
       0420-LOCALIZAR-CENTRO.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM 0422-COMPARAR-CENTRO
               VARYING WS-IDX-CC FROM 1 BY 1
               UNTIL WS-IDX-CC > WS-QTD-CENTROS
                  OR WS-IDX-ACHADO > ZEROS.
           IF WS-IDX-ACHADO = ZEROS
              OR WS-CC-CODIGO(WS-IDX-ACHADO) NOT = WRK-CENTRO-CUSTO
               IF WS-QTD-CENTROS < 200
                   PERFORM 0424-INCLUIR-CENTRO
               ELSE
                   DISPLAY 'TABELA DE CENTROS DE CUSTO CHEIA'
                   MOVE 'PRGCB103' TO EL-PROGRAMA
                   MOVE '0420-LOCALIZAR-CENTRO' TO EL-PARAGRAFO
                   MOVE 'TABELA DE CENTROS DE CUSTO CHEIA (200)'
                       TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   MOVE 8 TO WRK-RETORNO
                   MOVE 'S' TO WS-ERRO-SW
               END-IF
           END-IF.

       0422-COMPARAR-CENTRO.
           IF WS-CC-CODIGO(WS-IDX-CC) >= WRK-CENTRO-CUSTO
               MOVE WS-IDX-CC TO WS-IDX-ACHADO
           END-IF.

       0424-INCLUIR-CENTRO.
           IF WS-IDX-ACHADO = ZEROS
               COMPUTE WS-IDX-ACHADO = WS-QTD-CENTROS + 1
           ELSE
               PERFORM 0426-DESLOCAR-CENTRO
                   VARYING WS-IDX-MOVER FROM WS-QTD-CENTROS BY -1
                   UNTIL WS-IDX-MOVER < WS-IDX-ACHADO
           END-IF.
           ADD 1 TO WS-QTD-CENTROS.
           MOVE WRK-CENTRO-CUSTO TO WS-CC-CODIGO(WS-IDX-ACHADO).
           MOVE ZEROS TO WS-CC-INICIAL(WS-IDX-ACHADO)
                         WS-CC-ADMISSOES(WS-IDX-ACHADO)
                         WS-CC-DESLIGADOS(WS-IDX-ACHADO).

       0426-DESLOCAR-CENTRO.
           MOVE WS-CC-ENTRY(WS-IDX-MOVER)
               TO WS-CC-ENTRY(WS-IDX-MOVER + 1).

       0450-IMPRIMIR-TURNOVER.
           OPEN OUTPUT TURNOVER-REPORT.
           MOVE WRK-COMPETENCIA TO WTT-COMPETENCIA.
           WRITE TURNOVER-REPORT-LINE FROM WS-TURN-TITULO.
           WRITE TURNOVER-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           WRITE TURNOVER-REPORT-LINE FROM WS-TURN-CABECALHO.
           WRITE TURNOVER-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           PERFORM 0460-IMPRIMIR-CENTRO
               VARYING WS-IDX-CC FROM 1 BY 1
               UNTIL WS-IDX-CC > WS-QTD-CENTROS.
           WRITE TURNOVER-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           COMPUTE WS-TOT-FINAL =
               WS-TOT-INICIAL + WS-TOT-ADMISSOES - WS-TOT-DESLIGADOS.
           MOVE 'TOTAL'           TO WTD-CENTRO-CUSTO.
           MOVE WS-TOT-INICIAL    TO WTD-INICIAL.
           MOVE WS-TOT-ADMISSOES  TO WTD-ADMISSOES.
           MOVE WS-TOT-DESLIGADOS TO WTD-DESLIGADOS.
           MOVE WS-TOT-FINAL      TO WTD-FINAL.
           MOVE WS-TOT-INICIAL    TO WRK-BASE-TURNOVER.
           IF WRK-BASE-TURNOVER = ZEROS
               MOVE WS-TOT-FINAL  TO WRK-BASE-TURNOVER
           END-IF.
           COMPUTE WRK-MOVIMENTO =
               WS-TOT-ADMISSOES + WS-TOT-DESLIGADOS.
           PERFORM 0470-CALCULAR-TURNOVER.
           WRITE TURNOVER-REPORT-LINE FROM WS-TURN-DETALHE.
           CLOSE TURNOVER-REPORT.

       0460-IMPRIMIR-CENTRO.
           MOVE WS-CC-CODIGO(WS-IDX-CC)     TO WTD-CENTRO-CUSTO.
           MOVE WS-CC-INICIAL(WS-IDX-CC)    TO WTD-INICIAL.
           MOVE WS-CC-ADMISSOES(WS-IDX-CC)  TO WTD-ADMISSOES.
           MOVE WS-CC-DESLIGADOS(WS-IDX-CC) TO WTD-DESLIGADOS.
           COMPUTE WRK-BASE-TURNOVER =
               WS-CC-INICIAL(WS-IDX-CC) + WS-CC-ADMISSOES(WS-IDX-CC)
               - WS-CC-DESLIGADOS(WS-IDX-CC).
           MOVE WRK-BASE-TURNOVER TO WTD-FINAL.
           IF WS-CC-INICIAL(WS-IDX-CC) > ZEROS
               MOVE WS-CC-INICIAL(WS-IDX-CC) TO WRK-BASE-TURNOVER
           END-IF.
           COMPUTE WRK-MOVIMENTO =
               WS-CC-ADMISSOES(WS-IDX-CC) + WS-CC-DESLIGADOS(WS-IDX-CC).
           PERFORM 0470-CALCULAR-TURNOVER.
           WRITE TURNOVER-REPORT-LINE FROM WS-TURN-DETALHE.
           ADD 1 TO WS-QTD-GRAVADOS.

       0470-CALCULAR-TURNOVER.
           IF WRK-BASE-TURNOVER = ZEROS
               MOVE ZEROS TO WRK-TURNOVER
           ELSE
               COMPUTE WRK-TURNOVER ROUNDED =
                   WRK-MOVIMENTO * 50 / WRK-BASE-TURNOVER
           END-IF.
           MOVE WRK-TURNOVER TO WTD-TURNOVER.

      *********** RC 4 (CONTRATO VENCIDO), SALVO FALHA JA MARCADA **
      *********** COM 8 ********************************************
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
               MOVE 'PRGCB103'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-GRAVADOS    TO RC-REGISTROS-SAIDA
               MOVE ZEROS              TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
