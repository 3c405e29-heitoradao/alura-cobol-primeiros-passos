       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB101.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONFERENCIA DA FOLHA ANTES DA
      ***                            REMESSA BANCARIA: (1) COMPARA
      ***                            O CALCULO ATUAL DE CADA
      ***                            FUNCIONARIO (EMPLOYEF) COM A
      ***                            FOTO DA COMPETENCIA ANTERIOR
      ***                            NO PAYHIST E APONTA NO
      ***                            FOLHAVAR A VARIACAO DO
      ***                            LIQUIDO ACIMA DO PERCENTUAL
      ***                            DO VARPRM, O FUNCIONARIO NOVO,
      ***                            O AUSENTE, O LIQUIDO ZERADO E
      ***                            A TROCA DE BANCO/AGENCIA/
      ***                            CONTA - UM ERRO DE VIRGULA NO
      ***                            SALARIO SO FOI DESCOBERTO
      ***                            QUANDO O FUNCIONARIO LIGOU
      ***                            PERGUNTANDO DO CREDITO; (2)
      ***                            LIBERACAO DOS ITENS APONTADOS
      ***                            PELO SUPERVISOR (SUPAUTH).
      ***                            ENQUANTO HOUVER ITEM PENDENTE
      ***                            A OPCAO 1 DEVOLVE RC=4, QUE NO
      ***                            MONCLOSE IMPEDE O STEP DA
      ***                            REMESSA (PRGCOB41), E O
      ***                            PROPRIO PRGCOB41 RECUSA A
      ***                            REMESSA DA FOLHA ATUAL
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
      ***   A CONFERENCIA PODE SER REPETIDA NA MESMA COMPETENCIA:
      ***   OS APONTAMENTOS DELA SAO REFEITOS E O ITEM JA
      ***   LIBERADO CONTINUA LIBERADO SE O LIQUIDO E O DETALHE
      ***   NAO MUDARAM; MUDOU, VOLTA A PENDENTE. FOTO ANTERIOR
      ***   AUSENTE (PRIMEIRA COMPETENCIA) CONFERE SO O LIQUIDO
      ***   ZERADO. RETORNO: 00 = SEM PENDENCIA   04 = ITEM
      ***   PENDENTE DE LIBERACAO OU LIBERACAO RECUSADA
      ***   08 = COMPETENCIA INVALIDA OU FALHA DE ARQUIVO
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
           SELECT PAYROLL-HIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT VARIANCE-PARM-FILE ASSIGN TO 'VARPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAYROLL-VARIANCE-FILE ASSIGN TO 'FOLHAVAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAVAR-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO 'VARREL'
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

       FD  PAYROLL-HIST-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY 'PAYHIST.COB'.

       FD  VARIANCE-PARM-FILE
           RECORD CONTAINS 5 CHARACTERS.
           COPY 'VARPRM.COB'.

       FD  PAYROLL-VARIANCE-FILE
           RECORD CONTAINS 125 CHARACTERS.
           COPY 'FOLHAVAR.COB'.

       FD  VARIANCE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  VARIANCE-REPORT-LINE  PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-HIST-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-PARM-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-FOLHAVAR-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-FIM-HIST-SW        PIC X(01)     VALUE 'N'.
           88 WS-FIM-HIST                      VALUE 'S'.
       77  WS-FIM-FOLHAVAR-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-FOLHAVAR                  VALUE 'S'.
       77  WS-CONF-ERRO-SW       PIC X(01)     VALUE 'N'.
           88 WS-CONF-ERRO                     VALUE 'S'.
       77  WS-TEM-ANTERIOR-SW    PIC X(01)     VALUE 'N'.
           88 WS-TEM-ANTERIOR                  VALUE 'S'.
       77  WS-HOUVE-LIBERACAO-SW PIC X(01)     VALUE 'N'.
           88 WS-HOUVE-LIBERACAO               VALUE 'S'.
       77  WS-FIM-LIBERACAO-SW   PIC X(01)     VALUE 'N'.
           88 WS-FIM-LIBERACAO                 VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-COMP-ANTERIOR     PIC 9(06)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-PERC-LIMITE       PIC 9(03)V99  VALUE 20,00.
       77  WRK-PERC-VARIACAO     PIC S9(07)V99 VALUE ZEROS.
       77  WRK-PERC-ABSOLUTO     PIC 9(07)V99  VALUE ZEROS.
       77  WRK-TIPO              PIC X(01)     VALUE SPACES.
       77  WRK-LIQ-ANTERIOR      PIC 9(06)V99  VALUE ZEROS.
       77  WRK-LIQ-ATUAL         PIC 9(06)V99  VALUE ZEROS.
       77  WRK-PERCENTUAL        PIC S9(03)V99 VALUE ZEROS.
       77  WRK-DETALHE           PIC X(38)     VALUE SPACES.
       77  WRK-NOME              PIC X(30)     VALUE SPACES.
       77  WRK-ID                PIC 9(05)     VALUE ZEROS.
       77  WRK-CONFIRMA          PIC X(01)     VALUE SPACES.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-IDX-ANT            PIC 9(04)     VALUE ZEROS.
       77  WS-IDX-ACHADA         PIC 9(04)     VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(04)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-APONTADOS      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-PENDENTES      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-LIBERADOS      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-VARIACAO       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-NOVOS          PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-AUSENTES       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-ZERADOS        PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-CONTAS         PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-ATUAL        PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOTAL-ANTERIOR     PIC 9(09)V99  VALUE ZEROS.

      *********** FOTO DA COMPETENCIA ANTERIOR (PAYHIST) **********
       01  WS-TABELA-ANTERIOR.
           02 WS-QTD-ANTERIOR    PIC 9(04)     VALUE ZEROS.
           02 WS-ANT-ENTRY OCCURS 1000 TIMES.
               03 WS-ANT-ID          PIC 9(05).
               03 WS-ANT-NOME        PIC X(30).
               03 WS-ANT-SITUACAO    PIC X(01).
               03 WS-ANT-LIQUIDO     PIC 9(06)V99.
               03 WS-ANT-BANCO       PIC 9(03).
               03 WS-ANT-AGENCIA     PIC 9(04).
               03 WS-ANT-CONTA       PIC 9(08).
               03 WS-ANT-ACHADO      PIC X(01).

      *********** ITENS APONTADOS (TODAS AS COMPETENCIAS) *********
       01  WS-TABELA-ITENS.
           02 WS-QTD-ITENS       PIC 9(04)     VALUE ZEROS.
           02 WS-ITEM-ENTRY OCCURS 1000 TIMES.
               03 WS-IT-COMPETENCIA  PIC 9(06).
               03 WS-IT-ID           PIC 9(05).
               03 WS-IT-TIPO         PIC X(01).
               03 WS-IT-NOME         PIC X(30).
               03 WS-IT-LIQ-ANTERIOR PIC 9(06)V99.
               03 WS-IT-LIQ-ATUAL    PIC 9(06)V99.
               03 WS-IT-PERCENTUAL   PIC S9(03)V99.
               03 WS-IT-DETALHE      PIC X(38).
               03 WS-IT-SITUACAO     PIC X(01).
               03 WS-IT-SUPERVISOR   PIC X(05).
               03 WS-IT-DATA-LIB     PIC 9(08).
               03 WS-IT-MANTER       PIC X(01).

      *********** DADOS BANCARIOS PARA O DETALHE DA TROCA *********
       01  WS-CONTA-DE-PARA.
           02 WCD-BANCO-ANT      PIC 9(03).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WCD-AGENCIA-ANT    PIC 9(04).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WCD-CONTA-ANT      PIC 9(08).
           02 FILLER             PIC X(03) VALUE ' > '.
           02 WCD-BANCO-ATU      PIC 9(03).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WCD-AGENCIA-ATU    PIC 9(04).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WCD-CONTA-ATU      PIC 9(08).

      *********** RELATORIO DA CONFERENCIA (VARREL) ***************
       01  WS-LINHA-TITULO.
           02 FILLER             PIC X(35) VALUE
              'CONFERENCIA DA FOLHA - COMPETENCIA '.
           02 WLT-COMPETENCIA    PIC 9(06).
           02 FILLER             PIC X(12) VALUE ' X ANTERIOR '.
           02 WLT-COMP-ANTERIOR  PIC 9(06).
           02 FILLER             PIC X(09) VALUE '  LIMITE '.
           02 WLT-LIMITE         PIC ZZ9,99.
           02 FILLER             PIC X(01) VALUE '%'.
       01  WS-LINHA-CABECALHO.
           02 FILLER             PIC X(06) VALUE 'MATR. '.
           02 FILLER             PIC X(19) VALUE 'NOME'.
           02 FILLER             PIC X(13) VALUE 'APONTAMENTO'.
           02 FILLER             PIC X(12) VALUE '    ANTERIOR'.
           02 FILLER             PIC X(12) VALUE '       ATUAL'.
           02 FILLER             PIC X(09) VALUE '    VAR.%'.
           02 FILLER             PIC X(09) VALUE ' SITUACAO'.
       01  WS-LINHA-DETALHE.
           02 WLD-MATRICULA      PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-NOME           PIC X(18).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-APONTAMENTO    PIC X(12).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-LIQ-ANTERIOR   PIC ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-LIQ-ATUAL      PIC ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-PERCENTUAL     PIC -ZZ9,99.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLD-SITUACAO       PIC X(10).
       01  WS-LINHA-COMPLEMENTO.
           02 FILLER             PIC X(06) VALUE SPACES.
           02 WLC-DETALHE        PIC X(38).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-LIBERACAO      PIC X(35).
       01  WS-TEXTO-LIBERACAO.
           02 FILLER             PIC X(13) VALUE 'LIBERADO POR '.
           02 WTL-SUPERVISOR     PIC X(05).
           02 FILLER             PIC X(04) VALUE ' EM '.
           02 WTL-DATA           PIC 9(08).
       01  WS-LINHA-TOTAL-QTD.
           02 WLQ-DESCRICAO      PIC X(30).
           02 WLQ-QTD            PIC ZZZZZ9.
       01  WS-LINHA-TOTAL-VALOR.
           02 WLV-DESCRICAO      PIC X(30).
           02 WLV-VALOR          PIC $ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-MENSAGEM.
           02 WLM-TEXTO          PIC X(80).
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'SUPAUTH.COB'.

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
           DISPLAY '===== CONFERENCIA DA FOLHA ANTES DA REMESSA ====='.
           DISPLAY ' (1) CONFERENCIA CONTRA A COMPETENCIA ANTERIOR '.
           DISPLAY ' (2) LIBERACAO DOS ITENS APONTADOS '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-CONFERIR-FOLHA
               WHEN 2
                   PERFORM 0500-LIBERAR-ITENS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** CONFERENCIA DA COMPETENCIA: REFAZ OS *************
      *********** APONTAMENTOS DELA NO FOLHAVAR E IMPRIME O VARREL *
       0200-CONFERIR-FOLHA.
           DISPLAY 'COMPETENCIA (AAAAMM, 0=MES ATUAL): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           MOVE 'N' TO WS-CONF-ERRO-SW.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-APONTADOS
                         WS-QTD-VARIACAO WS-QTD-NOVOS WS-QTD-AUSENTES
                         WS-QTD-ZERADOS WS-QTD-CONTAS
                         WS-TOTAL-ATUAL WS-TOTAL-ANTERIOR.
           PERFORM 0205-VALIDAR-COMPETENCIA.
           IF NOT WS-CONF-ERRO
               PERFORM 0210-CARREGAR-PARAMETRO
               PERFORM 0220-CARREGAR-ITENS
           END-IF.
           IF NOT WS-CONF-ERRO
               PERFORM 0230-CARREGAR-ANTERIOR
           END-IF.
           IF NOT WS-CONF-ERRO
               PERFORM 0240-CONFERIR-FUNCIONARIOS
           END-IF.
           IF NOT WS-CONF-ERRO
               IF WS-TEM-ANTERIOR
                   PERFORM 0270-VERIFICAR-AUSENTE
                       VARYING WS-IDX-ANT FROM 1 BY 1
                       UNTIL WS-IDX-ANT > WS-QTD-ANTERIOR
               END-IF
               PERFORM 0800-REGRAVAR-ITENS
               PERFORM 0300-IMPRIMIR-RELATORIO
               DISPLAY 'FUNCIONARIOS CONFERIDOS. : ' WS-QTD-LIDOS
               DISPLAY 'ITENS APONTADOS......... : ' WS-QTD-APONTADOS
               DISPLAY 'ITENS JA LIBERADOS...... : ' WS-QTD-LIBERADOS
               DISPLAY 'ITENS PENDENTES......... : ' WS-QTD-PENDENTES
               DISPLAY 'RELATORIO DA CONFERENCIA EM VARREL'
               IF WS-QTD-PENDENTES > ZEROS
                   DISPLAY 'REMESSA BLOQUEADA ATE A LIBERACAO DOS '
                       'ITENS PELO SUPERVISOR (OPCAO 2)'
                   PERFORM 0590-MARCAR-REJEICAO
               END-IF
           END-IF.

       0205-VALIDAR-COMPETENCIA.
           IF WRK-COMPETENCIA = ZEROS
               DIVIDE WS-DATA-PROCESSO BY 100
                   GIVING WRK-COMPETENCIA
           END-IF.
           DIVIDE WRK-COMPETENCIA BY 100
               GIVING WRK-ANO REMAINDER WRK-MES.
           IF WRK-ANO < 2000 OR WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - FOLHA NAO CONFERIDA'
               MOVE 'PRGCB101' TO EL-PROGRAMA
               MOVE '0205-VALIDAR-COMP' TO EL-PARAGRAFO
               MOVE 'COMPETENCIA INVALIDA NA CONFERENCIA DA FOLHA'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-CONF-ERRO-SW
           ELSE
               IF WRK-MES = 1
                   COMPUTE WRK-COMP-ANTERIOR =
                       (WRK-ANO - 1) * 100 + 12
               ELSE
                   COMPUTE WRK-COMP-ANTERIOR = WRK-COMPETENCIA - 1
               END-IF
           END-IF.

      *********** PERCENTUAL LIMITE DO VARPRM; FORA DA FAIXA VALE **
      *********** O PADRAO (20,00) *********************************
       0210-CARREGAR-PARAMETRO.
           MOVE 20,00 TO WRK-PERC-LIMITE.
           OPEN INPUT VARIANCE-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ VARIANCE-PARM-FILE
                   NOT AT END
                       IF VP-PERC-LIMITE NUMERIC
                          AND VP-PERC-LIMITE >= 1
                           MOVE VP-PERC-LIMITE TO WRK-PERC-LIMITE
                       ELSE
                           DISPLAY 'PERCENTUAL DO VARPRM FORA DA '
                               'FAIXA - MANTIDO O PADRAO'
                       END-IF
               END-READ
               CLOSE VARIANCE-PARM-FILE
           END-IF.

      *********** ITENS JA APONTADOS: OS DA COMPETENCIA SO FICAM ***
      *********** SE FOREM APONTADOS DE NOVO NESTA CONFERENCIA *****
       0220-CARREGAR-ITENS.
           MOVE ZEROS TO WS-QTD-ITENS.
           MOVE 'N' TO WS-FIM-FOLHAVAR-SW.
           OPEN INPUT PAYROLL-VARIANCE-FILE.
           IF WS-FOLHAVAR-STATUS = '00'
               PERFORM 0222-LER-ITEM
               PERFORM 0224-ARMAZENAR-ITEM
                   UNTIL WS-FIM-FOLHAVAR OR WS-CONF-ERRO
               CLOSE PAYROLL-VARIANCE-FILE
           END-IF.

       0222-LER-ITEM.
           READ PAYROLL-VARIANCE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-FOLHAVAR-SW
           END-READ.

       0224-ARMAZENAR-ITEM.
           IF WS-QTD-ITENS < 1000
               ADD 1 TO WS-QTD-ITENS
               MOVE FV-COMPETENCIA
                   TO WS-IT-COMPETENCIA(WS-QTD-ITENS)
               MOVE FV-ID            TO WS-IT-ID(WS-QTD-ITENS)
               MOVE FV-TIPO          TO WS-IT-TIPO(WS-QTD-ITENS)
               MOVE FV-NOME          TO WS-IT-NOME(WS-QTD-ITENS)
               MOVE FV-LIQUIDO-ANTERIOR
                   TO WS-IT-LIQ-ANTERIOR(WS-QTD-ITENS)
               MOVE FV-LIQUIDO-ATUAL
                   TO WS-IT-LIQ-ATUAL(WS-QTD-ITENS)
               MOVE FV-PERCENTUAL
                   TO WS-IT-PERCENTUAL(WS-QTD-ITENS)
               MOVE FV-DETALHE       TO WS-IT-DETALHE(WS-QTD-ITENS)
               MOVE FV-SITUACAO      TO WS-IT-SITUACAO(WS-QTD-ITENS)
               MOVE FV-SUPERVISOR
                   TO WS-IT-SUPERVISOR(WS-QTD-ITENS)
               MOVE FV-DATA-LIBERACAO
                   TO WS-IT-DATA-LIB(WS-QTD-ITENS)
               IF FV-COMPETENCIA = WRK-COMPETENCIA
                  AND WRK-OPCAO = 1
                   MOVE 'N' TO WS-IT-MANTER(WS-QTD-ITENS)
               ELSE
                   MOVE 'S' TO WS-IT-MANTER(WS-QTD-ITENS)
               END-IF
               PERFORM 0222-LER-ITEM
           ELSE
               DISPLAY 'TABELA DO FOLHAVAR CHEIA - NADA ALTERADO'
               MOVE 'PRGCB101' TO EL-PROGRAMA
               MOVE '0224-ARMAZENAR-ITEM' TO EL-PARAGRAFO
               MOVE 'TABELA CHEIA - FOLHAVAR INTACTO' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-CONF-ERRO-SW
           END-IF.

      *********** FOTO DA COMPETENCIA ANTERIOR NO PAYHIST; SEM *****
      *********** ELA (PRIMEIRA COMPETENCIA) NAO HA COMPARACAO *****
       0230-CARREGAR-ANTERIOR.
           MOVE ZEROS TO WS-QTD-ANTERIOR.
           MOVE 'N' TO WS-TEM-ANTERIOR-SW.
           MOVE 'N' TO WS-FIM-HIST-SW.
           OPEN INPUT PAYROLL-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-HIST-SW
           ELSE
               MOVE WRK-COMP-ANTERIOR TO PH-COMPETENCIA
               MOVE ZEROS             TO PH-ID
               START PAYROLL-HIST-FILE
                   KEY NOT LESS THAN PH-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-HIST-SW
               END-START
               IF NOT WS-FIM-HIST
                   PERFORM 0232-LER-FOTO
                   PERFORM 0234-ARMAZENAR-FOTO
                       UNTIL WS-FIM-HIST OR WS-CONF-ERRO
               END-IF
               CLOSE PAYROLL-HIST-FILE
           END-IF.
           IF WS-QTD-ANTERIOR > ZEROS
               MOVE 'S' TO WS-TEM-ANTERIOR-SW
           ELSE
               DISPLAY 'AVISO: SEM FOTO DA COMPETENCIA '
                   WRK-COMP-ANTERIOR ' NO PAYHIST - CONFERIDO SO O '
                   'LIQUIDO ZERADO'
           END-IF.

       0232-LER-FOTO.
           READ PAYROLL-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-HIST-SW
           END-READ.
           IF NOT WS-FIM-HIST
               IF PH-COMPETENCIA NOT = WRK-COMP-ANTERIOR
                   MOVE 'S' TO WS-FIM-HIST-SW
               END-IF
           END-IF.

       0234-ARMAZENAR-FOTO.
           IF WS-QTD-ANTERIOR < 1000
               ADD 1 TO WS-QTD-ANTERIOR
               MOVE PH-ID        TO WS-ANT-ID(WS-QTD-ANTERIOR)
               MOVE PH-NOME      TO WS-ANT-NOME(WS-QTD-ANTERIOR)
               MOVE PH-SITUACAO  TO WS-ANT-SITUACAO(WS-QTD-ANTERIOR)
               MOVE PH-SALARIO-LIQUIDO
                   TO WS-ANT-LIQUIDO(WS-QTD-ANTERIOR)
               MOVE 'N'          TO WS-ANT-ACHADO(WS-QTD-ANTERIOR)
               IF PH-CONTA NUMERIC AND PH-BANCO NUMERIC
                  AND PH-AGENCIA NUMERIC
                   MOVE PH-BANCO   TO WS-ANT-BANCO(WS-QTD-ANTERIOR)
                   MOVE PH-AGENCIA TO WS-ANT-AGENCIA(WS-QTD-ANTERIOR)
                   MOVE PH-CONTA   TO WS-ANT-CONTA(WS-QTD-ANTERIOR)
               ELSE
                   MOVE ZEROS TO WS-ANT-BANCO(WS-QTD-ANTERIOR)
                                 WS-ANT-AGENCIA(WS-QTD-ANTERIOR)
                                 WS-ANT-CONTA(WS-QTD-ANTERIOR)
               END-IF
               PERFORM 0232-LER-FOTO
           ELSE
               DISPLAY 'TABELA DA COMPETENCIA ANTERIOR CHEIA'
               MOVE 'PRGCB101' TO EL-PROGRAMA
               MOVE '0234-ARMAZENAR-FOTO' TO EL-PARAGRAFO
               MOVE 'TABELA CHEIA - FOTO ANTERIOR INCOMPLETA'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-CONF-ERRO-SW
           END-IF.

      *********** CALCULO ATUAL DO EMPLOYEF CONTRA A FOTO **********
       0240-CONFERIR-FUNCIONARIOS.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO EMPLOYEF NAO DISPONIVEL'
               MOVE 'PRGCB101' TO EL-PROGRAMA
               MOVE '0240-CONFERIR-FUNC' TO EL-PARAGRAFO
               MOVE 'ARQUIVO EMPLOYEF NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-CONF-ERRO-SW
           ELSE
               PERFORM 0242-LER-FUNCIONARIO
               PERFORM 0250-CONFERIR-FUNCIONARIO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE EMPLOYEE-FILE
           END-IF.

       0242-LER-FUNCIONARIO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

      *********** SO ENTRA NA REMESSA QUEM NAO ESTA DESLIGADO: E ***
      *********** ESSE QUE E CONFERIDO *****************************
       0250-CONFERIR-FUNCIONARIO.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-IDX-ACHADA.
           PERFORM 0252-LOCALIZAR-ANTERIOR
               VARYING WS-IDX-ANT FROM 1 BY 1
               UNTIL WS-IDX-ANT > WS-QTD-ANTERIOR
                  OR WS-IDX-ACHADA > ZEROS.
           IF WS-IDX-ACHADA > ZEROS
               IF EM-SITUACAO = 'D'
                   MOVE 'D' TO WS-ANT-ACHADO(WS-IDX-ACHADA)
               ELSE
                   MOVE 'S' TO WS-ANT-ACHADO(WS-IDX-ACHADA)
               END-IF
           END-IF.
           IF EM-SITUACAO NOT = 'D'
               ADD EM-SALARIO-LIQUIDO TO WS-TOTAL-ATUAL
               MOVE EM-ID   TO WRK-ID
               MOVE EM-NOME TO WRK-NOME
               MOVE EM-SALARIO-LIQUIDO TO WRK-LIQ-ATUAL
               MOVE ZEROS TO WRK-LIQ-ANTERIOR WRK-PERCENTUAL
               IF WS-IDX-ACHADA > ZEROS
                   MOVE WS-ANT-LIQUIDO(WS-IDX-ACHADA)
                       TO WRK-LIQ-ANTERIOR
               END-IF
               IF EM-SALARIO-LIQUIDO = ZEROS
                   MOVE 'Z' TO WRK-TIPO
                   MOVE 'LIQUIDO ZERADO NO CALCULO ATUAL'
                       TO WRK-DETALHE
                   PERFORM 0260-APONTAR-ITEM
               END-IF
               IF WS-TEM-ANTERIOR AND EM-SALARIO-LIQUIDO > ZEROS
                   PERFORM 0255-COMPARAR-ANTERIOR
               END-IF
           END-IF.
           PERFORM 0242-LER-FUNCIONARIO.

       0252-LOCALIZAR-ANTERIOR.
           IF WS-ANT-ID(WS-IDX-ANT) = EM-ID
               MOVE WS-IDX-ANT TO WS-IDX-ACHADA
           END-IF.

       0255-COMPARAR-ANTERIOR.
           IF WS-IDX-ACHADA = ZEROS
               MOVE 'N' TO WRK-TIPO
               MOVE 'SEM FOTO NA COMPETENCIA ANTERIOR'
                   TO WRK-DETALHE
               PERFORM 0260-APONTAR-ITEM
           ELSE
               IF WS-ANT-SITUACAO(WS-IDX-ACHADA) = 'D'
                   MOVE 'N' TO WRK-TIPO
                   MOVE 'DESLIGADO NA COMPETENCIA ANTERIOR'
                       TO WRK-DETALHE
                   PERFORM 0260-APONTAR-ITEM
               ELSE
                   PERFORM 0256-CALCULAR-VARIACAO
                   PERFORM 0258-COMPARAR-CONTA
               END-IF
           END-IF.

      *********** VARIACAO DO LIQUIDO SOBRE O ANTERIOR; ANTERIOR ***
      *********** ZERADO COM LIQUIDO AGORA CONTA COMO 999,99% ******
       0256-CALCULAR-VARIACAO.
           IF WRK-LIQ-ANTERIOR = ZEROS
               IF WRK-LIQ-ATUAL > ZEROS
                   MOVE 999,99 TO WRK-PERC-ABSOLUTO
                   MOVE 999,99 TO WRK-PERC-VARIACAO
               ELSE
                   MOVE ZEROS TO WRK-PERC-ABSOLUTO
                   MOVE ZEROS TO WRK-PERC-VARIACAO
               END-IF
           ELSE
               COMPUTE WRK-PERC-VARIACAO ROUNDED =
                   (WRK-LIQ-ATUAL - WRK-LIQ-ANTERIOR) * 100
                   / WRK-LIQ-ANTERIOR
               IF WRK-PERC-VARIACAO < ZEROS
                   COMPUTE WRK-PERC-ABSOLUTO =
                       ZEROS - WRK-PERC-VARIACAO
               ELSE
                   MOVE WRK-PERC-VARIACAO TO WRK-PERC-ABSOLUTO
               END-IF
           END-IF.
           IF WRK-PERC-ABSOLUTO > WRK-PERC-LIMITE
               IF WRK-PERC-VARIACAO > 999,99
                   MOVE 999,99 TO WRK-PERCENTUAL
               ELSE
                   MOVE WRK-PERC-VARIACAO TO WRK-PERCENTUAL
               END-IF
               MOVE 'V' TO WRK-TIPO
               MOVE 'LIQUIDO VARIOU ACIMA DO LIMITE'
                   TO WRK-DETALHE
               PERFORM 0260-APONTAR-ITEM
               MOVE ZEROS TO WRK-PERCENTUAL
           END-IF.

      *********** TROCA DE BANCO/AGENCIA/CONTA; FOTO SEM DADOS ****
      *********** BANCARIOS NAO SERVE DE REFERENCIA ****************
       0258-COMPARAR-CONTA.
           IF WS-ANT-CONTA(WS-IDX-ACHADA) > ZEROS
               IF WS-ANT-BANCO(WS-IDX-ACHADA) NOT = EM-BANCO
                  OR WS-ANT-AGENCIA(WS-IDX-ACHADA) NOT = EM-AGENCIA
                  OR WS-ANT-CONTA(WS-IDX-ACHADA) NOT = EM-CONTA
                   MOVE WS-ANT-BANCO(WS-IDX-ACHADA)   TO WCD-BANCO-ANT
                   MOVE WS-ANT-AGENCIA(WS-IDX-ACHADA)
                       TO WCD-AGENCIA-ANT
                   MOVE WS-ANT-CONTA(WS-IDX-ACHADA)   TO WCD-CONTA-ANT
                   MOVE EM-BANCO   TO WCD-BANCO-ATU
                   MOVE EM-AGENCIA TO WCD-AGENCIA-ATU
                   MOVE EM-CONTA   TO WCD-CONTA-ATU
                   MOVE 'B' TO WRK-TIPO
                   MOVE WS-CONTA-DE-PARA TO WRK-DETALHE
                   PERFORM 0260-APONTAR-ITEM
               END-IF
           END-IF.

      *********** GRAVA O APONTAMENTO NA TABELA: O ITEM JA *********
      *********** LIBERADO COM OS MESMOS VALORES CONTINUA LIBERADO *
       0260-APONTAR-ITEM.
           ADD 1 TO WS-QTD-APONTADOS.
           EVALUATE WRK-TIPO
               WHEN 'V'  ADD 1 TO WS-QTD-VARIACAO
               WHEN 'N'  ADD 1 TO WS-QTD-NOVOS
               WHEN 'A'  ADD 1 TO WS-QTD-AUSENTES
               WHEN 'Z'  ADD 1 TO WS-QTD-ZERADOS
               WHEN 'B'  ADD 1 TO WS-QTD-CONTAS
           END-EVALUATE.
           MOVE ZEROS TO WS-IDX-ACHADA.
           PERFORM 0262-LOCALIZAR-ITEM
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-ITENS
                  OR WS-IDX-ACHADA > ZEROS.
           IF WS-IDX-ACHADA > ZEROS
               IF WS-IT-SITUACAO(WS-IDX-ACHADA) = 'L'
                  AND WS-IT-LIQ-ATUAL(WS-IDX-ACHADA) = WRK-LIQ-ATUAL
                  AND WS-IT-DETALHE(WS-IDX-ACHADA) = WRK-DETALHE
                   CONTINUE
               ELSE
                   PERFORM 0264-PREENCHER-ITEM
               END-IF
               MOVE 'S' TO WS-IT-MANTER(WS-IDX-ACHADA)
           ELSE
               IF WS-QTD-ITENS < 1000
                   ADD 1 TO WS-QTD-ITENS
                   MOVE WS-QTD-ITENS TO WS-IDX-ACHADA
                   MOVE WRK-COMPETENCIA
                       TO WS-IT-COMPETENCIA(WS-IDX-ACHADA)
                   MOVE WRK-ID   TO WS-IT-ID(WS-IDX-ACHADA)
                   MOVE WRK-TIPO TO WS-IT-TIPO(WS-IDX-ACHADA)
                   MOVE 'S'      TO WS-IT-MANTER(WS-IDX-ACHADA)
                   PERFORM 0264-PREENCHER-ITEM
               ELSE
                   DISPLAY 'TABELA DO FOLHAVAR CHEIA - NADA ALTERADO'
                   MOVE 'PRGCB101' TO EL-PROGRAMA
                   MOVE '0260-APONTAR-ITEM' TO EL-PARAGRAFO
                   MOVE 'TABELA CHEIA - FOLHAVAR INTACTO'
                       TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   MOVE 8 TO WRK-RETORNO
                   MOVE 'S' TO WS-CONF-ERRO-SW
               END-IF
           END-IF.

       0262-LOCALIZAR-ITEM.
           IF WS-IT-COMPETENCIA(WRK-IDX-I) = WRK-COMPETENCIA
              AND WS-IT-ID(WRK-IDX-I) = WRK-ID
              AND WS-IT-TIPO(WRK-IDX-I) = WRK-TIPO
               MOVE WRK-IDX-I TO WS-IDX-ACHADA
           END-IF.

       0264-PREENCHER-ITEM.
           MOVE WRK-NOME         TO WS-IT-NOME(WS-IDX-ACHADA).
           MOVE WRK-LIQ-ANTERIOR TO WS-IT-LIQ-ANTERIOR(WS-IDX-ACHADA).
           MOVE WRK-LIQ-ATUAL    TO WS-IT-LIQ-ATUAL(WS-IDX-ACHADA).
           MOVE WRK-PERCENTUAL   TO WS-IT-PERCENTUAL(WS-IDX-ACHADA).
           MOVE WRK-DETALHE      TO WS-IT-DETALHE(WS-IDX-ACHADA).
           MOVE 'P'              TO WS-IT-SITUACAO(WS-IDX-ACHADA).
           MOVE SPACES           TO WS-IT-SUPERVISOR(WS-IDX-ACHADA).
           MOVE ZEROS            TO WS-IT-DATA-LIB(WS-IDX-ACHADA).

      *********** QUEM ESTAVA NA FOLHA ANTERIOR E NAO ESTA NA ******
      *********** ATUAL (SEM CADASTRO OU DESLIGADO) ****************
       0270-VERIFICAR-AUSENTE.
           IF WS-ANT-SITUACAO(WS-IDX-ANT) NOT = 'D'
               ADD WS-ANT-LIQUIDO(WS-IDX-ANT) TO WS-TOTAL-ANTERIOR
               MOVE WS-ANT-ID(WS-IDX-ANT)      TO WRK-ID
               MOVE WS-ANT-NOME(WS-IDX-ANT)    TO WRK-NOME
               MOVE WS-ANT-LIQUIDO(WS-IDX-ANT) TO WRK-LIQ-ANTERIOR
               MOVE ZEROS TO WRK-LIQ-ATUAL WRK-PERCENTUAL
               MOVE 'A' TO WRK-TIPO
               EVALUATE WS-ANT-ACHADO(WS-IDX-ANT)
                   WHEN 'N'
                       MOVE 'SEM CADASTRO NO EMPLOYEF' TO WRK-DETALHE
                       PERFORM 0260-APONTAR-ITEM
                   WHEN 'D'
                       MOVE 'DESLIGADO NO CALCULO ATUAL'
                           TO WRK-DETALHE
                       PERFORM 0260-APONTAR-ITEM
               END-EVALUATE
           END-IF.

       0300-IMPRIMIR-RELATORIO.
           OPEN OUTPUT VARIANCE-REPORT.
           MOVE WRK-COMPETENCIA   TO WLT-COMPETENCIA.
           MOVE WRK-COMP-ANTERIOR TO WLT-COMP-ANTERIOR.
           MOVE WRK-PERC-LIMITE   TO WLT-LIMITE.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-TITULO.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           IF NOT WS-TEM-ANTERIOR
               MOVE 'SEM FOTO DA COMPETENCIA ANTERIOR NO PAYHIST - '
                   TO WLM-TEXTO
               MOVE 'CONFERIDO SO O LIQUIDO ZERADO'
                   TO WLM-TEXTO(47:29)
               WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-MENSAGEM
               WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-SEPARADOR
           END-IF.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-CABECALHO.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE ZEROS TO WS-QTD-PENDENTES WS-QTD-LIBERADOS.
           PERFORM 0310-IMPRIMIR-ITEM
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-ITENS.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'FUNCIONARIOS CONFERIDOS.....: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-LIDOS TO WLQ-QTD.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'VARIACAO ACIMA DO LIMITE....: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-VARIACAO TO WLQ-QTD.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'NOVOS NA FOLHA..............: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-NOVOS TO WLQ-QTD.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'AUSENTES DA FOLHA...........: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-AUSENTES TO WLQ-QTD.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'LIQUIDO ZERADO..............: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-ZERADOS TO WLQ-QTD.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'TROCA DE CONTA BANCARIA.....: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-CONTAS TO WLQ-QTD.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'ITENS JA LIBERADOS..........: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-LIBERADOS TO WLQ-QTD.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'ITENS PENDENTES.............: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-PENDENTES TO WLQ-QTD.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'LIQUIDO DA FOLHA ANTERIOR...: ' TO WLV-DESCRICAO.
           MOVE WS-TOTAL-ANTERIOR TO WLV-VALOR.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-TOTAL-VALOR.
           MOVE 'LIQUIDO DA FOLHA ATUAL......: ' TO WLV-DESCRICAO.
           MOVE WS-TOTAL-ATUAL TO WLV-VALOR.
           WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-TOTAL-VALOR.
           IF WS-QTD-PENDENTES > ZEROS
               MOVE 'REMESSA BLOQUEADA - LIBERAR OS ITENS PENDENTES '
                   TO WLM-TEXTO
               MOVE 'NA OPCAO 2 (SUPERVISOR)' TO WLM-TEXTO(48:23)
               WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-MENSAGEM
           END-IF.
           CLOSE VARIANCE-REPORT.

       0310-IMPRIMIR-ITEM.
           IF WS-IT-COMPETENCIA(WRK-IDX-I) = WRK-COMPETENCIA
               PERFORM 0320-MONTAR-DETALHE
               WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-DETALHE
               MOVE WS-IT-DETALHE(WRK-IDX-I) TO WLC-DETALHE
               MOVE SPACES TO WLC-LIBERACAO
               IF WS-IT-SITUACAO(WRK-IDX-I) = 'L'
                   ADD 1 TO WS-QTD-LIBERADOS
                   MOVE WS-IT-SUPERVISOR(WRK-IDX-I) TO WTL-SUPERVISOR
                   MOVE WS-IT-DATA-LIB(WRK-IDX-I)   TO WTL-DATA
                   MOVE WS-TEXTO-LIBERACAO TO WLC-LIBERACAO
               ELSE
                   ADD 1 TO WS-QTD-PENDENTES
               END-IF
               WRITE VARIANCE-REPORT-LINE FROM WS-LINHA-COMPLEMENTO
           END-IF.

       0320-MONTAR-DETALHE.
           MOVE WS-IT-ID(WRK-IDX-I)           TO WLD-MATRICULA.
           MOVE WS-IT-NOME(WRK-IDX-I)         TO WLD-NOME.
           MOVE WS-IT-LIQ-ANTERIOR(WRK-IDX-I) TO WLD-LIQ-ANTERIOR.
           MOVE WS-IT-LIQ-ATUAL(WRK-IDX-I)    TO WLD-LIQ-ATUAL.
           MOVE WS-IT-PERCENTUAL(WRK-IDX-I)   TO WLD-PERCENTUAL.
           EVALUATE WS-IT-TIPO(WRK-IDX-I)
               WHEN 'V'  MOVE 'VARIACAO'      TO WLD-APONTAMENTO
               WHEN 'N'  MOVE 'NOVO'          TO WLD-APONTAMENTO
               WHEN 'A'  MOVE 'AUSENTE'       TO WLD-APONTAMENTO
               WHEN 'Z'  MOVE 'LIQ. ZERADO'   TO WLD-APONTAMENTO
               WHEN 'B'  MOVE 'TROCA CONTA'   TO WLD-APONTAMENTO
               WHEN OTHER
                   MOVE WS-IT-TIPO(WRK-IDX-I) TO WLD-APONTAMENTO
           END-EVALUATE.
           IF WS-IT-SITUACAO(WRK-IDX-I) = 'L'
               MOVE 'LIBERADO'  TO WLD-SITUACAO
           ELSE
               MOVE 'PENDENTE'  TO WLD-SITUACAO
           END-IF.

      *********** LIBERACAO DOS ITENS PENDENTES DA COMPETENCIA *****
      *********** PELO SUPERVISOR, UM A UM *************************
       0500-LIBERAR-ITENS.
           DISPLAY 'COMPETENCIA (AAAAMM, 0=MES ATUAL): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           MOVE 'N' TO WS-CONF-ERRO-SW.
           MOVE 'N' TO WS-HOUVE-LIBERACAO-SW.
           PERFORM 0205-VALIDAR-COMPETENCIA.
           IF NOT WS-CONF-ERRO
               PERFORM 0220-CARREGAR-ITENS
           END-IF.
           IF NOT WS-CONF-ERRO
               MOVE ZEROS TO WS-QTD-PENDENTES
               PERFORM 0505-CONTAR-PENDENTE
                   VARYING WRK-IDX-I FROM 1 BY 1
                   UNTIL WRK-IDX-I > WS-QTD-ITENS
               IF WS-QTD-PENDENTES = ZEROS
                   DISPLAY 'NENHUM ITEM PENDENTE NA COMPETENCIA '
                       WRK-COMPETENCIA
               ELSE
                   DISPLAY 'ITENS PENDENTES........ : '
                       WS-QTD-PENDENTES
                   MOVE 'LIBERA FOL' TO SU-ACAO
                   CALL 'SUPAUTH' USING SUP-AUTH-LINK
                   IF NOT SU-APROVADO
                       DISPLAY 'LIBERACAO RECUSADA - SEM APROVACAO '
                           'DE SUPERVISOR'
                       PERFORM 0590-MARCAR-REJEICAO
                   ELSE
                       MOVE 'N' TO WS-FIM-LIBERACAO-SW
                       PERFORM 0510-LIBERAR-ITEM
                           VARYING WRK-IDX-I FROM 1 BY 1
                           UNTIL WRK-IDX-I > WS-QTD-ITENS
                              OR WS-FIM-LIBERACAO
                   END-IF
               END-IF
           END-IF.
           IF WS-HOUVE-LIBERACAO
               PERFORM 0800-REGRAVAR-ITENS
               MOVE ZEROS TO WS-QTD-PENDENTES
               PERFORM 0505-CONTAR-PENDENTE
                   VARYING WRK-IDX-I FROM 1 BY 1
                   UNTIL WRK-IDX-I > WS-QTD-ITENS
               DISPLAY 'ITENS AINDA PENDENTES.. : ' WS-QTD-PENDENTES
               IF WS-QTD-PENDENTES = ZEROS
                   DISPLAY 'COMPETENCIA LIBERADA - REPETIR A '
                       'CONFERENCIA (OPCAO 1) E A REMESSA'
               END-IF
           END-IF.

       0505-CONTAR-PENDENTE.
           IF WS-IT-COMPETENCIA(WRK-IDX-I) = WRK-COMPETENCIA
              AND WS-IT-SITUACAO(WRK-IDX-I) = 'P'
               ADD 1 TO WS-QTD-PENDENTES
           END-IF.

       0510-LIBERAR-ITEM.
           IF WS-IT-COMPETENCIA(WRK-IDX-I) = WRK-COMPETENCIA
              AND WS-IT-SITUACAO(WRK-IDX-I) = 'P'
               PERFORM 0320-MONTAR-DETALHE
               DISPLAY ' '
               DISPLAY WS-LINHA-DETALHE
               DISPLAY '      ' WS-IT-DETALHE(WRK-IDX-I)
               DISPLAY 'LIBERAR O ITEM (S/N, F=FIM)? '
                   WITH NO ADVANCING
               ACCEPT WRK-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA)
                   TO WRK-CONFIRMA
               EVALUATE WRK-CONFIRMA
                   WHEN 'S'
                       MOVE 'L' TO WS-IT-SITUACAO(WRK-IDX-I)
                       MOVE SU-SUPERVISOR
                           TO WS-IT-SUPERVISOR(WRK-IDX-I)
                       MOVE WS-DATA-PROCESSO
                           TO WS-IT-DATA-LIB(WRK-IDX-I)
                       MOVE 'S' TO WS-HOUVE-LIBERACAO-SW
                       DISPLAY 'ITEM LIBERADO'
                   WHEN 'F'
                       MOVE 'S' TO WS-FIM-LIBERACAO-SW
                   WHEN OTHER
                       DISPLAY 'ITEM MANTIDO PENDENTE'
               END-EVALUATE
           END-IF.

      *********** RC 4 (PENDENCIA OU RECUSA), SALVO FALHA DE *******
      *********** ARQUIVO JA MARCADA COM 8 *************************
       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** REGRAVACAO DO FOLHAVAR: ITENS DA COMPETENCIA QUE *
      *********** NAO FORAM APONTADOS DE NOVO SAEM DO ARQUIVO ******
       0800-REGRAVAR-ITENS.
           OPEN OUTPUT PAYROLL-VARIANCE-FILE.
           PERFORM 0810-GRAVAR-ITEM
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-ITENS.
           CLOSE PAYROLL-VARIANCE-FILE.

       0810-GRAVAR-ITEM.
           IF WS-IT-MANTER(WRK-IDX-I) = 'S'
               MOVE SPACES TO PAYROLL-VARIANCE-REC
               MOVE WS-IT-COMPETENCIA(WRK-IDX-I) TO FV-COMPETENCIA
               MOVE WS-IT-ID(WRK-IDX-I)          TO FV-ID
               MOVE WS-IT-TIPO(WRK-IDX-I)        TO FV-TIPO
               MOVE WS-IT-NOME(WRK-IDX-I)        TO FV-NOME
               MOVE WS-IT-LIQ-ANTERIOR(WRK-IDX-I)
                   TO FV-LIQUIDO-ANTERIOR
               MOVE WS-IT-LIQ-ATUAL(WRK-IDX-I)   TO FV-LIQUIDO-ATUAL
               MOVE WS-IT-PERCENTUAL(WRK-IDX-I)  TO FV-PERCENTUAL
               MOVE WS-IT-DETALHE(WRK-IDX-I)     TO FV-DETALHE
               MOVE WS-IT-SITUACAO(WRK-IDX-I)    TO FV-SITUACAO
               MOVE WS-IT-SUPERVISOR(WRK-IDX-I)  TO FV-SUPERVISOR
               MOVE WS-IT-DATA-LIB(WRK-IDX-I)    TO FV-DATA-LIBERACAO
               WRITE PAYROLL-VARIANCE-REC
           END-IF.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCB101'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-APONTADOS   TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-ATUAL     TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
