       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB17.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = PROVISAO MENSAL DE FERIAS E 13O
      ***                            SALARIO: PARA A COMPETENCIA
      ***                            INFORMADA, CADA FUNCIONARIO
      ***                            ATIVO DO EMPLOYEF PROVISIONA
      ***                            1/12 DO SALARIO DE 13O E 1/12
      ***                            DE FERIAS MAIS O TERCO, COM OS
      ***                            ENCARGOS DO EMPREGADOR (PROVPRM)
      ***                            SOBRE OS DOIS; OS PAGAMENTOS DO
      ***                            MES SAO BAIXADOS CONTRA A
      ***                            PROVISAO - PARCELAS DO 13O NO
      ***                            PAYHIST (AAAA13/AAAA14, DO
      ***                            PRGCOB69), FERIAS PAGAS COM
      ***                            GOZO NO MES (FERIAS, DO
      ***                            PRGCOB70) E O SALDO DO
      ***                            DESLIGADO (RESCISAO, PRGCOB71).
      ***                            TOTALIZA POR EM-CENTRO-CUSTO,
      ***                            GERA OS LANCAMENTOS NO GLPROV
      ***                            NO LAYOUT DO GLEXPORT (PRGCOB43)
      ***                            E O RELATORIO DE SALDOS DA
      ***                            PROVISAO PROVREL PARA A
      ***                            AUDITORIA - ATE AQUI O 13O E AS
      ***                            FERIAS SO ENTRAVAM NO RESULTADO
      ***                            NO MES DO PAGAMENTO
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA OS DADOS BANCARIOS INCLUIDOS
      ***                    NO PAYHIST.COB (FD DE 129 POSICOES)
      ***   15/10/2026 HJR   ACOMPANHA O CARGO, O TIPO DE CONTRATO
      ***                    E OS VENCIMENTOS DA EXPERIENCIA
      ***                    INCLUIDOS NO EMPLOYEE.COB (FD DE 231
      ***                    POSICOES)
      ***   15/10/2026 HJR   O LOTE DO MES E ACRESCENTADO NO FIM
      ***                    DO GLPROV (OPEN EXTEND; CRIADO SE
      ***                    AUSENTE) PARA A CONSOLIDACAO DO MES
      ***                    NO PRGCB118
      ***--------------------------------------------------
      ***   ADMITIDO DEPOIS DO DIA 15 NAO PROVISIONA NO MES DA
      ***   ADMISSAO (REGRA DOS AVOS DO 13O). EM DEZEMBRO, DEPOIS
      ***   DA BAIXA DA SEGUNDA PARCELA, O SALDO DO 13O QUE SOBRA
      ***   (OU FALTA) E AJUSTADO CONTRA A DESPESA E ZERADO.
      ***   FUNCIONARIO QUE MUDOU DE CENTRO LEVA O SALDO: SAI DO
      ***   CENTRO ANTIGO E ENTRA NO NOVO (TRANSFERENCIA).
      ***   REPROCESSAR A MESMA COMPETENCIA PARTE DOS SALDOS DE
      ***   ANTES DELA E REGERA O GLPROV; COMPETENCIA POSTERIOR
      ***   JA PROVISIONADA BARRA O MES
      ***   RETORNO: 00 = LIMPO   04 = TABELA CHEIA (FUNCIONARIO
      ***               OU CENTRO FORA DA PROVISAO) OU PAYHIST
      ***               AUSENTE   08 = COMPETENCIA INVALIDA, JA
      ***               PROVISIONADA DEPOIS OU FALHA DE ARQUIVO
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
           SELECT VACATION-FILE ASSIGN TO 'FERIAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIAS-STATUS.
           SELECT PROV-PARM-FILE ASSIGN TO 'PROVPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT VACATION-PROV-FILE ASSIGN TO 'PROVSALD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVSALD-STATUS.
           SELECT GL-PROV-FILE ASSIGN TO 'GLPROV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPROV-STATUS.
           SELECT PROV-REPORT-FILE ASSIGN TO 'PROVREL'
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

       FD  VACATION-FILE
           RECORD CONTAINS 37 CHARACTERS.
           COPY 'VACFILE.COB'.

       FD  PROV-PARM-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROVPRM.COB'.

       FD  VACATION-PROV-FILE
           RECORD CONTAINS 118 CHARACTERS.
           COPY 'PROVSALD.COB'.

       FD  GL-PROV-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-EXPORT-REC.
           02 GL-CENTRO          PIC X(05).
           02 FILLER             PIC X(01).
           02 GL-CONTA           PIC X(08).
           02 FILLER             PIC X(01).
           02 GL-DC              PIC X(01).
           02 FILLER             PIC X(01).
           02 GL-VALOR           PIC 9(11)V99.

       FD  PROV-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PROV-REPORT-LINE      PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-HIST-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-FERIAS-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-PARM-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-PROVSALD-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-GLPROV-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-FIM-FERIAS-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-FERIAS                    VALUE 'S'.
       77  WS-FIM-PROVSALD-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-PROVSALD                  VALUE 'S'.
       77  WS-PARAMETRO-SW       PIC X(01)     VALUE 'S'.
           88 WS-PARAMETRO-OK                  VALUE 'S'.
       77  WS-HIST-ABERTO-SW     PIC X(01)     VALUE 'N'.
           88 WS-HIST-ABERTO                   VALUE 'S'.
       77  WS-FUNC-ACHADO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FUNC-ACHADO                   VALUE 'S'.
       77  WS-CENTRO-ACHADO-SW   PIC X(01)     VALUE 'N'.
           88 WS-CENTRO-ACHADO                 VALUE 'S'.
       77  WS-TAB-ESTOURO-SW     PIC X(01)     VALUE 'N'.
           88 WS-TAB-ESTOURO                   VALUE 'S'.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-COMPETENCIA-MOV   PIC 9(06)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-ANO-SALDO         PIC 9(04)     VALUE ZEROS.
       77  WRK-ANOMES            PIC 9(06)     VALUE ZEROS.
       77  WRK-DATA-CORTE        PIC 9(08)     VALUE ZEROS.
       77  WRK-PERC-INSS         PIC 9(03)V99  VALUE 20,00.
       77  WRK-PERC-RAT-TERC     PIC 9(03)V99  VALUE 7,80.
       77  WRK-PERC-FGTS         PIC 9(03)V99  VALUE 8,00.
       77  WRK-PERC-ENCARGOS     PIC 9(03)V99  VALUE ZEROS.
       77  WRK-CENTRO            PIC X(05)     VALUE SPACES.
       77  WRK-SALARIO           PIC 9(06)V99  VALUE ZEROS.
       77  WRK-PAGO-13           PIC 9(07)V99  VALUE ZEROS.
       77  WRK-VALOR-FERIAS      PIC 9(07)V99  VALUE ZEROS.
       77  WRK-VALOR-LANC        PIC S9(09)V99 VALUE ZEROS.
       77  WRK-CONTA-DEBITO      PIC X(08)     VALUE SPACES.
       77  WRK-CONTA-CREDITO     PIC X(08)     VALUE SPACES.
       77  WRK-IDX-F             PIC 9(03)     VALUE ZEROS.
       77  WRK-IDX-C             PIC 9(02)     VALUE ZEROS.
       77  WRK-IDX-A             PIC 9(02)     VALUE ZEROS.
       77  WRK-IDX-V             PIC 9(03)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-PROVISIONADOS  PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-DESLIGADOS     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-ADMITIDOS      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-BAIXAS-13      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-BAIXAS-FERIAS  PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-TRANSFERIDOS   PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-LANCAMENTOS    PIC 9(04)     VALUE ZEROS.
       77  WS-TOTAL-DEBITOS      PIC 9(11)V99  VALUE ZEROS.
       77  WS-TOTAL-CREDITOS     PIC 9(11)V99  VALUE ZEROS.
       77  WS-ENTRADAS-RUNCTL    PIC 9(06)     VALUE ZEROS.
       77  WS-SAIDAS-RUNCTL      PIC 9(06)     VALUE ZEROS.
       77  WS-TOTAL-RUNCTL       PIC S9(10)V99 VALUE ZEROS.
       77  WS-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

      *********** FERIAS PAGAS (G) COM GOZO INICIADO NO MES ********
       01  WS-TABELA-FERIAS.
           02 WS-QTD-FERIAS      PIC 9(03)     VALUE ZEROS.
           02 WS-FER-ENTRY OCCURS 500 TIMES.
               03 WS-FER-ID          PIC 9(05).
               03 WS-FER-DIAS        PIC 9(02).

      *********** SALDOS E MOVIMENTO DA PROVISAO POR MATRICULA, ****
      *********** CARREGADOS DO PROVSALD E REGRAVADOS NO FIM *******
       01  WS-TABELA-FUNCIONARIOS.
           02 WS-QTD-FUNCIONARIOS PIC 9(03)    VALUE ZEROS.
           02 WS-FUN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-IDX-FUN.
               03 WS-FUN-ID           PIC 9(05).
               03 WS-FUN-NOME         PIC X(20).
               03 WS-FUN-CENTRO-ANT   PIC X(05).
               03 WS-FUN-CENTRO       PIC X(05).
               03 WS-FUN-ANT-13       PIC S9(07)V99.
               03 WS-FUN-ANT-ENC-13   PIC S9(07)V99.
               03 WS-FUN-ANT-FER      PIC S9(07)V99.
               03 WS-FUN-ANT-ENC-FER  PIC S9(07)V99.
               03 WS-FUN-ANT-BAIXA-ANO PIC 9(07)V99.
               03 WS-FUN-PROV-13      PIC S9(07)V99.
               03 WS-FUN-PROV-ENC-13  PIC S9(07)V99.
               03 WS-FUN-PROV-FER     PIC S9(07)V99.
               03 WS-FUN-PROV-ENC-FER PIC S9(07)V99.
               03 WS-FUN-BAIXA-13     PIC S9(07)V99.
               03 WS-FUN-BAIXA-ENC-13 PIC S9(07)V99.
               03 WS-FUN-BAIXA-FER    PIC S9(07)V99.
               03 WS-FUN-BAIXA-ENC-FER PIC S9(07)V99.
               03 WS-FUN-AJUSTE-13    PIC S9(07)V99.
               03 WS-FUN-AJUSTE-ENC-13 PIC S9(07)V99.
               03 WS-FUN-SALDO-13     PIC S9(07)V99.
               03 WS-FUN-SALDO-ENC-13 PIC S9(07)V99.
               03 WS-FUN-SALDO-FER    PIC S9(07)V99.
               03 WS-FUN-SALDO-ENC-FER PIC S9(07)V99.
               03 WS-FUN-BAIXA-ANO    PIC 9(07)V99.

      *********** MOVIMENTO DA PROVISAO POR CENTRO DE CUSTO; A ******
      *********** OCORRENCIA 31 GUARDA O TOTAL GERAL ***************
       01  WS-TABELA-CENTROS.
           02 WS-QTD-CENTROS     PIC 9(02)     VALUE ZEROS.
           02 WS-CEN-ENTRY OCCURS 31 TIMES
                   INDEXED BY WS-IDX-CEN.
               03 WS-CEN-CODIGO       PIC X(05).
               03 WS-CEN-QTD          PIC 9(05).
               03 WS-CEN-VALOR OCCURS 6 TIMES.
                   04 WS-CEN-13           PIC S9(09)V99.
                   04 WS-CEN-FER          PIC S9(09)V99.
                   04 WS-CEN-ENC          PIC S9(09)V99.

      *********** LINHAS DO MOVIMENTO (WS-CEN-VALOR) ***************
       01  WS-ROTULOS-MOVIMENTO.
           02 FILLER             PIC X(26) VALUE
              'SALDO ANTERIOR............'.
           02 FILLER             PIC X(26) VALUE
              '(+/-) TRANSFERENCIAS......'.
           02 FILLER             PIC X(26) VALUE
              '(+) PROVISAO DO MES.......'.
           02 FILLER             PIC X(26) VALUE
              '(-) BAIXAS (PAGAMENTOS)...'.
           02 FILLER             PIC X(26) VALUE
              '(+/-) AJUSTE DO 13O.......'.
           02 FILLER             PIC X(26) VALUE
              '(=) SALDO ATUAL...........'.
       01  WS-ROTULOS-MOVIMENTO-TAB REDEFINES WS-ROTULOS-MOVIMENTO.
           02 WS-ROTULO-MOVIMENTO PIC X(26) OCCURS 6 TIMES.

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(43) VALUE
              'PROVISAO DE FERIAS E 13O SALARIO - COMPET. '.
           02 WC1-COMPETENCIA    PIC 9(06).
           02 FILLER             PIC X(08) VALUE '  DATA: '.
           02 WC1-DATA           PIC 9(08).
       01  WS-CABECALHO-ENCARGOS.
           02 FILLER             PIC X(21) VALUE
              'ENCARGOS: INSS PATR. '.
           02 WCE-INSS           PIC ZZ9,99.
           02 FILLER             PIC X(14) VALUE
              '  RAT/TERC.: '.
           02 WCE-RAT-TERC       PIC ZZ9,99.
           02 FILLER             PIC X(09) VALUE '  FGTS: '.
           02 WCE-FGTS           PIC ZZ9,99.
           02 FILLER             PIC X(10) VALUE '  TOTAL: '.
           02 WCE-TOTAL          PIC ZZ9,99.
       01  WS-CABECALHO-CENTRO.
           02 FILLER             PIC X(17) VALUE
              'CENTRO DE CUSTO: '.
           02 WCC-CENTRO         PIC X(05).
           02 FILLER             PIC X(17) VALUE
              '   FUNCIONARIOS: '.
           02 WCC-QTD            PIC ZZZZ9.
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(26) VALUE
              'MATR. NOME'.
           02 FILLER             PIC X(15) VALUE
              '            13O'.
           02 FILLER             PIC X(15) VALUE
              '    FERIAS+1/3'.
           02 FILLER             PIC X(15) VALUE
              '       ENCARGOS'.
       01  WS-LINHA-FUNCIONARIO.
           02 WLF-ID             PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLF-NOME           PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLF-13             PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLF-FER            PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLF-ENC            PIC ZZ.ZZZ.ZZ9,99-.
       01  WS-LINHA-MOVIMENTO.
           02 WLM-ROTULO         PIC X(26).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLM-13             PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLM-FER            PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLM-ENC            PIC ZZ.ZZZ.ZZ9,99-.
       01  WS-LINHA-CONTAGEM.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLQ-ROTULO         PIC X(42).
           02 FILLER             PIC X(09) VALUE SPACES.
           02 WLQ-QTDE           PIC ZZZZ9.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0045-LER-PARAMETROS.
           IF WS-PARAMETRO-OK
               PERFORM 0050-CARREGAR-ENCARGOS
               PERFORM 0060-CARREGAR-FERIAS
               PERFORM 0070-CARREGAR-SALDOS
           END-IF.
           IF WS-PARAMETRO-OK
               PERFORM 0100-PROVISIONAR-FUNCIONARIOS
           END-IF.
           IF WS-PARAMETRO-OK
               PERFORM 0300-TOTALIZAR-FUNCIONARIO
                   VARYING WRK-IDX-F FROM 1 BY 1
                   UNTIL WRK-IDX-F > WS-QTD-FUNCIONARIOS
               PERFORM 0400-EXPORTAR-LANCAMENTOS
               PERFORM 0500-IMPRIMIR-RELATORIO
               PERFORM 0600-GRAVAR-SALDOS
           END-IF.
           IF WS-TAB-ESTOURO
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
           COMPUTE WRK-COMPETENCIA-MOV = WS-DATA-PROCESSO / 100.

      *********** COMPETENCIA DA PROVISAO (AAAAMM, 0 = MES DA *******
      *********** DATA DE PROCESSAMENTO); MES FUTURO E RECUSADO *****
       0045-LER-PARAMETROS.
           DISPLAY 'PROVISAO DE FERIAS E 13O SALARIO'.
           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES CORRENTE): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA = ZEROS
               MOVE WRK-COMPETENCIA-MOV TO WRK-COMPETENCIA
           END-IF.
           DIVIDE WRK-COMPETENCIA BY 100
               GIVING WRK-ANO REMAINDER WRK-MES.
           IF WRK-MES < 1 OR WRK-MES > 12 OR WRK-ANO < 2000
              OR WRK-COMPETENCIA > WRK-COMPETENCIA-MOV
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               MOVE 'PRGCOB17' TO EL-PROGRAMA
               MOVE '0045-LER-PARAMETROS' TO EL-PARAGRAFO
               MOVE 'COMPETENCIA INVALIDA NA PROVISAO DE FERIAS/13O'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-PARAMETRO-SW
               MOVE 8 TO WRK-RETORNO
           END-IF.
           COMPUTE WRK-DATA-CORTE = WRK-COMPETENCIA * 100 + 15.

      *********** PERCENTUAIS DOS ENCARGOS DO PROVPRM; FORA DA *****
      *********** FAIXA VALE O PADRAO (20,00 / 7,80 / 8,00) *********
       0050-CARREGAR-ENCARGOS.
           OPEN INPUT PROV-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PROV-PARM-FILE
                   NOT AT END
                       IF PP-PERC-INSS-PATRONAL NUMERIC
                          AND PP-PERC-INSS-PATRONAL <= 50
                           MOVE PP-PERC-INSS-PATRONAL
                               TO WRK-PERC-INSS
                       ELSE
                           DISPLAY 'INSS PATRONAL DO PROVPRM FORA '
                               'DA FAIXA - MANTIDO O PADRAO'
                       END-IF
                       IF PP-PERC-RAT-TERCEIROS NUMERIC
                          AND PP-PERC-RAT-TERCEIROS <= 50
                           MOVE PP-PERC-RAT-TERCEIROS
                               TO WRK-PERC-RAT-TERC
                       END-IF
                       IF PP-PERC-FGTS NUMERIC
                          AND PP-PERC-FGTS <= 50
                           MOVE PP-PERC-FGTS TO WRK-PERC-FGTS
                       END-IF
               END-READ
               CLOSE PROV-PARM-FILE
           END-IF.
           COMPUTE WRK-PERC-ENCARGOS =
               WRK-PERC-INSS + WRK-PERC-RAT-TERC + WRK-PERC-FGTS.

      *********** FERIAS PAGAS PELO PRGCOB70 (G) COM INICIO DO *****
      *********** GOZO NA COMPETENCIA: BAIXAM A PROVISAO NO MES *****
       0060-CARREGAR-FERIAS.
           MOVE ZEROS TO WS-QTD-FERIAS.
           OPEN INPUT VACATION-FILE.
           IF WS-FERIAS-STATUS = '00'
               PERFORM 0062-LER-FERIAS
               PERFORM 0064-AVALIAR-FERIAS
                   UNTIL WS-FIM-FERIAS
               CLOSE VACATION-FILE
           ELSE
               DISPLAY 'AVISO: FERIAS AUSENTE - NENHUMA FERIAS PAGA '
                   'NO MES'
           END-IF.

       0062-LER-FERIAS.
           READ VACATION-FILE
               AT END
                   MOVE 'S' TO WS-FIM-FERIAS-SW
           END-READ.

       0064-AVALIAR-FERIAS.
           COMPUTE WRK-ANOMES = VF-DATA-INICIO-GOZO / 100.
           IF VF-SITUACAO = 'G' AND VF-DIAS > ZEROS
              AND WRK-ANOMES = WRK-COMPETENCIA
               IF WS-QTD-FERIAS < 500
                   ADD 1 TO WS-QTD-FERIAS
                   MOVE VF-ID   TO WS-FER-ID(WS-QTD-FERIAS)
                   MOVE VF-DIAS TO WS-FER-DIAS(WS-QTD-FERIAS)
               ELSE
                   DISPLAY 'TABELA DE FERIAS CHEIA - MATRICULA '
                       VF-ID ' SEM BAIXA'
                   MOVE 'S' TO WS-TAB-ESTOURO-SW
               END-IF
           END-IF.
           PERFORM 0062-LER-FERIAS.

      *********** SALDO POR MATRICULA NA ULTIMA PROVISAO; SE FOR A *
      *********** MESMA COMPETENCIA VALE O SALDO DE ANTES DELA, E ***
      *********** COMPETENCIA POSTERIOR JA PROVISIONADA BARRA O MES *
       0070-CARREGAR-SALDOS.
           MOVE ZEROS TO WS-QTD-FUNCIONARIOS.
           OPEN INPUT VACATION-PROV-FILE.
           IF WS-PROVSALD-STATUS = '00'
               PERFORM 0072-LER-SALDO
               PERFORM 0074-ARMAZENAR-SALDO
                   UNTIL WS-FIM-PROVSALD OR NOT WS-PARAMETRO-OK
               CLOSE VACATION-PROV-FILE
           ELSE
               DISPLAY 'PROVSALD AUSENTE - PRIMEIRA PROVISAO, SALDO '
                   'ANTERIOR ZERO'
           END-IF.

       0072-LER-SALDO.
           READ VACATION-PROV-FILE
               AT END
                   MOVE 'S' TO WS-FIM-PROVSALD-SW
           END-READ.

       0074-ARMAZENAR-SALDO.
           IF PV-COMPETENCIA > WRK-COMPETENCIA
               DISPLAY 'PROVISAO JA GERADA NA COMPETENCIA '
                   PV-COMPETENCIA ' - PROVISAO RECUSADA'
               MOVE 'PRGCOB17' TO EL-PROGRAMA
               MOVE '0074-ARMAZENAR-SALDO' TO EL-PARAGRAFO
               MOVE 'PROVISAO DE FERIAS/13O JA GERADA DEPOIS'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'N' TO WS-PARAMETRO-SW
           ELSE
               IF WS-QTD-FUNCIONARIOS < 500
                   ADD 1 TO WS-QTD-FUNCIONARIOS
                   MOVE WS-QTD-FUNCIONARIOS TO WRK-IDX-F
                   PERFORM 0076-INICIAR-FUNCIONARIO
                   MOVE PV-ID     TO WS-FUN-ID(WRK-IDX-F)
                   MOVE PV-CENTRO TO WS-FUN-CENTRO-ANT(WRK-IDX-F)
                   MOVE PV-CENTRO TO WS-FUN-CENTRO(WRK-IDX-F)
                   IF PV-COMPETENCIA = WRK-COMPETENCIA
                       MOVE PV-ANT-13 TO WS-FUN-ANT-13(WRK-IDX-F)
                       MOVE PV-ANT-ENC-13
                           TO WS-FUN-ANT-ENC-13(WRK-IDX-F)
                       MOVE PV-ANT-FERIAS
                           TO WS-FUN-ANT-FER(WRK-IDX-F)
                       MOVE PV-ANT-ENC-FERIAS
                           TO WS-FUN-ANT-ENC-FER(WRK-IDX-F)
                       MOVE PV-ANT-BAIXA-13-ANO
                           TO WS-FUN-ANT-BAIXA-ANO(WRK-IDX-F)
                   ELSE
                       MOVE PV-SALDO-13 TO WS-FUN-ANT-13(WRK-IDX-F)
                       MOVE PV-SALDO-ENC-13
                           TO WS-FUN-ANT-ENC-13(WRK-IDX-F)
                       MOVE PV-SALDO-FERIAS
                           TO WS-FUN-ANT-FER(WRK-IDX-F)
                       MOVE PV-SALDO-ENC-FERIAS
                           TO WS-FUN-ANT-ENC-FER(WRK-IDX-F)
                       MOVE PV-BAIXA-13-ANO
                           TO WS-FUN-ANT-BAIXA-ANO(WRK-IDX-F)
                       COMPUTE WRK-ANO-SALDO = PV-COMPETENCIA / 100
                       IF WRK-ANO-SALDO < WRK-ANO
                           MOVE ZEROS
                               TO WS-FUN-ANT-BAIXA-ANO(WRK-IDX-F)
                       END-IF
                   END-IF
                   PERFORM 0078-SALDO-SEM-MOVIMENTO
               ELSE
                   DISPLAY 'TABELA DE FUNCIONARIOS CHEIA - PROVSALD '
                       'NAO PODE SER ATUALIZADO'
                   MOVE 'PRGCOB17' TO EL-PROGRAMA
                   MOVE '0074-ARMAZENAR-SALDO' TO EL-PARAGRAFO
                   MOVE 'TABELA CHEIA - PROVSALD INTACTO'
                       TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   MOVE 8 TO WRK-RETORNO
                   MOVE 'N' TO WS-PARAMETRO-SW
               END-IF
               PERFORM 0072-LER-SALDO
           END-IF.

       0076-INICIAR-FUNCIONARIO.
           MOVE ZEROS  TO WS-FUN-ID(WRK-IDX-F).
           MOVE SPACES TO WS-FUN-NOME(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-ANT-13(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-ANT-ENC-13(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-ANT-FER(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-ANT-ENC-FER(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-ANT-BAIXA-ANO(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-PROV-13(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-PROV-ENC-13(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-PROV-FER(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-PROV-ENC-FER(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-BAIXA-13(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-BAIXA-ENC-13(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-BAIXA-FER(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-BAIXA-ENC-FER(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-AJUSTE-13(WRK-IDX-F).
           MOVE ZEROS  TO WS-FUN-AJUSTE-ENC-13(WRK-IDX-F).

      *********** SEM MOVIMENTO NO MES O SALDO FICA O ANTERIOR ******
       0078-SALDO-SEM-MOVIMENTO.
           MOVE WS-FUN-ANT-13(WRK-IDX-F) TO WS-FUN-SALDO-13(WRK-IDX-F).
           MOVE WS-FUN-ANT-ENC-13(WRK-IDX-F)
               TO WS-FUN-SALDO-ENC-13(WRK-IDX-F).
           MOVE WS-FUN-ANT-FER(WRK-IDX-F)
               TO WS-FUN-SALDO-FER(WRK-IDX-F).
           MOVE WS-FUN-ANT-ENC-FER(WRK-IDX-F)
               TO WS-FUN-SALDO-ENC-FER(WRK-IDX-F).
           MOVE WS-FUN-ANT-BAIXA-ANO(WRK-IDX-F)
               TO WS-FUN-BAIXA-ANO(WRK-IDX-F).

      *********** LEITURA DO EMPLOYEF: PROVISAO DO ATIVO, BAIXA DOS *
      *********** PAGAMENTOS DO MES E DO SALDO DO DESLIGADO *********
       0100-PROVISIONAR-FUNCIONARIOS.
           OPEN INPUT PAYROLL-HIST-FILE.
           IF WS-HIST-STATUS = '00'
               MOVE 'S' TO WS-HIST-ABERTO-SW
           ELSE
               DISPLAY 'AVISO: PAYHIST NAO DISPONIVEL - 13O PAGO NAO '
                   'BAIXADO NO MES'
               MOVE 'PRGCOB17' TO EL-PROGRAMA
               MOVE '0100-PROVISIONAR' TO EL-PARAGRAFO
               MOVE 'PAYHIST AUSENTE - SEM BAIXA DO 13O PAGO'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO EMPLOYEF NAO DISPONIVEL'
               MOVE 'PRGCOB17' TO EL-PROGRAMA
               MOVE '0100-PROVISIONAR' TO EL-PARAGRAFO
               MOVE 'ARQUIVO EMPLOYEF NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'N' TO WS-PARAMETRO-SW
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0110-LER-FUNCIONARIO
               PERFORM 0120-TRATAR-FUNCIONARIO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE EMPLOYEE-FILE
           END-IF.
           IF WS-HIST-ABERTO
               CLOSE PAYROLL-HIST-FILE
           END-IF.

       0110-LER-FUNCIONARIO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0120-TRATAR-FUNCIONARIO.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE EM-CENTRO-CUSTO TO WRK-CENTRO.
           IF WRK-CENTRO = SPACES
               MOVE 'GERAL' TO WRK-CENTRO
           END-IF.
           PERFORM 0130-LOCALIZAR-FUNCIONARIO.
           IF EM-SITUACAO = 'D'
               IF WS-FUNC-ACHADO
                   PERFORM 0200-BAIXAR-DESLIGADO
               END-IF
           ELSE
               IF NOT WS-FUNC-ACHADO
                   PERFORM 0140-INCLUIR-FUNCIONARIO
               END-IF
               IF WS-FUNC-ACHADO
                   MOVE EM-NOME    TO WS-FUN-NOME(WRK-IDX-F)
                   MOVE WRK-CENTRO TO WS-FUN-CENTRO(WRK-IDX-F)
                   MOVE EM-SALARIO-BRUTO TO WRK-SALARIO
                   IF EM-DATA-ADMISSAO > WRK-DATA-CORTE
                       ADD 1 TO WS-QTD-ADMITIDOS
                   ELSE
                       PERFORM 0150-PROVISIONAR-MES
                   END-IF
                   PERFORM 0160-BAIXAR-13-PAGO
                   PERFORM 0170-BAIXAR-FERIAS-PAGAS
                   PERFORM 0180-CALCULAR-SALDO
               END-IF
           END-IF.
           PERFORM 0110-LER-FUNCIONARIO.

       0130-LOCALIZAR-FUNCIONARIO.
           MOVE 'N' TO WS-FUNC-ACHADO-SW.
           PERFORM 0135-COMPARAR-FUNCIONARIO
               VARYING WS-IDX-FUN FROM 1 BY 1
               UNTIL WS-IDX-FUN > WS-QTD-FUNCIONARIOS
                  OR WS-FUNC-ACHADO.

       0135-COMPARAR-FUNCIONARIO.
           IF WS-FUN-ID(WS-IDX-FUN) = EM-ID
               MOVE 'S' TO WS-FUNC-ACHADO-SW
               SET WRK-IDX-F TO WS-IDX-FUN
           END-IF.

      *********** PRIMEIRA PROVISAO DA MATRICULA: SALDO ANTERIOR ****
      *********** ZERO, NO CENTRO ATUAL ****************************
       0140-INCLUIR-FUNCIONARIO.
           IF WS-QTD-FUNCIONARIOS < 500
               ADD 1 TO WS-QTD-FUNCIONARIOS
               MOVE WS-QTD-FUNCIONARIOS TO WRK-IDX-F
               PERFORM 0076-INICIAR-FUNCIONARIO
               MOVE EM-ID      TO WS-FUN-ID(WRK-IDX-F)
               MOVE WRK-CENTRO TO WS-FUN-CENTRO-ANT(WRK-IDX-F)
               MOVE WRK-CENTRO TO WS-FUN-CENTRO(WRK-IDX-F)
               PERFORM 0078-SALDO-SEM-MOVIMENTO
               MOVE 'S' TO WS-FUNC-ACHADO-SW
           ELSE
               IF NOT WS-TAB-ESTOURO
                   DISPLAY 'TABELA DE FUNCIONARIOS CHEIA - MATRICULA '
                       EM-ID ' FORA DA PROVISAO'
                   MOVE 'PRGCOB17' TO EL-PROGRAMA
                   MOVE '0140-INCLUIR-FUNC' TO EL-PARAGRAFO
                   MOVE 'TABELA DE FUNCIONARIOS DA PROVISAO CHEIA'
                       TO EL-MENSAGEM
                   MOVE 'A' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
               END-IF
               MOVE 'S' TO WS-TAB-ESTOURO-SW
           END-IF.

      *********** 1/12 DO SALARIO PARA O 13O E 1/12 MAIS O TERCO ***
      *********** PARA AS FERIAS, COM OS ENCARGOS SOBRE CADA UM ****
       0150-PROVISIONAR-MES.
           COMPUTE WS-FUN-PROV-13(WRK-IDX-F) ROUNDED =
               WRK-SALARIO / 12.
           COMPUTE WS-FUN-PROV-FER(WRK-IDX-F) ROUNDED =
               WRK-SALARIO * 4 / 36.
           COMPUTE WS-FUN-PROV-ENC-13(WRK-IDX-F) ROUNDED =
               WS-FUN-PROV-13(WRK-IDX-F) * WRK-PERC-ENCARGOS / 100.
           COMPUTE WS-FUN-PROV-ENC-FER(WRK-IDX-F) ROUNDED =
               WS-FUN-PROV-FER(WRK-IDX-F) * WRK-PERC-ENCARGOS / 100.
           ADD 1 TO WS-QTD-PROVISIONADOS.

      *********** 13O PAGO NO ANO (PAYHIST: A AAAA14 TEM O TOTAL, ***
      *********** A AAAA13 SO A PRIMEIRA PARCELA); BAIXA SO O QUE **
      *********** AINDA NAO FOI BAIXADO EM MES ANTERIOR *************
       0160-BAIXAR-13-PAGO.
           MOVE ZEROS TO WRK-PAGO-13.
           IF WS-HIST-ABERTO
               COMPUTE PH-COMPETENCIA = WRK-ANO * 100 + 14
               MOVE EM-ID TO PH-ID
               READ PAYROLL-HIST-FILE
                   INVALID KEY
                       COMPUTE PH-COMPETENCIA = WRK-ANO * 100 + 13
                       MOVE EM-ID TO PH-ID
                       READ PAYROLL-HIST-FILE
                           INVALID KEY
                               MOVE ZEROS TO PH-SALARIO-BRUTO
                       END-READ
               END-READ
               MOVE PH-SALARIO-BRUTO TO WRK-PAGO-13
           END-IF.
           IF WRK-PAGO-13 > WS-FUN-ANT-BAIXA-ANO(WRK-IDX-F)
               COMPUTE WS-FUN-BAIXA-13(WRK-IDX-F) =
                   WRK-PAGO-13 - WS-FUN-ANT-BAIXA-ANO(WRK-IDX-F)
               COMPUTE WS-FUN-BAIXA-ENC-13(WRK-IDX-F) ROUNDED =
                   WS-FUN-BAIXA-13(WRK-IDX-F)
                   * WRK-PERC-ENCARGOS / 100
               MOVE WRK-PAGO-13 TO WS-FUN-BAIXA-ANO(WRK-IDX-F)
               ADD 1 TO WS-QTD-BAIXAS-13
           END-IF.

      *********** FERIAS PAGAS NO MES, PELA MESMA CONTA DO PRGCOB70 *
      *********** (SALARIO / 30 POR DIA MAIS UM TERCO) **************
       0170-BAIXAR-FERIAS-PAGAS.
           PERFORM 0175-SOMAR-FERIAS
               VARYING WRK-IDX-V FROM 1 BY 1
               UNTIL WRK-IDX-V > WS-QTD-FERIAS.
           IF WS-FUN-BAIXA-FER(WRK-IDX-F) > ZEROS
               COMPUTE WS-FUN-BAIXA-ENC-FER(WRK-IDX-F) ROUNDED =
                   WS-FUN-BAIXA-FER(WRK-IDX-F)
                   * WRK-PERC-ENCARGOS / 100
           END-IF.

       0175-SOMAR-FERIAS.
           IF WS-FER-ID(WRK-IDX-V) = EM-ID
               COMPUTE WRK-VALOR-FERIAS ROUNDED =
                   WRK-SALARIO / 30 * WS-FER-DIAS(WRK-IDX-V)
               COMPUTE WRK-VALOR-FERIAS ROUNDED =
                   WRK-VALOR-FERIAS + WRK-VALOR-FERIAS / 3
               ADD WRK-VALOR-FERIAS TO WS-FUN-BAIXA-FER(WRK-IDX-F)
               ADD 1 TO WS-QTD-BAIXAS-FERIAS
           END-IF.

      *********** SALDO = ANTERIOR + PROVISAO - BAIXAS; EM *********
      *********** DEZEMBRO O SALDO DO 13O E AJUSTADO PARA ZERO *****
       0180-CALCULAR-SALDO.
           COMPUTE WS-FUN-SALDO-13(WRK-IDX-F) =
               WS-FUN-ANT-13(WRK-IDX-F) + WS-FUN-PROV-13(WRK-IDX-F)
               - WS-FUN-BAIXA-13(WRK-IDX-F).
           COMPUTE WS-FUN-SALDO-ENC-13(WRK-IDX-F) =
               WS-FUN-ANT-ENC-13(WRK-IDX-F)
               + WS-FUN-PROV-ENC-13(WRK-IDX-F)
               - WS-FUN-BAIXA-ENC-13(WRK-IDX-F).
           COMPUTE WS-FUN-SALDO-FER(WRK-IDX-F) =
               WS-FUN-ANT-FER(WRK-IDX-F) + WS-FUN-PROV-FER(WRK-IDX-F)
               - WS-FUN-BAIXA-FER(WRK-IDX-F).
           COMPUTE WS-FUN-SALDO-ENC-FER(WRK-IDX-F) =
               WS-FUN-ANT-ENC-FER(WRK-IDX-F)
               + WS-FUN-PROV-ENC-FER(WRK-IDX-F)
               - WS-FUN-BAIXA-ENC-FER(WRK-IDX-F).
           IF WRK-MES = 12
               COMPUTE WS-FUN-AJUSTE-13(WRK-IDX-F) =
                   ZEROS - WS-FUN-SALDO-13(WRK-IDX-F)
               COMPUTE WS-FUN-AJUSTE-ENC-13(WRK-IDX-F) =
                   ZEROS - WS-FUN-SALDO-ENC-13(WRK-IDX-F)
               MOVE ZEROS TO WS-FUN-SALDO-13(WRK-IDX-F)
               MOVE ZEROS TO WS-FUN-SALDO-ENC-13(WRK-IDX-F)
           END-IF.

      *********** DESLIGADO: O 13O E AS FERIAS PROPORCIONAIS FORAM *
      *********** PAGOS NA RESCISAO (PRGCOB71) E O SALDO INTEIRO ****
      *********** DA PROVISAO E BAIXADO; SEM PROVISAO NO MES ********
       0200-BAIXAR-DESLIGADO.
           IF WS-FUN-ANT-13(WRK-IDX-F) NOT = ZEROS
              OR WS-FUN-ANT-FER(WRK-IDX-F) NOT = ZEROS
              OR WS-FUN-ANT-ENC-13(WRK-IDX-F) NOT = ZEROS
              OR WS-FUN-ANT-ENC-FER(WRK-IDX-F) NOT = ZEROS
               ADD 1 TO WS-QTD-DESLIGADOS
           END-IF.
           MOVE EM-NOME TO WS-FUN-NOME(WRK-IDX-F).
           MOVE WS-FUN-ANT-13(WRK-IDX-F) TO WS-FUN-BAIXA-13(WRK-IDX-F).
           MOVE WS-FUN-ANT-ENC-13(WRK-IDX-F)
               TO WS-FUN-BAIXA-ENC-13(WRK-IDX-F).
           MOVE WS-FUN-ANT-FER(WRK-IDX-F)
               TO WS-FUN-BAIXA-FER(WRK-IDX-F).
           MOVE WS-FUN-ANT-ENC-FER(WRK-IDX-F)
               TO WS-FUN-BAIXA-ENC-FER(WRK-IDX-F).
           MOVE ZEROS TO WS-FUN-SALDO-13(WRK-IDX-F).
           MOVE ZEROS TO WS-FUN-SALDO-ENC-13(WRK-IDX-F).
           MOVE ZEROS TO WS-FUN-SALDO-FER(WRK-IDX-F).
           MOVE ZEROS TO WS-FUN-SALDO-ENC-FER(WRK-IDX-F).

      *********** SOMA A MATRICULA NO CENTRO: O SALDO ANTERIOR NO ***
      *********** CENTRO ANTIGO E, SE MUDOU, TRANSFERIDO PARA O NOVO *
       0300-TOTALIZAR-FUNCIONARIO.
           MOVE WS-FUN-CENTRO-ANT(WRK-IDX-F) TO WRK-CENTRO.
           PERFORM 0310-LOCALIZAR-CENTRO.
           IF WS-CENTRO-ACHADO
               MOVE WRK-IDX-C TO WRK-IDX-A
               ADD WS-FUN-ANT-13(WRK-IDX-F) TO WS-CEN-13(WRK-IDX-C, 1)
               ADD WS-FUN-ANT-FER(WRK-IDX-F) TO WS-CEN-FER(WRK-IDX-C, 1)
               ADD WS-FUN-ANT-ENC-13(WRK-IDX-F)
                   WS-FUN-ANT-ENC-FER(WRK-IDX-F)
                   TO WS-CEN-ENC(WRK-IDX-C, 1)
               MOVE WS-FUN-CENTRO(WRK-IDX-F) TO WRK-CENTRO
               PERFORM 0310-LOCALIZAR-CENTRO
           END-IF.
           IF WS-CENTRO-ACHADO
               ADD 1 TO WS-CEN-QTD(WRK-IDX-C)
               IF WRK-IDX-C NOT = WRK-IDX-A
                   PERFORM 0320-TRANSFERIR-SALDO
               END-IF
               ADD WS-FUN-PROV-13(WRK-IDX-F)
                   TO WS-CEN-13(WRK-IDX-C, 3)
               ADD WS-FUN-PROV-FER(WRK-IDX-F)
                   TO WS-CEN-FER(WRK-IDX-C, 3)
               ADD WS-FUN-PROV-ENC-13(WRK-IDX-F)
                   WS-FUN-PROV-ENC-FER(WRK-IDX-F)
                   TO WS-CEN-ENC(WRK-IDX-C, 3)
               ADD WS-FUN-BAIXA-13(WRK-IDX-F)
                   TO WS-CEN-13(WRK-IDX-C, 4)
               ADD WS-FUN-BAIXA-FER(WRK-IDX-F)
                   TO WS-CEN-FER(WRK-IDX-C, 4)
               ADD WS-FUN-BAIXA-ENC-13(WRK-IDX-F)
                   WS-FUN-BAIXA-ENC-FER(WRK-IDX-F)
                   TO WS-CEN-ENC(WRK-IDX-C, 4)
               ADD WS-FUN-AJUSTE-13(WRK-IDX-F)
                   TO WS-CEN-13(WRK-IDX-C, 5)
               ADD WS-FUN-AJUSTE-ENC-13(WRK-IDX-F)
                   TO WS-CEN-ENC(WRK-IDX-C, 5)
               ADD WS-FUN-SALDO-13(WRK-IDX-F)
                   TO WS-CEN-13(WRK-IDX-C, 6)
               ADD WS-FUN-SALDO-FER(WRK-IDX-F)
                   TO WS-CEN-FER(WRK-IDX-C, 6)
               ADD WS-FUN-SALDO-ENC-13(WRK-IDX-F)
                   WS-FUN-SALDO-ENC-FER(WRK-IDX-F)
                   TO WS-CEN-ENC(WRK-IDX-C, 6)
           END-IF.

      *********** POSICAO DO CENTRO NA TABELA (WRK-IDX-C), ********
      *********** INCLUINDO O CENTRO NOVO NO FIM *******************
       0310-LOCALIZAR-CENTRO.
           MOVE 'N' TO WS-CENTRO-ACHADO-SW.
           PERFORM 0315-COMPARAR-CENTRO
               VARYING WS-IDX-CEN FROM 1 BY 1
               UNTIL WS-IDX-CEN > WS-QTD-CENTROS
                  OR WS-CENTRO-ACHADO.
           IF NOT WS-CENTRO-ACHADO
               IF WS-QTD-CENTROS < 30
                   ADD 1 TO WS-QTD-CENTROS
                   MOVE WS-QTD-CENTROS TO WRK-IDX-C
                   INITIALIZE WS-CEN-ENTRY(WRK-IDX-C)
                   MOVE WRK-CENTRO TO WS-CEN-CODIGO(WRK-IDX-C)
                   MOVE 'S' TO WS-CENTRO-ACHADO-SW
               ELSE
                   IF NOT WS-TAB-ESTOURO
                       DISPLAY 'TABELA DE CENTROS CHEIA - CENTRO '
                           WRK-CENTRO ' FORA DA PROVISAO'
                       MOVE 'PRGCOB17' TO EL-PROGRAMA
                       MOVE '0310-LOCALIZAR-CENTRO' TO EL-PARAGRAFO
                       MOVE 'TABELA DE CENTROS DA PROVISAO CHEIA'
                           TO EL-MENSAGEM
                       MOVE 'A' TO EL-SEVERIDADE
                       CALL 'ERRLOG' USING ERROR-LOG-LINK
                   END-IF
                   MOVE 'S' TO WS-TAB-ESTOURO-SW
               END-IF
           END-IF.

       0315-COMPARAR-CENTRO.
           IF WS-CEN-CODIGO(WS-IDX-CEN) = WRK-CENTRO
               MOVE 'S' TO WS-CENTRO-ACHADO-SW
               SET WRK-IDX-C TO WS-IDX-CEN
           END-IF.

       0320-TRANSFERIR-SALDO.
           ADD 1 TO WS-QTD-TRANSFERIDOS.
           SUBTRACT WS-FUN-ANT-13(WRK-IDX-F)
               FROM WS-CEN-13(WRK-IDX-A, 2).
           SUBTRACT WS-FUN-ANT-FER(WRK-IDX-F)
               FROM WS-CEN-FER(WRK-IDX-A, 2).
           SUBTRACT WS-FUN-ANT-ENC-13(WRK-IDX-F)
               WS-FUN-ANT-ENC-FER(WRK-IDX-F)
               FROM WS-CEN-ENC(WRK-IDX-A, 2).
           ADD WS-FUN-ANT-13(WRK-IDX-F) TO WS-CEN-13(WRK-IDX-C, 2).
           ADD WS-FUN-ANT-FER(WRK-IDX-F) TO WS-CEN-FER(WRK-IDX-C, 2).
           ADD WS-FUN-ANT-ENC-13(WRK-IDX-F)
               WS-FUN-ANT-ENC-FER(WRK-IDX-F)
               TO WS-CEN-ENC(WRK-IDX-C, 2).

      *********** PARTIDAS DOBRADAS NO LAYOUT DO GLEXPORT, POR *****
      *********** CENTRO: PROVISAO (DESP13/DESPFER/DESPENC X *******
      *********** PROV13/PROVFER/PROVENC), BAIXA DOS PAGAMENTOS ****
      *********** (PROVxxx X SALPAGAR/ENCPAGAR), AJUSTE DO 13O EM **
      *********** DEZEMBRO E TRANSFERENCIA ENTRE CENTROS, FECHANDO **
      *********** COM OS REGISTROS DE CONTROLE *CTRL; O LOTE E *****
      *********** ACRESCENTADO NO FIM DO GLPROV, ACUMULADO ATE A ***
      *********** CONSOLIDACAO DO MES (PRGCB118) ******************
       0400-EXPORTAR-LANCAMENTOS.
           OPEN EXTEND GL-PROV-FILE.
           IF WS-GLPROV-STATUS = '35'
               OPEN OUTPUT GL-PROV-FILE
           END-IF.
           IF WS-GLPROV-STATUS NOT = '00'
               DISPLAY 'ARQUIVO GLPROV NAO DISPONIVEL - STATUS '
                   WS-GLPROV-STATUS
               MOVE 'PRGCOB17' TO EL-PROGRAMA
               MOVE '0400-EXPORTAR' TO EL-PARAGRAFO
               MOVE 'ARQUIVO GLPROV NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0410-EXPORTAR-CENTRO
                   VARYING WRK-IDX-C FROM 1 BY 1
                   UNTIL WRK-IDX-C > WS-QTD-CENTROS
               MOVE SPACES TO GL-EXPORT-REC
               MOVE '*CTRL' TO GL-CENTRO
               MOVE 'TOTDEB  ' TO GL-CONTA
               MOVE 'D' TO GL-DC
               MOVE WS-TOTAL-DEBITOS TO GL-VALOR
               WRITE GL-EXPORT-REC
               MOVE 'TOTCRED ' TO GL-CONTA
               MOVE 'C' TO GL-DC
               MOVE WS-TOTAL-CREDITOS TO GL-VALOR
               WRITE GL-EXPORT-REC
               CLOSE GL-PROV-FILE
               MOVE WS-TOTAL-DEBITOS TO WS-VALOR-ED
               DISPLAY 'LANCAMENTOS DA PROVISAO GERADOS EM GLPROV'
               DISPLAY 'LANCAMENTOS DO MES..... : '
                   WS-QTD-LANCAMENTOS
               DISPLAY 'TOTAL DE DEBITOS....... : ' WS-VALOR-ED
           END-IF.

       0410-EXPORTAR-CENTRO.
           MOVE SPACES TO GL-EXPORT-REC.
           MOVE WS-CEN-CODIGO(WRK-IDX-C) TO GL-CENTRO.
           MOVE 'DESP13  ' TO WRK-CONTA-DEBITO.
           MOVE 'PROV13  ' TO WRK-CONTA-CREDITO.
           MOVE WS-CEN-13(WRK-IDX-C, 3) TO WRK-VALOR-LANC.
           PERFORM 0440-LANCAR-PARTIDA.
           MOVE WS-CEN-13(WRK-IDX-C, 5) TO WRK-VALOR-LANC.
           PERFORM 0440-LANCAR-PARTIDA.
           MOVE 'DESPFER ' TO WRK-CONTA-DEBITO.
           MOVE 'PROVFER ' TO WRK-CONTA-CREDITO.
           MOVE WS-CEN-FER(WRK-IDX-C, 3) TO WRK-VALOR-LANC.
           PERFORM 0440-LANCAR-PARTIDA.
           MOVE 'DESPENC ' TO WRK-CONTA-DEBITO.
           MOVE 'PROVENC ' TO WRK-CONTA-CREDITO.
           MOVE WS-CEN-ENC(WRK-IDX-C, 3) TO WRK-VALOR-LANC.
           PERFORM 0440-LANCAR-PARTIDA.
           MOVE WS-CEN-ENC(WRK-IDX-C, 5) TO WRK-VALOR-LANC.
           PERFORM 0440-LANCAR-PARTIDA.
           MOVE 'PROV13  ' TO WRK-CONTA-DEBITO.
           MOVE 'SALPAGAR' TO WRK-CONTA-CREDITO.
           MOVE WS-CEN-13(WRK-IDX-C, 4) TO WRK-VALOR-LANC.
           PERFORM 0440-LANCAR-PARTIDA.
           MOVE 'PROVFER ' TO WRK-CONTA-DEBITO.
           MOVE WS-CEN-FER(WRK-IDX-C, 4) TO WRK-VALOR-LANC.
           PERFORM 0440-LANCAR-PARTIDA.
           MOVE 'PROVENC ' TO WRK-CONTA-DEBITO.
           MOVE 'ENCPAGAR' TO WRK-CONTA-CREDITO.
           MOVE WS-CEN-ENC(WRK-IDX-C, 4) TO WRK-VALOR-LANC.
           PERFORM 0440-LANCAR-PARTIDA.
           MOVE 'PROV13  ' TO GL-CONTA.
           MOVE WS-CEN-13(WRK-IDX-C, 2) TO WRK-VALOR-LANC.
           PERFORM 0460-LANCAR-TRANSFERENCIA.
           MOVE 'PROVFER ' TO GL-CONTA.
           MOVE WS-CEN-FER(WRK-IDX-C, 2) TO WRK-VALOR-LANC.
           PERFORM 0460-LANCAR-TRANSFERENCIA.
           MOVE 'PROVENC ' TO GL-CONTA.
           MOVE WS-CEN-ENC(WRK-IDX-C, 2) TO WRK-VALOR-LANC.
           PERFORM 0460-LANCAR-TRANSFERENCIA.

      *********** VALOR POSITIVO: DEBITO X CREDITO; NEGATIVO: A ****
      *********** PARTIDA INVERTIDA PELO VALOR ABSOLUTO *************
       0440-LANCAR-PARTIDA.
           IF WRK-VALOR-LANC NOT = ZEROS
               IF WRK-VALOR-LANC > ZEROS
                   MOVE WRK-VALOR-LANC TO GL-VALOR
                   MOVE WRK-CONTA-DEBITO TO GL-CONTA
                   MOVE 'D' TO GL-DC
                   PERFORM 0450-GRAVAR-LANCAMENTO
                   MOVE WRK-CONTA-CREDITO TO GL-CONTA
                   MOVE 'C' TO GL-DC
                   PERFORM 0450-GRAVAR-LANCAMENTO
               ELSE
                   COMPUTE GL-VALOR = ZEROS - WRK-VALOR-LANC
                   MOVE WRK-CONTA-CREDITO TO GL-CONTA
                   MOVE 'D' TO GL-DC
                   PERFORM 0450-GRAVAR-LANCAMENTO
                   MOVE WRK-CONTA-DEBITO TO GL-CONTA
                   MOVE 'C' TO GL-DC
                   PERFORM 0450-GRAVAR-LANCAMENTO
               END-IF
           END-IF.

       0450-GRAVAR-LANCAMENTO.
           WRITE GL-EXPORT-REC.
           ADD 1 TO WS-QTD-LANCAMENTOS.
           IF GL-DC = 'D'
               ADD GL-VALOR TO WS-TOTAL-DEBITOS
           ELSE
               ADD GL-VALOR TO WS-TOTAL-CREDITOS
           END-IF.

      *********** TRANSFERENCIA: O SALDO QUE ENTRA NO CENTRO E *****
      *********** CREDITO NA CONTA DA PROVISAO, O QUE SAI E DEBITO; *
      *********** A SOMA DE TODOS OS CENTROS SE ANULA ***************
       0460-LANCAR-TRANSFERENCIA.
           IF WRK-VALOR-LANC > ZEROS
               MOVE WRK-VALOR-LANC TO GL-VALOR
               MOVE 'C' TO GL-DC
               PERFORM 0450-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-VALOR-LANC < ZEROS
               COMPUTE GL-VALOR = ZEROS - WRK-VALOR-LANC
               MOVE 'D' TO GL-DC
               PERFORM 0450-GRAVAR-LANCAMENTO
           END-IF.

      *********** RELATORIO DE SALDOS PARA A AUDITORIA: SALDO DE ***
      *********** CADA MATRICULA POR CENTRO, O MOVIMENTO DO CENTRO **
      *********** NO MES E O TOTAL GERAL ***************************
       0500-IMPRIMIR-RELATORIO.
           MOVE 31 TO WRK-IDX-A.
           INITIALIZE WS-CEN-ENTRY(WRK-IDX-A).
           PERFORM 0505-SOMAR-TOTAL-GERAL
               VARYING WRK-IDX-C FROM 1 BY 1
               UNTIL WRK-IDX-C > WS-QTD-CENTROS.
           OPEN OUTPUT PROV-REPORT-FILE.
           MOVE WRK-COMPETENCIA  TO WC1-COMPETENCIA.
           MOVE WS-DATA-PROCESSO TO WC1-DATA.
           WRITE PROV-REPORT-LINE FROM WS-CABECALHO-1.
           MOVE WRK-PERC-INSS     TO WCE-INSS.
           MOVE WRK-PERC-RAT-TERC TO WCE-RAT-TERC.
           MOVE WRK-PERC-FGTS     TO WCE-FGTS.
           MOVE WRK-PERC-ENCARGOS TO WCE-TOTAL.
           WRITE PROV-REPORT-LINE FROM WS-CABECALHO-ENCARGOS.
           PERFORM 0510-IMPRIMIR-CENTRO
               VARYING WRK-IDX-C FROM 1 BY 1
               UNTIL WRK-IDX-C > WS-QTD-CENTROS.
           WRITE PROV-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'TOTAL GERAL' TO PROV-REPORT-LINE.
           WRITE PROV-REPORT-LINE.
           MOVE WRK-IDX-A TO WRK-IDX-C.
           WRITE PROV-REPORT-LINE FROM WS-CABECALHO-2.
           PERFORM 0530-IMPRIMIR-MOVIMENTO
               VARYING WRK-IDX-V FROM 1 BY 1
               UNTIL WRK-IDX-V > 6.
           WRITE PROV-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'FUNCIONARIOS LIDOS NO EMPLOYEF' TO WLQ-ROTULO.
           MOVE WS-QTD-LIDOS TO WLQ-QTDE.
           WRITE PROV-REPORT-LINE FROM WS-LINHA-CONTAGEM.
           MOVE 'PROVISIONADOS NO MES' TO WLQ-ROTULO.
           MOVE WS-QTD-PROVISIONADOS TO WLQ-QTDE.
           WRITE PROV-REPORT-LINE FROM WS-LINHA-CONTAGEM.
           MOVE 'ADMITIDOS DEPOIS DO DIA 15 (SEM PROVISAO)'
               TO WLQ-ROTULO.
           MOVE WS-QTD-ADMITIDOS TO WLQ-QTDE.
           WRITE PROV-REPORT-LINE FROM WS-LINHA-CONTAGEM.
           MOVE 'BAIXAS DE 13O PAGO (PAYHIST)' TO WLQ-ROTULO.
           MOVE WS-QTD-BAIXAS-13 TO WLQ-QTDE.
           WRITE PROV-REPORT-LINE FROM WS-LINHA-CONTAGEM.
           MOVE 'BAIXAS DE FERIAS PAGAS (FERIAS)' TO WLQ-ROTULO.
           MOVE WS-QTD-BAIXAS-FERIAS TO WLQ-QTDE.
           WRITE PROV-REPORT-LINE FROM WS-LINHA-CONTAGEM.
           MOVE 'DESLIGADOS COM SALDO BAIXADO' TO WLQ-ROTULO.
           MOVE WS-QTD-DESLIGADOS TO WLQ-QTDE.
           WRITE PROV-REPORT-LINE FROM WS-LINHA-CONTAGEM.
           MOVE 'TRANSFERIDOS DE CENTRO' TO WLQ-ROTULO.
           MOVE WS-QTD-TRANSFERIDOS TO WLQ-QTDE.
           WRITE PROV-REPORT-LINE FROM WS-LINHA-CONTAGEM.
           CLOSE PROV-REPORT-FILE.
           DISPLAY 'RELATORIO GERADO EM PROVREL'.
           DISPLAY 'PROVISAO DA COMPETENCIA ' WRK-COMPETENCIA.
           DISPLAY 'FUNCIONARIOS LIDOS..... : ' WS-QTD-LIDOS.
           DISPLAY 'PROVISIONADOS NO MES... : ' WS-QTD-PROVISIONADOS.
           MOVE WS-CEN-13(WRK-IDX-A, 6) TO WS-VALOR-ED.
           DISPLAY 'SALDO DO 13O........... : ' WS-VALOR-ED.
           MOVE WS-CEN-FER(WRK-IDX-A, 6) TO WS-VALOR-ED.
           DISPLAY 'SALDO DE FERIAS........ : ' WS-VALOR-ED.
           MOVE WS-CEN-ENC(WRK-IDX-A, 6) TO WS-VALOR-ED.
           DISPLAY 'SALDO DE ENCARGOS...... : ' WS-VALOR-ED.
           ADD WS-QTD-LIDOS       TO WS-ENTRADAS-RUNCTL.
           ADD WS-QTD-LANCAMENTOS TO WS-SAIDAS-RUNCTL.
           COMPUTE WS-TOTAL-RUNCTL = WS-CEN-13(WRK-IDX-A, 6)
               + WS-CEN-FER(WRK-IDX-A, 6) + WS-CEN-ENC(WRK-IDX-A, 6).

       0505-SOMAR-TOTAL-GERAL.
           ADD WS-CEN-QTD(WRK-IDX-C) TO WS-CEN-QTD(WRK-IDX-A).
           PERFORM 0507-SOMAR-LINHA-GERAL
               VARYING WRK-IDX-V FROM 1 BY 1
               UNTIL WRK-IDX-V > 6.

       0507-SOMAR-LINHA-GERAL.
           ADD WS-CEN-13(WRK-IDX-C, WRK-IDX-V)
               TO WS-CEN-13(WRK-IDX-A, WRK-IDX-V).
           ADD WS-CEN-FER(WRK-IDX-C, WRK-IDX-V)
               TO WS-CEN-FER(WRK-IDX-A, WRK-IDX-V).
           ADD WS-CEN-ENC(WRK-IDX-C, WRK-IDX-V)
               TO WS-CEN-ENC(WRK-IDX-A, WRK-IDX-V).

       0510-IMPRIMIR-CENTRO.
           WRITE PROV-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE WS-CEN-CODIGO(WRK-IDX-C) TO WCC-CENTRO.
           MOVE WS-CEN-QTD(WRK-IDX-C)    TO WCC-QTD.
           WRITE PROV-REPORT-LINE FROM WS-CABECALHO-CENTRO.
           WRITE PROV-REPORT-LINE FROM WS-CABECALHO-2.
           PERFORM 0520-IMPRIMIR-FUNCIONARIO
               VARYING WRK-IDX-F FROM 1 BY 1
               UNTIL WRK-IDX-F > WS-QTD-FUNCIONARIOS.
           MOVE SPACES TO PROV-REPORT-LINE.
           WRITE PROV-REPORT-LINE.
           PERFORM 0530-IMPRIMIR-MOVIMENTO
               VARYING WRK-IDX-V FROM 1 BY 1
               UNTIL WRK-IDX-V > 6.

       0520-IMPRIMIR-FUNCIONARIO.
           IF WS-FUN-CENTRO(WRK-IDX-F) = WS-CEN-CODIGO(WRK-IDX-C)
               MOVE WS-FUN-ID(WRK-IDX-F)   TO WLF-ID
               MOVE WS-FUN-NOME(WRK-IDX-F) TO WLF-NOME
               MOVE WS-FUN-SALDO-13(WRK-IDX-F)  TO WLF-13
               MOVE WS-FUN-SALDO-FER(WRK-IDX-F) TO WLF-FER
               COMPUTE WLF-ENC = WS-FUN-SALDO-ENC-13(WRK-IDX-F)
                   + WS-FUN-SALDO-ENC-FER(WRK-IDX-F)
               WRITE PROV-REPORT-LINE FROM WS-LINHA-FUNCIONARIO
           END-IF.

       0530-IMPRIMIR-MOVIMENTO.
           MOVE WS-ROTULO-MOVIMENTO(WRK-IDX-V) TO WLM-ROTULO.
           MOVE WS-CEN-13(WRK-IDX-C, WRK-IDX-V)  TO WLM-13.
           MOVE WS-CEN-FER(WRK-IDX-C, WRK-IDX-V) TO WLM-FER.
           MOVE WS-CEN-ENC(WRK-IDX-C, WRK-IDX-V) TO WLM-ENC.
           WRITE PROV-REPORT-LINE FROM WS-LINHA-MOVIMENTO.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** NOVO SALDO POR MATRICULA, GUARDANDO O ANTERIOR ****
      *********** PARA UM NOVO PROCESSAMENTO DO MES *****************
       0600-GRAVAR-SALDOS.
           OPEN OUTPUT VACATION-PROV-FILE.
           IF WS-PROVSALD-STATUS NOT = '00'
               DISPLAY 'ARQUIVO PROVSALD NAO DISPONIVEL - STATUS '
                   WS-PROVSALD-STATUS
               MOVE 'PRGCOB17' TO EL-PROGRAMA
               MOVE '0600-GRAVAR-SALDOS' TO EL-PARAGRAFO
               MOVE 'SALDO DA PROVISAO NAO GRAVADO EM PROVSALD'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0610-GRAVAR-SALDO-FUNCIONARIO
                   VARYING WRK-IDX-F FROM 1 BY 1
                   UNTIL WRK-IDX-F > WS-QTD-FUNCIONARIOS
               CLOSE VACATION-PROV-FILE
           END-IF.

       0610-GRAVAR-SALDO-FUNCIONARIO.
           MOVE SPACES TO VACATION-PROV-REC.
           MOVE WS-FUN-ID(WRK-IDX-F)      TO PV-ID.
           MOVE WS-FUN-CENTRO(WRK-IDX-F)  TO PV-CENTRO.
           MOVE WRK-COMPETENCIA           TO PV-COMPETENCIA.
           MOVE WS-FUN-ANT-13(WRK-IDX-F)  TO PV-ANT-13.
           MOVE WS-FUN-ANT-ENC-13(WRK-IDX-F) TO PV-ANT-ENC-13.
           MOVE WS-FUN-ANT-FER(WRK-IDX-F) TO PV-ANT-FERIAS.
           MOVE WS-FUN-ANT-ENC-FER(WRK-IDX-F) TO PV-ANT-ENC-FERIAS.
           MOVE WS-FUN-ANT-BAIXA-ANO(WRK-IDX-F)
               TO PV-ANT-BAIXA-13-ANO.
           MOVE WS-FUN-SALDO-13(WRK-IDX-F) TO PV-SALDO-13.
           MOVE WS-FUN-SALDO-ENC-13(WRK-IDX-F) TO PV-SALDO-ENC-13.
           MOVE WS-FUN-SALDO-FER(WRK-IDX-F) TO PV-SALDO-FERIAS.
           MOVE WS-FUN-SALDO-ENC-FER(WRK-IDX-F)
               TO PV-SALDO-ENC-FERIAS.
           MOVE WS-FUN-BAIXA-ANO(WRK-IDX-F) TO PV-BAIXA-13-ANO.
           WRITE VACATION-PROV-REC.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB17'         TO RC-PROGRAMA
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
