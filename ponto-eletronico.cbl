       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB100.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = IMPORTACAO DO RELOGIO DE PONTO:
      ***                            PARA A COMPETENCIA INFORMADA,
      ***                            LE AS MARCACOES DO ARQUIVO
      ***                            PONTO (MATRICULA, DATA,
      ***                            ENTRADA E SAIDA), APLICA A
      ***                            JORNADA DO FUNCIONARIO
      ***                            (JORNADA) E OS FERIADOS DO
      ***                            HOLIDAYS E APURA AS HORAS
      ***                            EXTRAS A 50 E 100 POR CENTO,
      ***                            AS HORAS NOTURNAS E OS DIAS DE
      ***                            FALTA, GRAVANDO AS OCORRENCIAS
      ***                            DO MES NO OCORRENC NO LUGAR DA
      ***                            DIGITACAO DO CARTAO DE PONTO
      ***                            EM PAPEL NO PRGCOB68. O SALDO
      ***                            DO MES (EXCEDENTE MENOS ATRASO)
      ***                            ALIMENTA O BANCO DE HORAS
      ***                            (BANCOHOR), COM SALDO E
      ***                            VENCIMENTO PROPRIOS, EM VEZ DE
      ***                            SER SEMPRE PAGO COMO HORA
      ***                            EXTRA; EMITE O RELATORIO
      ***                            PONTOREL PARA O DEPARTAMENTO
      ***                            PESSOAL CONFERIR ANTES DO
      ***                            CALCULO (PRGCOB04)
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
      ***   REGRAS DA APURACAO DIARIA:
      ***   - DOMINGO E FERIADO (NACIONAL OU DA UF DA JORNADA):
      ***     TODA HORA TRABALHADA E EXTRA A 100, FORA DO BANCO
      ***   - DIA UTIL E SABADO: DIFERENCA ENTRE O TRABALHADO E A
      ***     JORNADA DO DIA; ATE 10 MINUTOS PARA MAIS OU PARA
      ***     MENOS NAO CONTA (CLT ART. 58)
      ***   - DIA COM JORNADA, SEM NENHUMA MARCACAO, FORA DE
      ***     FERIAS E ATE A DATA DE PROCESSAMENTO = DIA DE FALTA
      ***   - HORA NOTURNA E A TRABALHADA ENTRE 22:00 E 05:00,
      ***     REDUZIDA (52 MIN 30 S VALEM UMA HORA); A REDUCAO
      ***     TAMBEM CONTA NAS HORAS TRABALHADAS DO DIA
      ***   BANCO DE HORAS (JR-BANCO-HORAS = S): O SALDO DO MES
      ***   COMPENSA PRIMEIRO OS LOTES DE SINAL CONTRARIO, DO
      ***   MAIS ANTIGO PARA O MAIS NOVO, E O QUE SOBRA ABRE UM
      ***   LOTE NOVO QUE VENCE EM JR-VALIDADE-MESES; CREDITO
      ***   ACIMA DO LIMITE E PAGO NO MES COMO EXTRA A 50. NO
      ***   VENCIMENTO (OU NO DESLIGAMENTO) O CREDITO E PAGO COMO
      ***   EXTRA A 50 E O DEBITO VAI PARA AS HORAS A DESCONTAR.
      ***   SEM BANCO (N) O EXCEDENTE DO MES E PAGO A 50 E O
      ***   ATRASO E DESCONTADO.
      ***   O REGISTRO DO OCORRENC DE QUEM TEM MARCACAO NO MES E
      ***   SUBSTITUIDO PELA APURACAO (O PONTO PREVALECE SOBRE O
      ***   LANCAMENTO MANUAL); QUEM NAO TEM MARCACAO FICA COMO
      ***   ESTA, SALVO LOTE DO BANCO VENCIDO OU DESLIGAMENTO,
      ***   QUE SO ATUALIZAM EXTRA A 50 E HORAS A DESCONTAR.
      ***   REPROCESSAR A MESMA COMPETENCIA DESFAZ PRIMEIRO O
      ***   MOVIMENTO DELA NO BANCO (LOTES ABERTOS NELA SAO
      ***   DESCARTADOS E OS MOVIMENTADOS VOLTAM AO SALDO
      ***   ANTERIOR); BANCO JA MOVIMENTADO EM COMPETENCIA
      ***   POSTERIOR RECUSA A RODADA.
      ***   RETORNO: 00 = LIMPO   04 = MARCACAO REJEITADA,
      ***                             MATRICULA SEM CADASTRO OU
      ***                             TABELA CHEIA
      ***               08 = COMPETENCIA INVALIDA, BANCO JA
      ***                    MOVIMENTADO DEPOIS OU FALHA DE
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
           SELECT TIME-PUNCH-FILE ASSIGN TO 'PONTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONTO-STATUS.
           SELECT WORK-SCHEDULE-FILE ASSIGN TO 'JORNADA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORNADA-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAYS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT VACATION-FILE ASSIGN TO 'FERIAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIAS-STATUS.
           SELECT HOUR-BANK-FILE ASSIGN TO 'BANCOHOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANCO-STATUS.
           SELECT OCCURRENCE-FILE ASSIGN TO 'OCORRENC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCORR-STATUS.
           SELECT PUNCH-REPORT ASSIGN TO 'PONTOREL'
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

       FD  TIME-PUNCH-FILE
           RECORD CONTAINS 24 CHARACTERS.
           COPY 'PONTO.COB'.

       FD  WORK-SCHEDULE-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY 'JORNADA.COB'.

       FD  HOLIDAY-FILE
           RECORD CONTAINS 8 CHARACTERS.
           COPY 'HOLIDAY.COB'.

       FD  VACATION-FILE
           RECORD CONTAINS 37 CHARACTERS.
           COPY 'VACFILE.COB'.

       FD  HOUR-BANK-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY 'BANCOHOR.COB'.

       FD  OCCURRENCE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY 'OCORRENC.COB'.

       FD  PUNCH-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  PUNCH-REPORT-LINE     PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PONTO-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-JORNADA-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-HOLIDAY-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-FERIAS-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-BANCO-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-OCORR-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-FIM-PONTO-SW       PIC X(01)     VALUE 'N'.
           88 WS-FIM-PONTO                     VALUE 'S'.
       77  WS-FIM-JORNADA-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-JORNADA                   VALUE 'S'.
       77  WS-FIM-FERIADOS-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-FERIADOS                  VALUE 'S'.
       77  WS-FIM-FERIAS-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-FERIAS                    VALUE 'S'.
       77  WS-FIM-BANCO-SW       PIC X(01)     VALUE 'N'.
           88 WS-FIM-BANCO                     VALUE 'S'.
       77  WS-FIM-OCORR-SW       PIC X(01)     VALUE 'N'.
           88 WS-FIM-OCORR                     VALUE 'S'.
       77  WS-PARAMETRO-SW       PIC X(01)     VALUE 'S'.
           88 WS-PARAMETRO-OK                  VALUE 'S'.
       77  WS-RELATORIO-SW       PIC X(01)     VALUE 'N'.
           88 WS-RELATORIO-ABERTO              VALUE 'S'.
       77  WS-MARCACAO-OK-SW     PIC X(01)     VALUE 'S'.
           88 WS-MARCACAO-OK                   VALUE 'S'.
       77  WS-TITULO-REJEICAO-SW PIC X(01)     VALUE 'N'.
           88 WS-TITULO-REJEICAO               VALUE 'S'.
       77  WS-BANCO-POSTERIOR-SW PIC X(01)     VALUE 'N'.
           88 WS-BANCO-POSTERIOR               VALUE 'S'.
       77  WS-BANCO-CHEIO-SW     PIC X(01)     VALUE 'N'.
           88 WS-BANCO-CHEIO                   VALUE 'S'.
       77  WS-OCORR-CHEIA-SW     PIC X(01)     VALUE 'N'.
           88 WS-OCORR-CHEIA                   VALUE 'S'.
       77  WS-E-FERIADO-SW       PIC X(01)     VALUE 'N'.
           88 WS-E-FERIADO                     VALUE 'S'.
       77  WS-EM-FERIAS-SW       PIC X(01)     VALUE 'N'.
           88 WS-EM-FERIAS                     VALUE 'S'.
       77  WS-TEM-LOTE-SW        PIC X(01)     VALUE 'N'.
           88 WS-TEM-LOTE                      VALUE 'S'.
       77  WS-DESLIGADO-SW       PIC X(01)     VALUE 'N'.
           88 WS-DESLIGADO                     VALUE 'S'.
       77  WS-USA-BANCO-SW       PIC X(01)     VALUE 'S'.
           88 WS-USA-BANCO                     VALUE 'S'.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-DATA-AUX          PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-FIM-MES      PIC 9(08)     VALUE ZEROS.
       77  WRK-MES-INI-INT       PIC 9(07)     VALUE ZEROS.
       77  WRK-MES-FIM-INT       PIC 9(07)     VALUE ZEROS.
       77  WRK-ULTIMO-DIA        PIC 9(02)     VALUE ZEROS.
       77  WRK-DIA               PIC 9(02)     VALUE ZEROS.
       77  WRK-DATA-DIA          PIC 9(08)     VALUE ZEROS.
       77  WRK-DIA-INT           PIC 9(07)     VALUE ZEROS.
       77  WRK-QUOCIENTE         PIC 9(07)     VALUE ZEROS.
       77  WRK-DIA-SEMANA        PIC 9(01)     VALUE ZEROS.
       77  WRK-GOZO-INI-INT      PIC 9(07)     VALUE ZEROS.
       77  WRK-GOZO-FIM-INT      PIC 9(07)     VALUE ZEROS.
       77  WRK-COMP-MARCACAO     PIC 9(06)     VALUE ZEROS.
       77  WRK-DIA-MARCACAO      PIC 9(02)     VALUE ZEROS.
       77  WRK-MOTIVO            PIC X(30)     VALUE SPACES.
      *********** JORNADA PADRAO DA EMPRESA (MATRICULA 00000) ******
       77  WS-PAD-HORAS-DIA      PIC 9(02)V99  VALUE 8,00.
       77  WS-PAD-HORAS-SABADO   PIC 9(02)V99  VALUE 4,00.
       77  WS-PAD-BANCO          PIC X(01)     VALUE 'S'.
       77  WS-PAD-UF             PIC X(02)     VALUE SPACES.
       77  WS-PAD-VALIDADE       PIC 9(02)     VALUE 6.
       77  WS-PAD-LIMITE         PIC 9(03)     VALUE ZEROS.
      *********** JORNADA DO FUNCIONARIO EM APURACAO (MINUTOS) ****
       77  WRK-MIN-DIA           PIC 9(04)     VALUE ZEROS.
       77  WRK-MIN-SABADO        PIC 9(04)     VALUE ZEROS.
       77  WRK-UF                PIC X(02)     VALUE SPACES.
       77  WRK-VALIDADE          PIC 9(02)     VALUE ZEROS.
       77  WRK-LIMITE-MIN        PIC 9(05)     VALUE ZEROS.
       77  WRK-MESES-AUX         PIC 9(06)     VALUE ZEROS.
       77  WRK-ANO-VENC          PIC 9(04)     VALUE ZEROS.
       77  WRK-MES-VENC          PIC 9(02)     VALUE ZEROS.
       77  WRK-COMP-VENCIMENTO   PIC 9(06)     VALUE ZEROS.
       77  WRK-TOLERANCIA        PIC 9(02)     VALUE 10.
      *********** MARCACAO EM MINUTOS DESDE A ZERO HORA DA DATA ****
       77  WRK-MIN-ENTRADA       PIC 9(04)     VALUE ZEROS.
       77  WRK-MIN-SAIDA         PIC 9(04)     VALUE ZEROS.
       77  WRK-DURACAO           PIC 9(04)     VALUE ZEROS.
       77  WRK-JAN-INI           PIC 9(04)     VALUE ZEROS.
       77  WRK-JAN-FIM           PIC 9(04)     VALUE ZEROS.
       77  WRK-CORTE-INI         PIC 9(04)     VALUE ZEROS.
       77  WRK-CORTE-FIM         PIC 9(04)     VALUE ZEROS.
       77  WRK-NOTURNO-PAR       PIC 9(04)     VALUE ZEROS.
      *********** APURACAO DO MES POR FUNCIONARIO (MINUTOS) ********
       77  WRK-MIN-TRABALHADO    PIC 9(04)     VALUE ZEROS.
       77  WRK-MIN-NOTURNO-DIA   PIC 9(04)     VALUE ZEROS.
       77  WRK-MIN-REDUCAO       PIC 9(04)     VALUE ZEROS.
       77  WRK-MIN-ESPERADO      PIC 9(04)     VALUE ZEROS.
       77  WRK-DIFERENCA         PIC S9(05)    VALUE ZEROS.
       77  WRK-MIN-EXCEDENTE     PIC 9(05)     VALUE ZEROS.
       77  WRK-MIN-DEFICIT       PIC 9(05)     VALUE ZEROS.
       77  WRK-MIN-HE50          PIC 9(05)     VALUE ZEROS.
       77  WRK-MIN-HE100         PIC 9(05)     VALUE ZEROS.
       77  WRK-MIN-NOTURNO       PIC 9(05)     VALUE ZEROS.
       77  WRK-MIN-DEBITO        PIC 9(05)     VALUE ZEROS.
       77  WRK-FALTAS            PIC 9(02)     VALUE ZEROS.
       77  WRK-SALDO-MES         PIC S9(05)    VALUE ZEROS.
       77  WRK-MOVIMENTO         PIC 9(05)     VALUE ZEROS.
       77  WRK-USO               PIC 9(05)     VALUE ZEROS.
       77  WRK-VALOR-LOTE        PIC S9(05)    VALUE ZEROS.
       77  WRK-SALDO-BANCO       PIC S9(05)    VALUE ZEROS.
       77  WRK-SALDO-POSITIVO    PIC 9(05)     VALUE ZEROS.
       77  WRK-FOLGA             PIC 9(05)     VALUE ZEROS.
       77  WRK-SITUACAO-LINHA    PIC X(18)     VALUE SPACES.
       77  WS-IDX-PTO            PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-ACHADA         PIC 9(03)     VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(04)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WS-QTD-MARCACOES      PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-FORA-COMP      PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-REJEITADAS     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-APURADOS       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-SO-BANCO       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-SEM-PONTO      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-SEM-CADASTRO   PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-GRAVADAS       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-DESFEITOS      PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-HE50         PIC 9(07)V99  VALUE ZEROS.
       77  WS-TOTAL-HE100        PIC 9(07)V99  VALUE ZEROS.
       77  WS-TOTAL-NOTURNO      PIC 9(07)V99  VALUE ZEROS.
       77  WS-TOTAL-DEBITO       PIC 9(07)V99  VALUE ZEROS.
       77  WS-TOTAL-FALTAS       PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-BANCO        PIC S9(07)V99 VALUE ZEROS.

      *********** EXCECOES DE JORNADA POR MATRICULA ****************
       01  WS-TABELA-JORNADA.
           02 WS-QTD-JORNADAS    PIC 9(03)     VALUE ZEROS.
           02 WS-JOR-ENTRY OCCURS 300 TIMES.
               03 WS-JOR-ID          PIC 9(05).
               03 WS-JOR-HORAS-DIA   PIC 9(02)V99.
               03 WS-JOR-HORAS-SAB   PIC 9(02)V99.
               03 WS-JOR-BANCO       PIC X(01).
               03 WS-JOR-UF          PIC X(02).
               03 WS-JOR-VALIDADE    PIC 9(02).
               03 WS-JOR-LIMITE      PIC 9(03).

      *********** FERIADOS (NACIONAIS E ESTADUAIS) ****************
       01  WS-TABELA-FERIADOS.
           02 WS-QTD-FERIADOS    PIC 9(02)     VALUE ZEROS.
           02 WS-FERIADO-ENTRY OCCURS 40 TIMES.
               03 WRK-FERIADO-MES    PIC 9(02).
               03 WRK-FERIADO-DIA    PIC 9(02).
               03 WRK-FERIADO-UF     PIC X(02).

      *********** FERIAS CUJO GOZO TOCA O MES *********************
       01  WS-TABELA-FERIAS.
           02 WS-QTD-EM-FERIAS   PIC 9(03)     VALUE ZEROS.
           02 WS-VAC-ENTRY OCCURS 500 TIMES.
               03 WS-VAC-ID          PIC 9(05).
               03 WS-VAC-INI-INT     PIC 9(07).
               03 WS-VAC-FIM-INT     PIC 9(07).

      *********** LOTES DO BANCO DE HORAS, NA ORDEM DO ARQUIVO ****
       01  WS-TABELA-BANCO.
           02 WS-QTD-LOTES       PIC 9(04)     VALUE ZEROS.
           02 WS-LOTE-ENTRY OCCURS 2000 TIMES.
               03 WS-LT-ID           PIC 9(05).
               03 WS-LT-ORIGEM       PIC 9(06).
               03 WS-LT-VENCIMENTO   PIC 9(06).
               03 WS-LT-MIN-ORIGEM   PIC S9(05).
               03 WS-LT-SALDO        PIC S9(05).
               03 WS-LT-ULT-MOV      PIC 9(06).
               03 WS-LT-ANTERIOR     PIC S9(05).
               03 WS-LT-SITUACAO     PIC X(01).

      *********** OCORRENCIAS DE FOLHA (MESMA TABELA DO PRGCOB68) **
       01  WS-TABELA-OCORR.
           02 WS-QTD-OCORR       PIC 9(03)     VALUE ZEROS.
           02 WS-OCORR-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-IDX-OCO.
               03 WS-OCO-ID          PIC 9(05).
               03 WS-OCO-COMPETENCIA PIC 9(06).
               03 WS-OCO-HE50        PIC 9(03)V99.
               03 WS-OCO-HE100       PIC 9(03)V99.
               03 WS-OCO-FALTAS      PIC 9(02).
               03 WS-OCO-NOTURNO     PIC 9(03)V99.
               03 WS-OCO-DEBITO      PIC 9(03)V99.

      *********** MARCACOES ACUMULADAS POR MATRICULA E DIA ********
       01  WS-TABELA-PONTO.
           02 WS-QTD-PONTO       PIC 9(03)     VALUE ZEROS.
           02 WS-PTO-ENTRY OCCURS 300 TIMES.
               03 WS-PTO-ID          PIC 9(05).
               03 WS-PTO-ACHADO      PIC X(01).
               03 WS-PTO-DIA OCCURS 31 TIMES.
                   04 WS-PTO-MIN-TRAB    PIC 9(04).
                   04 WS-PTO-MIN-NOT     PIC 9(04).
                   04 WS-PTO-MARCOU      PIC X(01).

      *********** RELATORIO DE CONFERENCIA (PONTOREL) *************
       01  WS-LINHA-TITULO.
           02 FILLER             PIC X(40) VALUE
              'IMPORTACAO DO PONTO - COMPETENCIA '.
           02 WLT-COMPETENCIA    PIC 9(06).
           02 FILLER             PIC X(14) VALUE '  PROCESSADO '.
           02 WLT-DATA           PIC 9(08).
       01  WS-LINHA-CABECALHO-1.
           02 FILLER             PIC X(27) VALUE SPACES.
           02 FILLER             PIC X(31) VALUE
              ' EXTRA  EXTRA FAL   NOT. DESC.'.
           02 FILLER             PIC X(17) VALUE
              '  BANCO    SALDO'.
       01  WS-LINHA-CABECALHO-2.
           02 FILLER             PIC X(06) VALUE 'MATR. '.
           02 FILLER             PIC X(21) VALUE 'NOME'.
           02 FILLER             PIC X(31) VALUE
              '    50    100 TAS  HORAS HORAS'.
           02 FILLER             PIC X(17) VALUE
              '    MES    BANCO'.
       01  WS-LINHA-DETALHE.
           02 WLD-MATRICULA      PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-NOME           PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-HE50           PIC ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-HE100          PIC ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-FALTAS         PIC Z9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-NOTURNO        PIC ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-DEBITO         PIC ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-BANCO-MES      PIC -ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-SALDO-BANCO    PIC -ZZZ9,99.
       01  WS-LINHA-AVISO.
           02 WLA-MATRICULA      PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLA-NOME           PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLA-MENSAGEM       PIC X(53).
       01  WS-LINHA-REJEICAO.
           02 WLR-REGISTRO       PIC X(24).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLR-MOTIVO         PIC X(30).
       01  WS-LINHA-TOTAL-QTD.
           02 WLQ-DESCRICAO      PIC X(30).
           02 WLQ-QTD            PIC ZZZZZ9.
       01  WS-LINHA-TOTAL-HORAS.
           02 WLH-DESCRICAO      PIC X(30).
           02 WLH-HORAS          PIC -Z.ZZZ.ZZ9,99.
       01  WS-LINHA-MENSAGEM.
           02 WLM-TEXTO          PIC X(80).
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0045-LER-PARAMETROS.
           IF WS-PARAMETRO-OK
               OPEN OUTPUT PUNCH-REPORT
               MOVE 'S' TO WS-RELATORIO-SW
               PERFORM 0300-IMPRIMIR-CABECALHO
               PERFORM 0050-CARREGAR-JORNADAS
               PERFORM 0055-CARREGAR-FERIADOS
               PERFORM 0060-CARREGAR-FERIAS
               PERFORM 0070-CARREGAR-BANCO
           END-IF.
           IF WS-PARAMETRO-OK
               PERFORM 0080-CARREGAR-OCORRENCIAS
           END-IF.
           IF WS-PARAMETRO-OK
               PERFORM 0100-CARREGAR-PONTO
           END-IF.
           IF WS-PARAMETRO-OK
               PERFORM 0200-APURAR-FUNCIONARIOS
           END-IF.
           IF WS-PARAMETRO-OK
               PERFORM 0280-CONFERIR-SEM-CADASTRO
               PERFORM 0800-REGRAVAR-OCORRENCIAS
               PERFORM 0850-REGRAVAR-BANCO
               PERFORM 0400-IMPRIMIR-TOTAIS
               DISPLAY 'MARCACOES LIDAS......... : ' WS-QTD-MARCACOES
               DISPLAY 'MARCACOES REJEITADAS.... : '
                   WS-QTD-REJEITADAS
               DISPLAY 'FUNCIONARIOS APURADOS... : ' WS-QTD-APURADOS
               DISPLAY 'OCORRENCIAS GRAVADAS.... : ' WS-QTD-GRAVADAS
               DISPLAY 'RELATORIO DE CONFERENCIA EM PONTOREL'
           END-IF.
           IF WS-RELATORIO-ABERTO
               CLOSE PUNCH-REPORT
           END-IF.
           IF WS-QTD-REJEITADAS > ZEROS
              OR WS-QTD-SEM-CADASTRO > ZEROS
              OR WS-BANCO-CHEIO OR WS-OCORR-CHEIA
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

      *********** COMPETENCIA DA IMPORTACAO (AAAAMM, 0 = MES DA ****
      *********** DATA DE PROCESSAMENTO) E LIMITES DO MES *********
       0045-LER-PARAMETROS.
           DISPLAY 'IMPORTACAO DO RELOGIO DE PONTO'.
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
               MOVE 'PRGCB100' TO EL-PROGRAMA
               MOVE '0045-LER-PARAMETROS' TO EL-PARAGRAFO
               MOVE 'COMPETENCIA INVALIDA' TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-PARAMETRO-SW
               MOVE 8 TO WRK-RETORNO
           ELSE
               COMPUTE WRK-DATA-AUX = WRK-COMPETENCIA * 100 + 1
               COMPUTE WRK-MES-INI-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX)
               IF WRK-MES = 12
                   COMPUTE WRK-DATA-AUX =
                       (WRK-ANO + 1) * 10000 + 101
               ELSE
                   COMPUTE WRK-DATA-AUX =
                       WRK-COMPETENCIA * 100 + 101
               END-IF
               COMPUTE WRK-MES-FIM-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1
               COMPUTE WRK-ULTIMO-DIA =
                   WRK-MES-FIM-INT - WRK-MES-INI-INT + 1
               COMPUTE WRK-DATA-FIM-MES =
                   WRK-COMPETENCIA * 100 + WRK-ULTIMO-DIA
           END-IF.

      *********** JORNADAS: A MATRICULA 00000 TROCA O PADRAO DA ***
      *********** EMPRESA, AS DEMAIS SAO EXCECOES; CAMPO FORA DA ***
      *********** FAIXA FICA COM O PADRAO **************************
       0050-CARREGAR-JORNADAS.
           OPEN INPUT WORK-SCHEDULE-FILE.
           IF WS-JORNADA-STATUS = '00'
               PERFORM 0051-LER-JORNADA
               PERFORM 0052-ARMAZENAR-JORNADA
                   UNTIL WS-FIM-JORNADA
               CLOSE WORK-SCHEDULE-FILE
           ELSE
               DISPLAY 'AVISO: ARQUIVO JORNADA AUSENTE - JORNADA '
                   'PADRAO PARA TODOS'
           END-IF.

       0051-LER-JORNADA.
           READ WORK-SCHEDULE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-JORNADA-SW
           END-READ.

       0052-ARMAZENAR-JORNADA.
           IF JR-ID NUMERIC
               IF JR-ID = ZEROS
                   PERFORM 0053-ASSUMIR-PADRAO
               ELSE
                   IF WS-QTD-JORNADAS < 300
                       ADD 1 TO WS-QTD-JORNADAS
                       PERFORM 0054-GUARDAR-EXCECAO
                   ELSE
                       DISPLAY 'TABELA DE JORNADAS CHEIA - MATRICULA '
                           JR-ID ' FICA COM O PADRAO'
                   END-IF
               END-IF
           END-IF.
           PERFORM 0051-LER-JORNADA.

       0053-ASSUMIR-PADRAO.
           IF JR-HORAS-DIA NUMERIC AND JR-HORAS-DIA <= 12
               MOVE JR-HORAS-DIA TO WS-PAD-HORAS-DIA
           END-IF.
           IF JR-HORAS-SABADO NUMERIC AND JR-HORAS-SABADO <= 12
               MOVE JR-HORAS-SABADO TO WS-PAD-HORAS-SABADO
           END-IF.
           IF JR-BANCO-HORAS = 'N'
               MOVE 'N' TO WS-PAD-BANCO
           END-IF.
           MOVE JR-UF TO WS-PAD-UF.
           IF JR-VALIDADE-MESES NUMERIC
              AND JR-VALIDADE-MESES > ZEROS
              AND JR-VALIDADE-MESES <= 12
               MOVE JR-VALIDADE-MESES TO WS-PAD-VALIDADE
           END-IF.
           IF JR-LIMITE-HORAS NUMERIC
               MOVE JR-LIMITE-HORAS TO WS-PAD-LIMITE
           END-IF.

       0054-GUARDAR-EXCECAO.
           MOVE JR-ID TO WS-JOR-ID(WS-QTD-JORNADAS).
           MOVE 99,99 TO WS-JOR-HORAS-DIA(WS-QTD-JORNADAS).
           MOVE 99,99 TO WS-JOR-HORAS-SAB(WS-QTD-JORNADAS).
           IF JR-HORAS-DIA NUMERIC AND JR-HORAS-DIA <= 12
               MOVE JR-HORAS-DIA TO WS-JOR-HORAS-DIA(WS-QTD-JORNADAS)
           END-IF.
           IF JR-HORAS-SABADO NUMERIC AND JR-HORAS-SABADO <= 12
               MOVE JR-HORAS-SABADO
                   TO WS-JOR-HORAS-SAB(WS-QTD-JORNADAS)
           END-IF.
           MOVE JR-BANCO-HORAS TO WS-JOR-BANCO(WS-QTD-JORNADAS).
           MOVE JR-UF          TO WS-JOR-UF(WS-QTD-JORNADAS).
           MOVE ZEROS TO WS-JOR-VALIDADE(WS-QTD-JORNADAS).
           IF JR-VALIDADE-MESES NUMERIC
              AND JR-VALIDADE-MESES <= 12
               MOVE JR-VALIDADE-MESES
                   TO WS-JOR-VALIDADE(WS-QTD-JORNADAS)
           END-IF.
           MOVE 999 TO WS-JOR-LIMITE(WS-QTD-JORNADAS).
           IF JR-LIMITE-HORAS NUMERIC
               MOVE JR-LIMITE-HORAS TO WS-JOR-LIMITE(WS-QTD-JORNADAS)
           END-IF.

      *********** FERIADOS DO HOLIDAYS (MESMO CALENDARIO DO *******
      *********** PRGCOB19): OS NACIONAIS VALEM PARA TODOS E OS ***
      *********** ESTADUAIS SO PARA A UF DA JORNADA ***************
       0055-CARREGAR-FERIADOS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = '00'
               PERFORM 0056-LER-FERIADO
               PERFORM 0057-ARMAZENAR-FERIADO
                   UNTIL WS-FIM-FERIADOS
               CLOSE HOLIDAY-FILE
           ELSE
               DISPLAY 'AVISO: ARQUIVO HOLIDAYS AUSENTE - '
                   'APURACAO SEM FERIADOS'
           END-IF.

       0056-LER-FERIADO.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'S' TO WS-FIM-FERIADOS-SW
           END-READ.

       0057-ARMAZENAR-FERIADO.
           IF HOL-MES = WRK-MES
               IF WS-QTD-FERIADOS < 40
                   ADD 1 TO WS-QTD-FERIADOS
                   MOVE HOL-MES TO WRK-FERIADO-MES(WS-QTD-FERIADOS)
                   MOVE HOL-DIA TO WRK-FERIADO-DIA(WS-QTD-FERIADOS)
                   MOVE HOL-UF  TO WRK-FERIADO-UF(WS-QTD-FERIADOS)
               END-IF
           END-IF.
           PERFORM 0056-LER-FERIADO.

      *********** FERIAS (PROGRAMADAS OU GOZADAS) CUJO GOZO TOCA ***
      *********** ALGUM DIA DO MES: DIA DE FERIAS NAO E FALTA *****
       0060-CARREGAR-FERIAS.
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
                       MOVE VF-ID TO WS-VAC-ID(WS-QTD-EM-FERIAS)
                       MOVE WRK-GOZO-INI-INT
                           TO WS-VAC-INI-INT(WS-QTD-EM-FERIAS)
                       MOVE WRK-GOZO-FIM-INT
                           TO WS-VAC-FIM-INT(WS-QTD-EM-FERIAS)
                   ELSE
                       DISPLAY 'TABELA DE FERIAS CHEIA - MATRICULA '
                           VF-ID ' NAO VERIFICADA'
                   END-IF
               END-IF
           END-IF.
           PERFORM 0062-LER-FERIAS.

      *********** BANCO DE HORAS: LOTES ABERTOS NA COMPETENCIA SAO *
      *********** DESCARTADOS E OS MOVIMENTADOS NELA VOLTAM AO *****
      *********** SALDO ANTERIOR (REPROCESSAMENTO); LOTE DE *******
      *********** COMPETENCIA POSTERIOR RECUSA A RODADA ************
       0070-CARREGAR-BANCO.
           OPEN INPUT HOUR-BANK-FILE.
           IF WS-BANCO-STATUS = '00'
               PERFORM 0072-LER-LOTE
               PERFORM 0074-ARMAZENAR-LOTE
                   UNTIL WS-FIM-BANCO
               CLOSE HOUR-BANK-FILE
           END-IF.
           IF WS-BANCO-POSTERIOR
               DISPLAY 'BANCO DE HORAS JA MOVIMENTADO DEPOIS DE '
                   WRK-COMPETENCIA ' - NADA IMPORTADO'
               MOVE 'BANCO DE HORAS JA MOVIMENTADO EM COMPETENCIA '
                   TO WLM-TEXTO
               MOVE 'POSTERIOR - NADA IMPORTADO' TO WLM-TEXTO(46:26)
               WRITE PUNCH-REPORT-LINE FROM WS-LINHA-MENSAGEM
               MOVE 'PRGCB100' TO EL-PROGRAMA
               MOVE '0070-CARREGAR-BANCO' TO EL-PARAGRAFO
               MOVE 'BANCOHOR COM COMPETENCIA POSTERIOR'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-PARAMETRO-SW
               MOVE 8 TO WRK-RETORNO
           END-IF.
           IF WS-BANCO-CHEIO
               DISPLAY 'TABELA DO BANCO DE HORAS CHEIA - NADA '
                   'IMPORTADO'
               MOVE 'TABELA DO BANCO DE HORAS CHEIA - NADA IMPORTADO'
                   TO WLM-TEXTO
               WRITE PUNCH-REPORT-LINE FROM WS-LINHA-MENSAGEM
               MOVE 'PRGCB100' TO EL-PROGRAMA
               MOVE '0070-CARREGAR-BANCO' TO EL-PARAGRAFO
               MOVE 'TABELA CHEIA - BANCOHOR INTACTO' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-PARAMETRO-SW
               MOVE 8 TO WRK-RETORNO
           END-IF.

       0072-LER-LOTE.
           READ HOUR-BANK-FILE
               AT END
                   MOVE 'S' TO WS-FIM-BANCO-SW
           END-READ.

       0074-ARMAZENAR-LOTE.
           IF BH-COMP-ORIGEM > WRK-COMPETENCIA
              OR BH-COMP-ULT-MOV > WRK-COMPETENCIA
               MOVE 'S' TO WS-BANCO-POSTERIOR-SW
           END-IF.
           IF BH-COMP-ORIGEM = WRK-COMPETENCIA
               ADD 1 TO WS-QTD-DESFEITOS
           ELSE
               IF WS-QTD-LOTES < 2000
                   ADD 1 TO WS-QTD-LOTES
                   MOVE BH-ID       TO WS-LT-ID(WS-QTD-LOTES)
                   MOVE BH-COMP-ORIGEM
                       TO WS-LT-ORIGEM(WS-QTD-LOTES)
                   MOVE BH-COMP-VENCIMENTO
                       TO WS-LT-VENCIMENTO(WS-QTD-LOTES)
                   MOVE BH-MINUTOS-ORIGEM
                       TO WS-LT-MIN-ORIGEM(WS-QTD-LOTES)
                   MOVE BH-MINUTOS-SALDO
                       TO WS-LT-SALDO(WS-QTD-LOTES)
                   MOVE BH-COMP-ULT-MOV
                       TO WS-LT-ULT-MOV(WS-QTD-LOTES)
                   MOVE BH-SALDO-ANTERIOR
                       TO WS-LT-ANTERIOR(WS-QTD-LOTES)
                   MOVE BH-SITUACAO
                       TO WS-LT-SITUACAO(WS-QTD-LOTES)
                   IF BH-COMP-ULT-MOV = WRK-COMPETENCIA
                       MOVE BH-SALDO-ANTERIOR
                           TO WS-LT-SALDO(WS-QTD-LOTES)
                       MOVE 'A' TO WS-LT-SITUACAO(WS-QTD-LOTES)
                       ADD 1 TO WS-QTD-DESFEITOS
                   END-IF
               ELSE
                   MOVE 'S' TO WS-BANCO-CHEIO-SW
               END-IF
           END-IF.
           PERFORM 0072-LER-LOTE.

      *********** OCORRENCIAS DE FOLHA JA GRAVADAS (TODAS AS *******
      *********** COMPETENCIAS, REGRAVADAS NO FIM); SE NAO COUBEREM *
      *********** NA TABELA O ARQUIVO NAO E TOCADO ****************
       0080-CARREGAR-OCORRENCIAS.
           OPEN INPUT OCCURRENCE-FILE.
           IF WS-OCORR-STATUS = '00'
               PERFORM 0082-LER-OCORRENCIA
               PERFORM 0084-ARMAZENAR-OCORRENCIA
                   UNTIL WS-FIM-OCORR
               CLOSE OCCURRENCE-FILE
           END-IF.
           IF WS-OCORR-CHEIA
               DISPLAY 'TABELA DE OCORRENCIAS CHEIA - NADA IMPORTADO'
               MOVE 'TABELA DE OCORRENCIAS CHEIA - NADA IMPORTADO'
                   TO WLM-TEXTO
               WRITE PUNCH-REPORT-LINE FROM WS-LINHA-MENSAGEM
               MOVE 'PRGCB100' TO EL-PROGRAMA
               MOVE '0080-CARREGAR-OCORRENCIAS' TO EL-PARAGRAFO
               MOVE 'TABELA CHEIA - OCORRENC INTACTO' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-PARAMETRO-SW
               MOVE 8 TO WRK-RETORNO
           END-IF.

       0082-LER-OCORRENCIA.
           READ OCCURRENCE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-OCORR-SW
           END-READ.

       0084-ARMAZENAR-OCORRENCIA.
           IF WS-QTD-OCORR < 200
               ADD 1 TO WS-QTD-OCORR
               MOVE OC-ID             TO WS-OCO-ID(WS-QTD-OCORR)
               MOVE OC-COMPETENCIA
                   TO WS-OCO-COMPETENCIA(WS-QTD-OCORR)
               MOVE OC-HORAS-EXTRA-50
                   TO WS-OCO-HE50(WS-QTD-OCORR)
               MOVE OC-HORAS-EXTRA-100
                   TO WS-OCO-HE100(WS-QTD-OCORR)
               MOVE OC-DIAS-FALTA     TO WS-OCO-FALTAS(WS-QTD-OCORR)
               MOVE OC-HORAS-NOTURNO
                   TO WS-OCO-NOTURNO(WS-QTD-OCORR)
               IF OC-HORAS-DEBITO NUMERIC
                   MOVE OC-HORAS-DEBITO
                       TO WS-OCO-DEBITO(WS-QTD-OCORR)
               ELSE
                   MOVE ZEROS TO WS-OCO-DEBITO(WS-QTD-OCORR)
               END-IF
           ELSE
               MOVE 'S' TO WS-OCORR-CHEIA-SW
           END-IF.
           PERFORM 0082-LER-OCORRENCIA.

      *********** MARCACOES DO RELOGIO: CADA PAR ENTRADA/SAIDA DA **
      *********** COMPETENCIA SOMA AS HORAS TRABALHADAS E NOTURNAS *
      *********** NO DIA DA ENTRADA; OUTRAS COMPETENCIAS SAO ******
      *********** IGNORADAS E PAR INVALIDO VAI PARA O RELATORIO ****
       0100-CARREGAR-PONTO.
           OPEN INPUT TIME-PUNCH-FILE.
           IF WS-PONTO-STATUS NOT = '00'
               DISPLAY 'ARQUIVO PONTO NAO DISPONIVEL'
               MOVE 'ARQUIVO PONTO NAO DISPONIVEL - NADA IMPORTADO'
                   TO WLM-TEXTO
               WRITE PUNCH-REPORT-LINE FROM WS-LINHA-MENSAGEM
               MOVE 'PRGCB100' TO EL-PROGRAMA
               MOVE '0100-CARREGAR-PONTO' TO EL-PARAGRAFO
               MOVE 'ARQUIVO PONTO NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-PARAMETRO-SW
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0110-LER-MARCACAO
               PERFORM 0120-TRATAR-MARCACAO
                   UNTIL WS-FIM-PONTO
               CLOSE TIME-PUNCH-FILE
           END-IF.

       0110-LER-MARCACAO.
           READ TIME-PUNCH-FILE
               AT END
                   MOVE 'S' TO WS-FIM-PONTO-SW
           END-READ.

       0120-TRATAR-MARCACAO.
           ADD 1 TO WS-QTD-MARCACOES.
           MOVE 'S' TO WS-MARCACAO-OK-SW.
           IF PT-ID NOT NUMERIC OR PT-DATA NOT NUMERIC
              OR PT-ENTRADA NOT NUMERIC OR PT-SAIDA NOT NUMERIC
               MOVE 'CAMPO NAO NUMERICO' TO WRK-MOTIVO
               PERFORM 0160-REJEITAR-MARCACAO
           ELSE
               DIVIDE PT-DATA BY 100
                   GIVING WRK-COMP-MARCACAO
                   REMAINDER WRK-DIA-MARCACAO
               IF WRK-COMP-MARCACAO NOT = WRK-COMPETENCIA
                   ADD 1 TO WS-QTD-FORA-COMP
                   MOVE 'N' TO WS-MARCACAO-OK-SW
               END-IF
           END-IF.
           IF WS-MARCACAO-OK
               IF WRK-DIA-MARCACAO < 1
                  OR WRK-DIA-MARCACAO > WRK-ULTIMO-DIA
                   MOVE 'DATA INVALIDA' TO WRK-MOTIVO
                   PERFORM 0160-REJEITAR-MARCACAO
               END-IF
           END-IF.
           IF WS-MARCACAO-OK
               IF PT-ENTRADA-HORA > 23 OR PT-ENTRADA-MINUTO > 59
                  OR PT-SAIDA-HORA > 23 OR PT-SAIDA-MINUTO > 59
                   MOVE 'HORARIO INVALIDO' TO WRK-MOTIVO
                   PERFORM 0160-REJEITAR-MARCACAO
               END-IF
           END-IF.
           IF WS-MARCACAO-OK
               COMPUTE WRK-MIN-ENTRADA =
                   PT-ENTRADA-HORA * 60 + PT-ENTRADA-MINUTO
               COMPUTE WRK-MIN-SAIDA =
                   PT-SAIDA-HORA * 60 + PT-SAIDA-MINUTO
               IF WRK-MIN-SAIDA > WRK-MIN-ENTRADA
                   COMPUTE WRK-DURACAO =
                       WRK-MIN-SAIDA - WRK-MIN-ENTRADA
               ELSE
                   COMPUTE WRK-DURACAO =
                       WRK-MIN-SAIDA + 1440 - WRK-MIN-ENTRADA
               END-IF
               IF WRK-MIN-SAIDA = WRK-MIN-ENTRADA
                  OR WRK-DURACAO > 960
                   MOVE 'PAR ZERADO OU ACIMA DE 16 HORAS'
                       TO WRK-MOTIVO
                   PERFORM 0160-REJEITAR-MARCACAO
               END-IF
           END-IF.
           IF WS-MARCACAO-OK
               PERFORM 0130-ACUMULAR-MARCACAO
           END-IF.
           PERFORM 0110-LER-MARCACAO.

       0130-ACUMULAR-MARCACAO.
           IF WS-IDX-PTO = ZEROS
               PERFORM 0140-LOCALIZAR-PONTO
           ELSE
               IF WS-PTO-ID(WS-IDX-PTO) NOT = PT-ID
                   PERFORM 0140-LOCALIZAR-PONTO
               END-IF
           END-IF.
           IF WS-IDX-PTO = ZEROS
               IF WS-QTD-PONTO < 300
                   ADD 1 TO WS-QTD-PONTO
                   MOVE WS-QTD-PONTO TO WS-IDX-PTO
                   INITIALIZE WS-PTO-ENTRY(WS-IDX-PTO)
                   MOVE PT-ID TO WS-PTO-ID(WS-IDX-PTO)
                   MOVE 'N'   TO WS-PTO-ACHADO(WS-IDX-PTO)
               ELSE
                   MOVE 'TABELA DE PONTO CHEIA' TO WRK-MOTIVO
                   PERFORM 0160-REJEITAR-MARCACAO
               END-IF
           END-IF.
           IF WS-MARCACAO-OK
               PERFORM 0150-CALCULAR-NOTURNO
               ADD WRK-DURACAO
                   TO WS-PTO-MIN-TRAB(WS-IDX-PTO, WRK-DIA-MARCACAO)
               ADD WRK-NOTURNO-PAR
                   TO WS-PTO-MIN-NOT(WS-IDX-PTO, WRK-DIA-MARCACAO)
               MOVE 'S'
                   TO WS-PTO-MARCOU(WS-IDX-PTO, WRK-DIA-MARCACAO)
           END-IF.

       0140-LOCALIZAR-PONTO.
           MOVE ZEROS TO WS-IDX-PTO.
           PERFORM 0145-COMPARAR-PONTO
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-PONTO
                  OR WS-IDX-PTO > ZEROS.

       0145-COMPARAR-PONTO.
           IF WS-PTO-ID(WRK-IDX-I) = PT-ID
               MOVE WRK-IDX-I TO WS-IDX-PTO
           END-IF.

      *********** MINUTOS DO PAR DENTRO DAS JANELAS NOTURNAS DE ***
      *********** 00:00-05:00 E 22:00-05:00 DO DIA SEGUINTE *******
       0150-CALCULAR-NOTURNO.
           MOVE ZEROS TO WRK-NOTURNO-PAR.
           COMPUTE WRK-MIN-SAIDA = WRK-MIN-ENTRADA + WRK-DURACAO.
           MOVE 0    TO WRK-JAN-INI.
           MOVE 300  TO WRK-JAN-FIM.
           PERFORM 0155-SOBREPOR-JANELA.
           MOVE 1320 TO WRK-JAN-INI.
           MOVE 1740 TO WRK-JAN-FIM.
           PERFORM 0155-SOBREPOR-JANELA.

       0155-SOBREPOR-JANELA.
           IF WRK-MIN-ENTRADA > WRK-JAN-INI
               MOVE WRK-MIN-ENTRADA TO WRK-CORTE-INI
           ELSE
               MOVE WRK-JAN-INI TO WRK-CORTE-INI
           END-IF.
           IF WRK-MIN-SAIDA < WRK-JAN-FIM
               MOVE WRK-MIN-SAIDA TO WRK-CORTE-FIM
           ELSE
               MOVE WRK-JAN-FIM TO WRK-CORTE-FIM
           END-IF.
           IF WRK-CORTE-FIM > WRK-CORTE-INI
               COMPUTE WRK-NOTURNO-PAR =
                   WRK-NOTURNO-PAR + WRK-CORTE-FIM - WRK-CORTE-INI
           END-IF.

       0160-REJEITAR-MARCACAO.
           MOVE 'N' TO WS-MARCACAO-OK-SW.
           ADD 1 TO WS-QTD-REJEITADAS.
           IF NOT WS-TITULO-REJEICAO
               MOVE 'S' TO WS-TITULO-REJEICAO-SW
               MOVE 'MARCACOES REJEITADAS' TO WLM-TEXTO
               WRITE PUNCH-REPORT-LINE FROM WS-LINHA-MENSAGEM
           END-IF.
           MOVE TIME-PUNCH-REC TO WLR-REGISTRO.
           MOVE WRK-MOTIVO     TO WLR-MOTIVO.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-REJEICAO.

      *********** APURACAO POR FUNCIONARIO DO EMPLOYEF ************
       0200-APURAR-FUNCIONARIOS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO EMPLOYEF NAO DISPONIVEL'
               MOVE 'ARQUIVO EMPLOYEF NAO DISPONIVEL - NADA IMPORTADO'
                   TO WLM-TEXTO
               WRITE PUNCH-REPORT-LINE FROM WS-LINHA-MENSAGEM
               MOVE 'PRGCB100' TO EL-PROGRAMA
               MOVE '0200-APURAR-FUNCIONARIOS' TO EL-PARAGRAFO
               MOVE 'ARQUIVO EMPLOYEF NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-PARAMETRO-SW
               MOVE 8 TO WRK-RETORNO
           ELSE
               WRITE PUNCH-REPORT-LINE FROM WS-LINHA-SEPARADOR
               WRITE PUNCH-REPORT-LINE FROM WS-LINHA-CABECALHO-1
               WRITE PUNCH-REPORT-LINE FROM WS-LINHA-CABECALHO-2
               WRITE PUNCH-REPORT-LINE FROM WS-LINHA-SEPARADOR
               PERFORM 0210-LER-FUNCIONARIO
               PERFORM 0220-TRATAR-FUNCIONARIO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE EMPLOYEE-FILE
           END-IF.

       0210-LER-FUNCIONARIO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

      *********** COM MARCACAO: APURA DIA A DIA E SUBSTITUI A *****
      *********** OCORRENCIA; SEM MARCACAO: SO VENCE OS LOTES DO ***
      *********** BANCO (OU ACERTA NO DESLIGAMENTO) ****************
       0220-TRATAR-FUNCIONARIO.
           ADD 1 TO WS-QTD-LIDOS.
           PERFORM 0222-ZERAR-APURACAO.
           PERFORM 0225-LOCALIZAR-PONTO-FUNC.
           PERFORM 0230-CARREGAR-JORNADA.
           MOVE 'N' TO WS-DESLIGADO-SW.
           IF EM-SITUACAO = 'D'
              AND EM-DATA-DESLIGAMENTO <= WRK-DATA-FIM-MES
               MOVE 'S' TO WS-DESLIGADO-SW
           END-IF.
           IF WS-IDX-PTO > ZEROS
               MOVE 'S' TO WS-PTO-ACHADO(WS-IDX-PTO)
               ADD 1 TO WS-QTD-APURADOS
               PERFORM 0240-APURAR-DIA
                   VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA > WRK-ULTIMO-DIA
               PERFORM 0250-FECHAR-SALDO-MES
               PERFORM 0270-GRAVAR-OCORRENCIA
               PERFORM 0290-IMPRIMIR-FUNCIONARIO
           ELSE
               PERFORM 0235-VERIFICAR-LOTES
               IF WS-TEM-LOTE
                   ADD 1 TO WS-QTD-SO-BANCO
                   PERFORM 0250-FECHAR-SALDO-MES
                   IF WRK-MIN-HE50 > ZEROS OR WRK-MIN-DEBITO > ZEROS
                       PERFORM 0270-GRAVAR-OCORRENCIA
                   END-IF
                   PERFORM 0290-IMPRIMIR-FUNCIONARIO
               ELSE
                   IF EM-SITUACAO NOT = 'D'
                      AND EM-DATA-ADMISSAO <= WRK-DATA-FIM-MES
                       ADD 1 TO WS-QTD-SEM-PONTO
                       MOVE EM-ID   TO WLA-MATRICULA
                       MOVE EM-NOME TO WLA-NOME
                       MOVE 'SEM MARCACAO NO MES - OCORRENC INTACTA'
                           TO WLA-MENSAGEM
                       WRITE PUNCH-REPORT-LINE FROM WS-LINHA-AVISO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0210-LER-FUNCIONARIO.

       0222-ZERAR-APURACAO.
           MOVE ZEROS TO WRK-MIN-EXCEDENTE WRK-MIN-DEFICIT
                         WRK-MIN-HE50 WRK-MIN-HE100 WRK-MIN-NOTURNO
                         WRK-MIN-DEBITO WRK-FALTAS WRK-SALDO-MES
                         WRK-SALDO-BANCO.
           MOVE SPACES TO WRK-SITUACAO-LINHA.

       0225-LOCALIZAR-PONTO-FUNC.
           MOVE ZEROS TO WS-IDX-PTO.
           PERFORM 0226-COMPARAR-PONTO-FUNC
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-PONTO
                  OR WS-IDX-PTO > ZEROS.

       0226-COMPARAR-PONTO-FUNC.
           IF WS-PTO-ID(WRK-IDX-I) = EM-ID
               MOVE WRK-IDX-I TO WS-IDX-PTO
           END-IF.

      *********** JORNADA DO FUNCIONARIO EM MINUTOS: PADRAO DA ****
      *********** EMPRESA, TROCADO PELO QUE A EXCECAO TROUXER ******
       0230-CARREGAR-JORNADA.
           COMPUTE WRK-MIN-DIA ROUNDED = WS-PAD-HORAS-DIA * 60.
           COMPUTE WRK-MIN-SABADO ROUNDED = WS-PAD-HORAS-SABADO * 60.
           MOVE WS-PAD-BANCO    TO WS-USA-BANCO-SW.
           MOVE WS-PAD-UF       TO WRK-UF.
           MOVE WS-PAD-VALIDADE TO WRK-VALIDADE.
           COMPUTE WRK-LIMITE-MIN = WS-PAD-LIMITE * 60.
           PERFORM 0232-APLICAR-EXCECAO
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-JORNADAS.
           COMPUTE WRK-MESES-AUX =
               WRK-ANO * 12 + WRK-MES - 1 + WRK-VALIDADE.
           DIVIDE WRK-MESES-AUX BY 12
               GIVING WRK-ANO-VENC REMAINDER WRK-MES-VENC.
           COMPUTE WRK-COMP-VENCIMENTO =
               WRK-ANO-VENC * 100 + WRK-MES-VENC + 1.

       0232-APLICAR-EXCECAO.
           IF WS-JOR-ID(WRK-IDX-I) = EM-ID
               IF WS-JOR-HORAS-DIA(WRK-IDX-I) <= 12
                   COMPUTE WRK-MIN-DIA ROUNDED =
                       WS-JOR-HORAS-DIA(WRK-IDX-I) * 60
               END-IF
               IF WS-JOR-HORAS-SAB(WRK-IDX-I) <= 12
                   COMPUTE WRK-MIN-SABADO ROUNDED =
                       WS-JOR-HORAS-SAB(WRK-IDX-I) * 60
               END-IF
               IF WS-JOR-BANCO(WRK-IDX-I) = 'S'
                  OR WS-JOR-BANCO(WRK-IDX-I) = 'N'
                   MOVE WS-JOR-BANCO(WRK-IDX-I) TO WS-USA-BANCO-SW
               END-IF
               IF WS-JOR-UF(WRK-IDX-I) NOT = SPACES
                   MOVE WS-JOR-UF(WRK-IDX-I) TO WRK-UF
               END-IF
               IF WS-JOR-VALIDADE(WRK-IDX-I) > ZEROS
                   MOVE WS-JOR-VALIDADE(WRK-IDX-I) TO WRK-VALIDADE
               END-IF
               IF WS-JOR-LIMITE(WRK-IDX-I) < 999
                   COMPUTE WRK-LIMITE-MIN =
                       WS-JOR-LIMITE(WRK-IDX-I) * 60
               END-IF
           END-IF.

       0235-VERIFICAR-LOTES.
           MOVE 'N' TO WS-TEM-LOTE-SW.
           PERFORM 0236-COMPARAR-LOTE
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-LOTES
                  OR WS-TEM-LOTE.

       0236-COMPARAR-LOTE.
           IF WS-LT-ID(WRK-IDX-I) = EM-ID
              AND WS-LT-SITUACAO(WRK-IDX-I) = 'A'
               MOVE 'S' TO WS-TEM-LOTE-SW
           END-IF.

      *********** UM DIA DO MES: FORA DO CONTRATO NAO CONTA; ******
      *********** DOMINGO/FERIADO E EXTRA A 100; DIA COM JORNADA **
      *********** SEM MARCACAO E FALTA; O RESTO E DIFERENCA *******
      *********** CONTRA A JORNADA, COM A TOLERANCIA **************
       0240-APURAR-DIA.
           COMPUTE WRK-DATA-DIA = WRK-COMPETENCIA * 100 + WRK-DIA.
           IF WRK-DATA-DIA >= EM-DATA-ADMISSAO
              AND (EM-SITUACAO NOT = 'D'
                   OR WRK-DATA-DIA <= EM-DATA-DESLIGAMENTO)
               COMPUTE WRK-DIA-INT = WRK-MES-INI-INT + WRK-DIA - 1
               DIVIDE WRK-DIA-INT BY 7
                   GIVING WRK-QUOCIENTE
                   REMAINDER WRK-DIA-SEMANA
               PERFORM 0242-VERIFICAR-FERIADO
               PERFORM 0244-VERIFICAR-FERIAS
               MOVE WS-PTO-MIN-TRAB(WS-IDX-PTO, WRK-DIA)
                   TO WRK-MIN-TRABALHADO
               MOVE WS-PTO-MIN-NOT(WS-IDX-PTO, WRK-DIA)
                   TO WRK-MIN-NOTURNO-DIA
               COMPUTE WRK-MIN-REDUCAO ROUNDED =
                   WRK-MIN-NOTURNO-DIA / 7
               ADD WRK-MIN-REDUCAO     TO WRK-MIN-TRABALHADO
               ADD WRK-MIN-NOTURNO-DIA TO WRK-MIN-NOTURNO
               EVALUATE TRUE
                   WHEN WRK-DIA-SEMANA = 0 OR WS-E-FERIADO
                       ADD WRK-MIN-TRABALHADO TO WRK-MIN-HE100
                   WHEN WS-EM-FERIAS
                       CONTINUE
                   WHEN OTHER
                       PERFORM 0246-COMPARAR-JORNADA
               END-EVALUATE
           END-IF.

       0242-VERIFICAR-FERIADO.
           MOVE 'N' TO WS-E-FERIADO-SW.
           PERFORM 0243-COMPARAR-FERIADO
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-FERIADOS
                  OR WS-E-FERIADO.

       0243-COMPARAR-FERIADO.
           IF WRK-FERIADO-DIA(WRK-IDX-I) = WRK-DIA
              AND (WRK-FERIADO-UF(WRK-IDX-I) = SPACES
                   OR WRK-FERIADO-UF(WRK-IDX-I) = WRK-UF)
               MOVE 'S' TO WS-E-FERIADO-SW
           END-IF.

       0244-VERIFICAR-FERIAS.
           MOVE 'N' TO WS-EM-FERIAS-SW.
           PERFORM 0245-COMPARAR-FERIAS
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-EM-FERIAS
                  OR WS-EM-FERIAS.

       0245-COMPARAR-FERIAS.
           IF WS-VAC-ID(WRK-IDX-I) = EM-ID
              AND WRK-DIA-INT >= WS-VAC-INI-INT(WRK-IDX-I)
              AND WRK-DIA-INT <= WS-VAC-FIM-INT(WRK-IDX-I)
               MOVE 'S' TO WS-EM-FERIAS-SW
           END-IF.

       0246-COMPARAR-JORNADA.
           IF WRK-DIA-SEMANA = 6
               MOVE WRK-MIN-SABADO TO WRK-MIN-ESPERADO
           ELSE
               MOVE WRK-MIN-DIA    TO WRK-MIN-ESPERADO
           END-IF.
           IF WS-PTO-MARCOU(WS-IDX-PTO, WRK-DIA) NOT = 'S'
               IF WRK-MIN-ESPERADO > ZEROS
                  AND WRK-DATA-DIA <= WS-DATA-PROCESSO
                   ADD 1 TO WRK-FALTAS
               END-IF
           ELSE
               COMPUTE WRK-DIFERENCA =
                   WRK-MIN-TRABALHADO - WRK-MIN-ESPERADO
               IF WRK-DIFERENCA > WRK-TOLERANCIA
                   ADD WRK-DIFERENCA TO WRK-MIN-EXCEDENTE
               END-IF
               IF WRK-DIFERENCA < ZEROS
                  AND WRK-DIFERENCA + WRK-TOLERANCIA < ZEROS
                   SUBTRACT WRK-DIFERENCA FROM WRK-MIN-DEFICIT
               END-IF
           END-IF.

      *********** SALDO DO MES PARA O BANCO (OU PAGO/DESCONTADO ***
      *********** DIRETO SEM BANCO) E VENCIMENTO DOS LOTES *********
       0250-FECHAR-SALDO-MES.
           COMPUTE WRK-SALDO-MES =
               WRK-MIN-EXCEDENTE - WRK-MIN-DEFICIT.
           IF WS-USA-BANCO
               IF WRK-SALDO-MES > ZEROS
                   MOVE WRK-SALDO-MES TO WRK-MOVIMENTO
                   PERFORM 0255-CREDITAR-BANCO
               END-IF
               IF WRK-SALDO-MES < ZEROS
                   COMPUTE WRK-MOVIMENTO = ZEROS - WRK-SALDO-MES
                   PERFORM 0258-DEBITAR-BANCO
               END-IF
           ELSE
               IF WRK-SALDO-MES > ZEROS
                   ADD WRK-SALDO-MES TO WRK-MIN-HE50
               END-IF
               IF WRK-SALDO-MES < ZEROS
                   SUBTRACT WRK-SALDO-MES FROM WRK-MIN-DEBITO
               END-IF
               MOVE ZEROS TO WRK-SALDO-MES
           END-IF.
           PERFORM 0265-VENCER-LOTE
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-LOTES.
           MOVE ZEROS TO WRK-SALDO-BANCO WRK-SALDO-POSITIVO.
           PERFORM 0268-SOMAR-SALDO
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-LOTES.

      *********** CREDITO: COMPENSA OS DEBITOS EM ABERTO, RESPEITA *
      *********** O LIMITE DO BANCO (EXCESSO PAGO A 50) E ABRE O ***
      *********** LOTE DO RESTO ***********************************
       0255-CREDITAR-BANCO.
           PERFORM 0256-COMPENSAR-DEBITO
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-LOTES
                  OR WRK-MOVIMENTO = ZEROS.
           IF WRK-MOVIMENTO > ZEROS AND WRK-LIMITE-MIN > ZEROS
               MOVE ZEROS TO WRK-SALDO-BANCO WRK-SALDO-POSITIVO
               PERFORM 0268-SOMAR-SALDO
                   VARYING WRK-IDX-I FROM 1 BY 1
                   UNTIL WRK-IDX-I > WS-QTD-LOTES
               IF WRK-SALDO-POSITIVO >= WRK-LIMITE-MIN
                   MOVE ZEROS TO WRK-FOLGA
               ELSE
                   COMPUTE WRK-FOLGA =
                       WRK-LIMITE-MIN - WRK-SALDO-POSITIVO
               END-IF
               IF WRK-MOVIMENTO > WRK-FOLGA
                   COMPUTE WRK-MIN-HE50 =
                       WRK-MIN-HE50 + WRK-MOVIMENTO - WRK-FOLGA
                   MOVE WRK-FOLGA TO WRK-MOVIMENTO
               END-IF
           END-IF.
           IF WRK-MOVIMENTO > ZEROS
               MOVE WRK-MOVIMENTO TO WRK-VALOR-LOTE
               PERFORM 0259-ABRIR-LOTE
           END-IF.

       0256-COMPENSAR-DEBITO.
           IF WS-LT-ID(WRK-IDX-I) = EM-ID
              AND WS-LT-SITUACAO(WRK-IDX-I) = 'A'
              AND WS-LT-SALDO(WRK-IDX-I) < ZEROS
               PERFORM 0262-MARCAR-MOVIMENTO
               COMPUTE WRK-USO = ZEROS - WS-LT-SALDO(WRK-IDX-I)
               IF WRK-USO > WRK-MOVIMENTO
                   MOVE WRK-MOVIMENTO TO WRK-USO
               END-IF
               ADD WRK-USO TO WS-LT-SALDO(WRK-IDX-I)
               SUBTRACT WRK-USO FROM WRK-MOVIMENTO
               IF WS-LT-SALDO(WRK-IDX-I) = ZEROS
                   MOVE 'C' TO WS-LT-SITUACAO(WRK-IDX-I)
               END-IF
           END-IF.

      *********** DEBITO: CONSOME OS CREDITOS DO MAIS ANTIGO PARA *
      *********** O MAIS NOVO E ABRE LOTE NEGATIVO DO QUE FALTAR ***
       0258-DEBITAR-BANCO.
           PERFORM 0257-CONSUMIR-CREDITO
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-LOTES
                  OR WRK-MOVIMENTO = ZEROS.
           IF WRK-MOVIMENTO > ZEROS
               COMPUTE WRK-VALOR-LOTE = ZEROS - WRK-MOVIMENTO
               PERFORM 0259-ABRIR-LOTE
           END-IF.

       0257-CONSUMIR-CREDITO.
           IF WS-LT-ID(WRK-IDX-I) = EM-ID
              AND WS-LT-SITUACAO(WRK-IDX-I) = 'A'
              AND WS-LT-SALDO(WRK-IDX-I) > ZEROS
               PERFORM 0262-MARCAR-MOVIMENTO
               MOVE WS-LT-SALDO(WRK-IDX-I) TO WRK-USO
               IF WRK-USO > WRK-MOVIMENTO
                   MOVE WRK-MOVIMENTO TO WRK-USO
               END-IF
               SUBTRACT WRK-USO FROM WS-LT-SALDO(WRK-IDX-I)
               SUBTRACT WRK-USO FROM WRK-MOVIMENTO
               IF WS-LT-SALDO(WRK-IDX-I) = ZEROS
                   MOVE 'C' TO WS-LT-SITUACAO(WRK-IDX-I)
               END-IF
           END-IF.

      *********** LOTE NOVO DA COMPETENCIA; SEM ESPACO NA TABELA O *
      *********** SALDO E PAGO OU DESCONTADO NO PROPRIO MES ********
       0259-ABRIR-LOTE.
           IF WS-QTD-LOTES < 2000
               ADD 1 TO WS-QTD-LOTES
               MOVE EM-ID           TO WS-LT-ID(WS-QTD-LOTES)
               MOVE WRK-COMPETENCIA TO WS-LT-ORIGEM(WS-QTD-LOTES)
               MOVE WRK-COMP-VENCIMENTO
                   TO WS-LT-VENCIMENTO(WS-QTD-LOTES)
               MOVE WRK-VALOR-LOTE  TO WS-LT-MIN-ORIGEM(WS-QTD-LOTES)
               MOVE WRK-VALOR-LOTE  TO WS-LT-SALDO(WS-QTD-LOTES)
               MOVE WRK-COMPETENCIA TO WS-LT-ULT-MOV(WS-QTD-LOTES)
               MOVE ZEROS           TO WS-LT-ANTERIOR(WS-QTD-LOTES)
               MOVE 'A'             TO WS-LT-SITUACAO(WS-QTD-LOTES)
           ELSE
               MOVE 'S' TO WS-BANCO-CHEIO-SW
               MOVE 'BANCO CHEIO-PAGO' TO WRK-SITUACAO-LINHA
               IF WRK-VALOR-LOTE > ZEROS
                   ADD WRK-VALOR-LOTE TO WRK-MIN-HE50
               ELSE
                   SUBTRACT WRK-VALOR-LOTE FROM WRK-MIN-DEBITO
               END-IF
           END-IF.

      *********** GUARDA O SALDO DE ANTES DA COMPETENCIA NO *******
      *********** PRIMEIRO MOVIMENTO DO LOTE NELA ******************
       0262-MARCAR-MOVIMENTO.
           IF WS-LT-ULT-MOV(WRK-IDX-I) NOT = WRK-COMPETENCIA
               MOVE WS-LT-SALDO(WRK-IDX-I)
                   TO WS-LT-ANTERIOR(WRK-IDX-I)
               MOVE WRK-COMPETENCIA TO WS-LT-ULT-MOV(WRK-IDX-I)
           END-IF.

      *********** LOTE VENCIDO (OU DE DESLIGADO): CREDITO PAGO ****
      *********** A 50, DEBITO PARA AS HORAS A DESCONTAR **********
       0265-VENCER-LOTE.
           IF WS-LT-ID(WRK-IDX-I) = EM-ID
              AND WS-LT-SITUACAO(WRK-IDX-I) = 'A'
              AND (WS-DESLIGADO
                   OR WS-LT-VENCIMENTO(WRK-IDX-I) <= WRK-COMPETENCIA)
               PERFORM 0262-MARCAR-MOVIMENTO
               IF WS-LT-SALDO(WRK-IDX-I) > ZEROS
                   ADD WS-LT-SALDO(WRK-IDX-I) TO WRK-MIN-HE50
               ELSE
                   SUBTRACT WS-LT-SALDO(WRK-IDX-I)
                       FROM WRK-MIN-DEBITO
               END-IF
               MOVE ZEROS TO WS-LT-SALDO(WRK-IDX-I)
               IF WS-DESLIGADO
                   MOVE 'D' TO WS-LT-SITUACAO(WRK-IDX-I)
               ELSE
                   MOVE 'V' TO WS-LT-SITUACAO(WRK-IDX-I)
               END-IF
           END-IF.

       0268-SOMAR-SALDO.
           IF WS-LT-ID(WRK-IDX-I) = EM-ID
              AND WS-LT-SITUACAO(WRK-IDX-I) = 'A'
               ADD WS-LT-SALDO(WRK-IDX-I) TO WRK-SALDO-BANCO
               IF WS-LT-SALDO(WRK-IDX-I) > ZEROS
                   ADD WS-LT-SALDO(WRK-IDX-I) TO WRK-SALDO-POSITIVO
               END-IF
           END-IF.

      *********** OCORRENCIA DA MATRICULA NA COMPETENCIA: COM *****
      *********** MARCACAO E SUBSTITUIDA INTEIRA; SO COM BANCO ****
      *********** TROCA APENAS EXTRA A 50 E HORAS A DESCONTAR *****
       0270-GRAVAR-OCORRENCIA.
           MOVE ZEROS TO WS-IDX-ACHADA.
           PERFORM 0275-COMPARAR-OCORRENCIA
               VARYING WS-IDX-OCO FROM 1 BY 1
               UNTIL WS-IDX-OCO > WS-QTD-OCORR
                  OR WS-IDX-ACHADA > ZEROS.
           IF WS-IDX-ACHADA = ZEROS
               IF WS-QTD-OCORR < 200
                   ADD 1 TO WS-QTD-OCORR
                   MOVE WS-QTD-OCORR TO WS-IDX-ACHADA
                   MOVE EM-ID TO WS-OCO-ID(WS-IDX-ACHADA)
                   MOVE WRK-COMPETENCIA
                       TO WS-OCO-COMPETENCIA(WS-IDX-ACHADA)
                   MOVE ZEROS TO WS-OCO-HE50(WS-IDX-ACHADA)
                                 WS-OCO-HE100(WS-IDX-ACHADA)
                                 WS-OCO-FALTAS(WS-IDX-ACHADA)
                                 WS-OCO-NOTURNO(WS-IDX-ACHADA)
                                 WS-OCO-DEBITO(WS-IDX-ACHADA)
               ELSE
                   MOVE 'S' TO WS-OCORR-CHEIA-SW
                   MOVE 'NAO GRAVADA-CHEIO' TO WRK-SITUACAO-LINHA
                   MOVE 'PRGCB100' TO EL-PROGRAMA
                   MOVE '0270-GRAVAR-OCORRENCIA' TO EL-PARAGRAFO
                   MOVE 'TABELA DE OCORRENCIAS CHEIA - MATRICULA '
                       TO EL-MENSAGEM
                   MOVE EM-ID TO EL-MENSAGEM(41:5)
                   MOVE 'A' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
               END-IF
           END-IF.
           IF WS-IDX-ACHADA > ZEROS
               IF WS-IDX-PTO > ZEROS
                   COMPUTE WS-OCO-HE100(WS-IDX-ACHADA) ROUNDED =
                       WRK-MIN-HE100 / 60
                   MOVE WRK-FALTAS TO WS-OCO-FALTAS(WS-IDX-ACHADA)
                   COMPUTE WS-OCO-NOTURNO(WS-IDX-ACHADA) ROUNDED =
                       WRK-MIN-NOTURNO / 52,5
               END-IF
               COMPUTE WS-OCO-HE50(WS-IDX-ACHADA) ROUNDED =
                   WRK-MIN-HE50 / 60
               COMPUTE WS-OCO-DEBITO(WS-IDX-ACHADA) ROUNDED =
                   WRK-MIN-DEBITO / 60
               ADD 1 TO WS-QTD-GRAVADAS
               ADD WS-OCO-HE50(WS-IDX-ACHADA)    TO WS-TOTAL-HE50
               ADD WS-OCO-HE100(WS-IDX-ACHADA)   TO WS-TOTAL-HE100
               ADD WS-OCO-NOTURNO(WS-IDX-ACHADA) TO WS-TOTAL-NOTURNO
               ADD WS-OCO-DEBITO(WS-IDX-ACHADA)  TO WS-TOTAL-DEBITO
               ADD WS-OCO-FALTAS(WS-IDX-ACHADA)  TO WS-TOTAL-FALTAS
           END-IF.

       0275-COMPARAR-OCORRENCIA.
           IF WS-OCO-ID(WS-IDX-OCO) = EM-ID
              AND WS-OCO-COMPETENCIA(WS-IDX-OCO) = WRK-COMPETENCIA
               SET WS-IDX-ACHADA TO WS-IDX-OCO
           END-IF.

      *********** MATRICULAS COM MARCACAO QUE NAO ESTAO NO ********
      *********** EMPLOYEF: FICAM FORA DO OCORRENC *****************
       0280-CONFERIR-SEM-CADASTRO.
           PERFORM 0285-VERIFICAR-CADASTRO
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-PONTO.

       0285-VERIFICAR-CADASTRO.
           IF WS-PTO-ACHADO(WRK-IDX-I) NOT = 'S'
               ADD 1 TO WS-QTD-SEM-CADASTRO
               MOVE WS-PTO-ID(WRK-IDX-I) TO WLA-MATRICULA
               MOVE SPACES TO WLA-NOME
               MOVE 'MARCACOES DE MATRICULA SEM CADASTRO NO EMPLOYEF'
                   TO WLA-MENSAGEM
               WRITE PUNCH-REPORT-LINE FROM WS-LINHA-AVISO
           END-IF.

       0290-IMPRIMIR-FUNCIONARIO.
           MOVE EM-ID   TO WLD-MATRICULA.
           MOVE EM-NOME TO WLD-NOME.
           COMPUTE WLD-HE50 ROUNDED    = WRK-MIN-HE50 / 60.
           COMPUTE WLD-HE100 ROUNDED   = WRK-MIN-HE100 / 60.
           MOVE WRK-FALTAS TO WLD-FALTAS.
           COMPUTE WLD-NOTURNO ROUNDED = WRK-MIN-NOTURNO / 52,5.
           COMPUTE WLD-DEBITO ROUNDED  = WRK-MIN-DEBITO / 60.
           COMPUTE WLD-BANCO-MES ROUNDED = WRK-SALDO-MES / 60.
           COMPUTE WLD-SALDO-BANCO ROUNDED = WRK-SALDO-BANCO / 60.
           COMPUTE WS-TOTAL-BANCO ROUNDED =
               WS-TOTAL-BANCO + WRK-SALDO-BANCO / 60.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-DETALHE.
           IF WRK-SITUACAO-LINHA NOT = SPACES
               MOVE EM-ID   TO WLA-MATRICULA
               MOVE EM-NOME TO WLA-NOME
               MOVE WRK-SITUACAO-LINHA TO WLA-MENSAGEM
               WRITE PUNCH-REPORT-LINE FROM WS-LINHA-AVISO
           END-IF.

       0300-IMPRIMIR-CABECALHO.
           MOVE WRK-COMPETENCIA  TO WLT-COMPETENCIA.
           MOVE WS-DATA-PROCESSO TO WLT-DATA.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TITULO.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-SEPARADOR.

       0400-IMPRIMIR-TOTAIS.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'MARCACOES LIDAS.............: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-MARCACOES TO WLQ-QTD.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'MARCACOES DE OUTRA COMPET...: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-FORA-COMP TO WLQ-QTD.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'MARCACOES REJEITADAS........: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-REJEITADAS TO WLQ-QTD.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'FUNCIONARIOS APURADOS.......: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-APURADOS TO WLQ-QTD.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'SO MOVIMENTO DE BANCO.......: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-SO-BANCO TO WLQ-QTD.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'ATIVOS SEM MARCACAO.........: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-SEM-PONTO TO WLQ-QTD.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'MATRICULAS SEM CADASTRO.....: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-SEM-CADASTRO TO WLQ-QTD.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'OCORRENCIAS GRAVADAS........: ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-GRAVADAS TO WLQ-QTD.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'LOTES DESFEITOS (REPROCESSO): ' TO WLQ-DESCRICAO.
           MOVE WS-QTD-DESFEITOS TO WLQ-QTD.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'DIAS DE FALTA...............: ' TO WLQ-DESCRICAO.
           MOVE WS-TOTAL-FALTAS TO WLQ-QTD.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-QTD.
           MOVE 'HORAS EXTRAS A 50...........: ' TO WLH-DESCRICAO.
           MOVE WS-TOTAL-HE50 TO WLH-HORAS.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-HORAS.
           MOVE 'HORAS EXTRAS A 100..........: ' TO WLH-DESCRICAO.
           MOVE WS-TOTAL-HE100 TO WLH-HORAS.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-HORAS.
           MOVE 'HORAS NOTURNAS (REDUZIDAS)..: ' TO WLH-DESCRICAO.
           MOVE WS-TOTAL-NOTURNO TO WLH-HORAS.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-HORAS.
           MOVE 'HORAS A DESCONTAR...........: ' TO WLH-DESCRICAO.
           MOVE WS-TOTAL-DEBITO TO WLH-HORAS.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-HORAS.
           MOVE 'SALDO DO BANCO DE HORAS.....: ' TO WLH-DESCRICAO.
           MOVE WS-TOTAL-BANCO TO WLH-HORAS.
           WRITE PUNCH-REPORT-LINE FROM WS-LINHA-TOTAL-HORAS.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** REGRAVACAO DO OCORRENC (MESMO DESENHO DO ********
      *********** PRGCOB68) ***************************************
       0800-REGRAVAR-OCORRENCIAS.
           OPEN OUTPUT OCCURRENCE-FILE.
           PERFORM 0810-GRAVAR-OCORRENCIA
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-OCORR.
           CLOSE OCCURRENCE-FILE.

       0810-GRAVAR-OCORRENCIA.
           MOVE WS-OCO-ID(WRK-IDX-I)          TO OC-ID.
           MOVE WS-OCO-COMPETENCIA(WRK-IDX-I) TO OC-COMPETENCIA.
           MOVE WS-OCO-HE50(WRK-IDX-I)        TO OC-HORAS-EXTRA-50.
           MOVE WS-OCO-HE100(WRK-IDX-I)       TO OC-HORAS-EXTRA-100.
           MOVE WS-OCO-FALTAS(WRK-IDX-I)      TO OC-DIAS-FALTA.
           MOVE WS-OCO-NOTURNO(WRK-IDX-I)     TO OC-HORAS-NOTURNO.
           MOVE WS-OCO-DEBITO(WRK-IDX-I)      TO OC-HORAS-DEBITO.
           WRITE OCCURRENCE-REC.

      *********** REGRAVACAO DO BANCO DE HORAS NA ORDEM DA TABELA *
      *********** (LOTES NOVOS NO FIM, PRESERVANDO A ANTIGUIDADE) *
       0850-REGRAVAR-BANCO.
           OPEN OUTPUT HOUR-BANK-FILE.
           PERFORM 0860-GRAVAR-LOTE
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-LOTES.
           CLOSE HOUR-BANK-FILE.

       0860-GRAVAR-LOTE.
           MOVE SPACES TO HOUR-BANK-REC.
           MOVE WS-LT-ID(WRK-IDX-I)         TO BH-ID.
           MOVE WS-LT-ORIGEM(WRK-IDX-I)     TO BH-COMP-ORIGEM.
           MOVE WS-LT-VENCIMENTO(WRK-IDX-I) TO BH-COMP-VENCIMENTO.
           MOVE WS-LT-MIN-ORIGEM(WRK-IDX-I) TO BH-MINUTOS-ORIGEM.
           MOVE WS-LT-SALDO(WRK-IDX-I)      TO BH-MINUTOS-SALDO.
           MOVE WS-LT-ULT-MOV(WRK-IDX-I)    TO BH-COMP-ULT-MOV.
           MOVE WS-LT-ANTERIOR(WRK-IDX-I)   TO BH-SALDO-ANTERIOR.
           MOVE WS-LT-SITUACAO(WRK-IDX-I)   TO BH-SITUACAO.
           WRITE HOUR-BANK-REC.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCB100'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-MARCACOES   TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-GRAVADAS    TO RC-REGISTROS-SAIDA
               COMPUTE RC-TOTAL = WS-TOTAL-HE50 + WS-TOTAL-HE100
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
