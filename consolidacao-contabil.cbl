       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB118.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONSOLIDACAO CONTABIL DA
      ***                            COMPETENCIA: CARREGA NO RAZAO
      ***                            (GLRAZAO) OS LANCAMENTOS DOS
      ***                            ARQUIVOS GL - GLVENDAS
      ***                            (PRGCOB62), GLEXPORT (PRGCOB43),
      ***                            GLPROV (PRGCOB17), GLFRETE
      ***                            (PRGCOB05) E GLPDD (PRGCOB89) -
      ***                            CONFERINDO CONTA E CENTRO DE
      ***                            CUSTO CONTRA O PLANO DE CONTAS
      ***                            (PLANOCTA) E O FECHAMENTO DE
      ***                            CADA LOTE (DEBITOS = CREDITOS
      ***                            = REGISTROS DE CONTROLE *CTRL);
      ***                            EMITE O BALANCETE DE
      ***                            VERIFICACAO E O RAZAO POR
      ***                            CONTA DA COMPETENCIA E FECHA A
      ***                            COMPETENCIA (GLFECHA), QUE
      ***                            DAI EM DIANTE NAO RECEBE
      ***                            LANCAMENTO. ANTES OS ARQUIVOS
      ***                            IAM SEPARADOS PARA O CONTADOR
      ***                            SEM NINGUEM CONFERIR CONTA NEM
      ***                            PARTIDA DOBRADA
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   OS ARQUIVOS GL SAO ACUMULATIVOS: O
      ***                    CONTROLE GLCTLLOT GUARDA OS REGISTROS
      ***                    JA CONSOLIDADOS DE CADA ARQUIVO E SO
      ***                    OS LOTES NOVOS SAO CONFERIDOS E VAO
      ***                    AO RAZAO (ANTES CADA MES REPETIA OS
      ***                    LOTES DOS MESES ANTERIORES)
      ***   15/10/2026 HJR   ACUMULACAO DOS ARQUIVOS GL GARANTIDA
      ***                    NOS GERADORES (OPEN EXTEND NO
      ***                    PRGCOB62, PRGCOB43, PRGCOB17 E
      ***                    PRGCOB89, COMO O PRGCOB05 JA FAZIA):
      ***                    ANTES ELES RECRIAVAM O ARQUIVO E O
      ***                    PULO DO GLCTLLOT DESCARTAVA LOTES
      ***--------------------------------------------------
      ***   ENTRADA: FUNCAO (1 = CONSOLIDAR E EMITIR O
      ***            BALANCETE, 2 = BALANCETE E RAZAO POR CONTA,
      ***            3 = FECHAR A COMPETENCIA), COMPETENCIA
      ***            (AAAAMM, 0 = MES DA DATA DE PROCESSAMENTO) E,
      ***            NA FUNCAO 2, A CONTA DO RAZAO (BRANCO = TODAS
      ***            AS CONTAS COM MOVIMENTO NA COMPETENCIA)
      ***   O LOTE TERMINA NO REGISTRO *CTRL TOTCRED; O GLEXPORT
      ***   NAO TRAZ CONTROLE E VALE COMO LOTE UNICO, CONFERIDO SO
      ***   PELA PARTIDA DOBRADA. LOTE RECUSADO SEGURA O ARQUIVO
      ***   INTEIRO (NADA DELE VAI AO RAZAO); CORRIGIDO O ARQUIVO,
      ***   A REEXECUCAO CARREGA O QUE AINDA NAO ENTROU NO RAZAO.
      ***   OS ARQUIVOS GL SAO ACUMULATIVOS (CADA GERADOR -
      ***   PRGCOB62, PRGCOB43, PRGCOB17, PRGCOB05 E PRGCOB89 -
      ***   ACRESCENTA O SEU LOTE NO FIM COM OPEN EXTEND) E NAO
      ***   TRAZEM A COMPETENCIA: O CONTROLE GLCTLLOT GUARDA QUANTOS
      ***   REGISTROS DE CADA ARQUIVO JA FORAM CONSOLIDADOS E A
      ***   CONSOLIDACAO SO CONFERE E GRAVA OS LOTES ACRESCENTADOS
      ***   DEPOIS (ARQUIVO RECRIADO E LIDO DO INICIO)
      ***   RETORNO: 00 = TUDO CONSOLIDADO
      ***            04 = LOTE RECUSADO, ARQUIVO GL NAO DISPONIVEL
      ***                 OU COMPETENCIA SEM LANCAMENTO
      ***            08 = SEM PLANO DE CONTAS OU RAZAO, COMPETENCIA
      ***                 INVALIDA OU JA FECHADA (LANCAMENTO
      ***                 ATRASADO RECUSADO)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO 'PLANOCTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANOCTA-STATUS.
           SELECT GL-SALES-FILE ASSIGN TO 'GLVENDAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLORIGEM-STATUS.
           SELECT GL-EXPORT-FILE ASSIGN TO 'GLEXPORT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLORIGEM-STATUS.
           SELECT GL-PROV-FILE ASSIGN TO 'GLPROV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLORIGEM-STATUS.
           SELECT GL-FREIGHT-FILE ASSIGN TO 'GLFRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLORIGEM-STATUS.
           SELECT GL-PDD-FILE ASSIGN TO 'GLPDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLORIGEM-STATUS.
           SELECT GL-LEDGER-FILE ASSIGN TO 'GLRAZAO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAZAO-STATUS.
           SELECT GL-BATCH-CTRL-FILE ASSIGN TO 'GLCTLLOT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCTLLOT-STATUS.
           SELECT GL-PERIOD-LOCK-FILE ASSIGN TO 'GLFECHA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFECHA-STATUS.
           SELECT GL-REPORT-FILE ASSIGN TO 'GLCONREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHART-ACCOUNT-FILE
           RECORD CONTAINS 41 CHARACTERS.
           COPY 'PLANOCTA.COB'.

      *********** OS CINCO ARQUIVOS GL TEM O LAYOUT DO GLVENDAS ****
      *********** (WS-GL-LANCAMENTO) ******************************
       FD  GL-SALES-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-SALES-REC              PIC X(30).

       FD  GL-EXPORT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-EXPORT-REC             PIC X(30).

       FD  GL-PROV-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-PROV-REC               PIC X(30).

       FD  GL-FREIGHT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-FREIGHT-REC            PIC X(30).

       FD  GL-PDD-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-PDD-REC                PIC X(30).

       FD  GL-LEDGER-FILE
           RECORD CONTAINS 57 CHARACTERS.
           COPY 'GLRAZAO.COB'.

       FD  GL-BATCH-CTRL-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY 'GLCTLLOT.COB'.

       FD  GL-PERIOD-LOCK-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY 'PERLOCK.COB'.

       FD  GL-REPORT-FILE
           RECORD CONTAINS 112 CHARACTERS.
       01  GL-REPORT-LINE            PIC X(112).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-PLANOCTA-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-GLORIGEM-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RAZAO-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-GLFECHA-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-GLCTLLOT-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHOU-SW           PIC X(01)     VALUE 'N'.
           88 WS-ACHOU                         VALUE 'S'.
       77  WS-PARAMETRO-SW       PIC X(01)     VALUE 'S'.
           88 WS-PARAMETRO-OK                  VALUE 'S'.
       77  WS-PLANO-SW           PIC X(01)     VALUE 'N'.
           88 WS-PLANO-CARREGADO               VALUE 'S'.
       77  WS-FECHADA-SW         PIC X(01)     VALUE 'N'.
           88 WS-COMPETENCIA-FECHADA           VALUE 'S'.
       77  WS-ORIGEM-ERRO-SW     PIC X(01)     VALUE 'N'.
           88 WS-ORIGEM-COM-ERRO               VALUE 'S'.
       77  WS-LOTE-ERRO-SW       PIC X(01)     VALUE 'N'.
           88 WS-LOTE-COM-ERRO                 VALUE 'S'.
       77  WS-CTRL-DEB-SW        PIC X(01)     VALUE 'N'.
           88 WS-TEM-CTRL-DEBITO               VALUE 'S'.
       77  WS-CTRL-CRED-SW       PIC X(01)     VALUE 'N'.
           88 WS-TEM-CTRL-CREDITO              VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-FECHAMENTO    PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-FUNCAO            PIC 9(01)     VALUE ZEROS.
           88 WRK-FUNCAO-VALIDA                VALUE 1 THRU 3.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-COMPETENCIA-MOV   PIC 9(06)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-CONTA-RAZAO       PIC X(08)     VALUE SPACES.
       77  WRK-TIPO              PIC X(01)     VALUE SPACES.
       77  WRK-CODIGO            PIC X(08)     VALUE SPACES.
       77  WRK-MOTIVO            PIC X(50)     VALUE SPACES.
       77  WRK-ARQUIVO           PIC X(08)     VALUE SPACES.
       77  WRK-PARAGRAFO         PIC X(20)     VALUE SPACES.
       77  WRK-DC-SALDO          PIC X(01)     VALUE SPACES.
       77  WS-IDX-ORI            PIC 9(01)     VALUE ZEROS.
       77  WS-IDX-PLN            PIC 9(04)     VALUE ZEROS.
       77  WS-IDX-ACHADO         PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-ITENS          PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-GRAVADOS       PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-REJEICOES      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-LOTES-RECUSADOS PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-NO-RAZAO       PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-CONTAS-RAZAO   PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-SEM-CONTA      PIC 9(06)     VALUE ZEROS.
       77  WS-LOTE               PIC 9(03)     VALUE ZEROS.
       77  WS-SEQUENCIA          PIC 9(05)     VALUE ZEROS.
       77  WS-LOTE-REGISTROS     PIC 9(05)     VALUE ZEROS.
       77  WS-POSICAO            PIC 9(09)     VALUE ZEROS.

      *********** VALORES DO LOTE, DA ORIGEM E DO BALANCETE ********
       77  WS-LOTE-DEBITOS       PIC 9(11)V99  VALUE ZEROS.
       77  WS-LOTE-CREDITOS      PIC 9(11)V99  VALUE ZEROS.
       77  WS-CTRL-DEBITOS       PIC 9(11)V99  VALUE ZEROS.
       77  WS-CTRL-CREDITOS      PIC 9(11)V99  VALUE ZEROS.
       77  WS-TOT-GRAVADO        PIC 9(11)V99  VALUE ZEROS.
       77  WS-TOT-ANTERIOR       PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-DEBITOS        PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-CREDITOS       PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-ATUAL          PIC S9(11)V99 VALUE ZEROS.
       77  WS-SALDO-CALC         PIC S9(11)V99 VALUE ZEROS.
       77  WS-SALDO-ABS          PIC 9(11)V99  VALUE ZEROS.
       77  WS-SALDO-RAZAO        PIC S9(11)V99 VALUE ZEROS.

      *********** LANCAMENTO DOS ARQUIVOS GL (LAYOUT DO GLVENDAS) **
       01  WS-GL-LANCAMENTO.
           02 GL-CENTRO          PIC X(05).
           02 FILLER             PIC X(01).
           02 GL-CONTA           PIC X(08).
           02 FILLER             PIC X(01).
           02 GL-DC              PIC X(01).
           02 FILLER             PIC X(01).
           02 GL-VALOR           PIC 9(11)V99.

      *********** ARQUIVOS DE ORIGEM, NA ORDEM DA CONSOLIDACAO, ****
      *********** E SE O LOTE FECHA COM OS REGISTROS *CTRL *********
       01  WS-ORIGENS-INICIAIS.
           02 FILLER             PIC X(09) VALUE 'GLVENDASS'.
           02 FILLER             PIC X(09) VALUE 'GLEXPORTN'.
           02 FILLER             PIC X(09) VALUE 'GLPROV  S'.
           02 FILLER             PIC X(09) VALUE 'GLFRETE S'.
           02 FILLER             PIC X(09) VALUE 'GLPDD   S'.
       01  WS-ORIGENS-R REDEFINES WS-ORIGENS-INICIAIS.
           02 WS-ORI-FIXO OCCURS 5 TIMES.
               03 WS-ORI-NOME         PIC X(08).
               03 WS-ORI-CONTROLE     PIC X(01).

       01  WS-TABELA-ORIGENS.
           02 WS-ORI-ENTRY OCCURS 5 TIMES.
               03 WS-ORI-SITUACAO     PIC X(01).
               03 WS-ORI-LOTES        PIC 9(03).
               03 WS-ORI-LANCAMENTOS  PIC 9(06).
               03 WS-ORI-DEBITOS      PIC 9(11)V99.
               03 WS-ORI-CREDITOS     PIC 9(11)V99.
               03 WS-ORI-NO-RAZAO     PIC 9(06).
               03 WS-ORI-ULT-LOTE     PIC 9(03).
               03 WS-ORI-ULT-SEQ      PIC 9(05).
               03 WS-ORI-JA-LIDOS     PIC 9(09).
               03 WS-ORI-PRIMEIRO     PIC X(30).
               03 WS-ORI-LIDOS-AGORA  PIC 9(09).
               03 WS-ORI-PRIM-AGORA   PIC X(30).
               03 WS-ORI-RECRIADO     PIC X(01).

      *********** PLANO DE CONTAS, COM OS ACUMULADORES DO *********
      *********** BALANCETE NAS CONTAS (TIPO C) ********************
       01  WS-TABELA-PLANO.
           02 WS-PLN-ENTRY OCCURS 1000 TIMES.
               03 WS-PLN-TIPO         PIC X(01).
               03 WS-PLN-CODIGO       PIC X(08).
               03 WS-PLN-DESCRICAO    PIC X(30).
               03 WS-PLN-NATUREZA     PIC X(01).
               03 WS-PLN-ATIVO        PIC X(01).
               03 WS-PLN-ANTERIOR     PIC S9(11)V99.
               03 WS-PLN-DEBITOS      PIC 9(11)V99.
               03 WS-PLN-CREDITOS     PIC 9(11)V99.

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(37) VALUE
              'CONSOLIDACAO CONTABIL - COMPETENCIA: '.
           02 WC1-COMPETENCIA    PIC 9(06).
           02 FILLER             PIC X(09) VALUE '   DATA: '.
           02 WC1-DATA           PIC 9(08).
           02 FILLER             PIC X(11) VALUE '   FUNCAO: '.
           02 WC1-FUNCAO         PIC 9(01).
       01  WS-TITULO-SECAO.
           02 FILLER             PIC X(06) VALUE '----- '.
           02 WTS-TITULO         PIC X(100).
           02 FILLER             PIC X(06) VALUE ' -----'.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(112) VALUE ALL '-'.
       01  WS-CABECALHO-LOTE.
           02 FILLER             PIC X(40) VALUE
              'ORIGEM  LOTE LANCTOS          DEBITOS   '.
           02 FILLER             PIC X(24) VALUE
              '      CREDITOS  SITUACAO'.
       01  WS-LINHA-LOTE.
           02 WLL-ORIGEM         PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLL-LOTE           PIC ZZ9.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLL-LANCAMENTOS    PIC ZZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLL-DEBITOS        PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLL-CREDITOS       PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLL-SITUACAO       PIC X(30).
       01  WS-CABECALHO-REJEICAO.
           02 FILLER             PIC X(40) VALUE
              '   ORIGEM  LOTE  REGISTRO CENTR CONTA   '.
           02 FILLER             PIC X(07) VALUE
              ' MOTIVO'.
       01  WS-LINHA-REJEICAO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLR-ORIGEM         PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-LOTE           PIC ZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-POSICAO        PIC ZZZZZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-CENTRO         PIC X(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-CONTA          PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-MOTIVO         PIC X(50).
       01  WS-CABECALHO-BALANCETE.
           02 FILLER             PIC X(40) VALUE
              'CONTA    DESCRICAO                      '.
           02 FILLER             PIC X(40) VALUE
              '  SALDO ANTERIOR           DEBITOS      '.
           02 FILLER             PIC X(28) VALUE
              '   CREDITOS      SALDO ATUAL'.
       01  WS-LINHA-BALANCETE.
           02 WLB-CONTA          PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLB-DESCRICAO      PIC X(30).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLB-ANTERIOR       PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 WLB-DC-ANTERIOR    PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLB-DEBITOS        PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLB-CREDITOS       PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLB-ATUAL          PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 WLB-DC-ATUAL       PIC X(01).
       01  WS-LINHA-CONTA.
           02 FILLER             PIC X(07) VALUE 'CONTA: '.
           02 WLC-CONTA          PIC X(08).
           02 FILLER             PIC X(03) VALUE ' - '.
           02 WLC-DESCRICAO      PIC X(30).
           02 FILLER             PIC X(12) VALUE '  NATUREZA: '.
           02 WLC-NATUREZA       PIC X(08).
       01  WS-CABECALHO-RAZAO.
           02 FILLER             PIC X(40) VALUE
              '   DATA     ORIGEM  LOTE   SEQ CENTR    '.
           02 FILLER             PIC X(40) VALUE
              '       DEBITO          CREDITO          '.
           02 FILLER             PIC X(07) VALUE
              '  SALDO'.
       01  WS-LINHA-RAZAO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLZ-DATA           PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLZ-ORIGEM         PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLZ-LOTE           PIC ZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLZ-SEQUENCIA      PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLZ-CENTRO         PIC X(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLZ-DEBITO         PIC Z.ZZZ.ZZZ.ZZ9,99
                                 BLANK WHEN ZERO.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLZ-CREDITO        PIC Z.ZZZ.ZZZ.ZZ9,99
                                 BLANK WHEN ZERO.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLZ-SALDO          PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 WLZ-DC-SALDO       PIC X(01).
       01  WS-LINHA-VALOR.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLV-ROTULO         PIC X(40).
           02 WLV-VALOR          PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 WLV-DC             PIC X(01).
       01  WS-LINHA-QTDE.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLQ-ROTULO         PIC X(40).
           02 FILLER             PIC X(11) VALUE SPACES.
           02 WLQ-QTDE           PIC ZZZZ9.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0050-LER-PARAMETROS.
           IF WS-PARAMETRO-OK
               PERFORM 0100-CARREGAR-PLANO
           END-IF.
           IF WS-PARAMETRO-OK AND WS-PLANO-CARREGADO
               PERFORM 0150-VERIFICAR-FECHAMENTO
               OPEN OUTPUT GL-REPORT-FILE
               MOVE WRK-COMPETENCIA  TO WC1-COMPETENCIA
               MOVE WS-DATA-PROCESSO TO WC1-DATA
               MOVE WRK-FUNCAO       TO WC1-FUNCAO
               WRITE GL-REPORT-LINE FROM WS-CABECALHO-1
               WRITE GL-REPORT-LINE FROM WS-LINHA-SEPARADOR
               EVALUATE WRK-FUNCAO
                   WHEN 1
                       PERFORM 0200-CONSOLIDAR-COMPETENCIA
                       PERFORM 0600-EMITIR-BALANCETE
                   WHEN 2
                       PERFORM 0600-EMITIR-BALANCETE
                       PERFORM 0700-EMITIR-RAZAO
                   WHEN 3
                       PERFORM 0800-FECHAR-COMPETENCIA
               END-EVALUATE
               CLOSE GL-REPORT-FILE
               DISPLAY 'RELATORIO GERADO EM GLCONREL'
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

      *********** FUNCAO, COMPETENCIA (AAAAMM, 0 = MES DA DATA DE ***
      *********** PROCESSAMENTO; MES FUTURO E RECUSADO) E A CONTA **
      *********** DO RAZAO NA FUNCAO 2 *****************************
       0050-LER-PARAMETROS.
           DISPLAY 'CONSOLIDACAO CONTABIL'.
           DISPLAY 'FUNCAO (1=CONSOLIDAR 2=BALANCETE/RAZAO '
               '3=FECHAR): ' WITH NO ADVANCING.
           ACCEPT WRK-FUNCAO.
           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES CORRENTE): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA = ZEROS
               MOVE WRK-COMPETENCIA-MOV TO WRK-COMPETENCIA
           END-IF.
           IF WRK-FUNCAO = 2
               DISPLAY 'CONTA DO RAZAO (BRANCO = TODAS): '
                   WITH NO ADVANCING
               ACCEPT WRK-CONTA-RAZAO
               MOVE FUNCTION UPPER-CASE(WRK-CONTA-RAZAO)
                   TO WRK-CONTA-RAZAO
           END-IF.
           DIVIDE WRK-COMPETENCIA BY 100
               GIVING WRK-ANO REMAINDER WRK-MES.
           IF NOT WRK-FUNCAO-VALIDA
              OR WRK-MES < 1 OR WRK-MES > 12 OR WRK-ANO < 2000
              OR WRK-COMPETENCIA > WRK-COMPETENCIA-MOV
               DISPLAY 'FUNCAO OU COMPETENCIA INVALIDA: ' WRK-FUNCAO
                   ' ' WRK-COMPETENCIA
               MOVE 'PRGCB118' TO EL-PROGRAMA
               MOVE '0050-LER-PARAMETROS' TO EL-PARAGRAFO
               MOVE 'FUNCAO OU COMPETENCIA INVALIDA NA CONSOLIDACAO'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-PARAMETRO-SW
               MOVE 8 TO WRK-RETORNO
           END-IF.

      *********** PLANO DE CONTAS NA TABELA; SEM ELE NAO HA O QUE **
      *********** CONFERIR E NADA E CONSOLIDADO ********************
       0100-CARREGAR-PLANO.
           OPEN INPUT CHART-ACCOUNT-FILE.
           IF WS-PLANOCTA-STATUS NOT = '00'
               DISPLAY 'ARQUIVO PLANOCTA NAO DISPONIVEL - STATUS '
                   WS-PLANOCTA-STATUS
               MOVE 'PRGCB118' TO EL-PROGRAMA
               MOVE '0100-CARREGAR-PLANO' TO EL-PARAGRAFO
               MOVE 'ARQUIVO PLANOCTA NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0105-LER-PLANO
               PERFORM 0110-ARMAZENAR-ITEM UNTIL WS-FIM-ARQUIVO
               CLOSE CHART-ACCOUNT-FILE
               MOVE 'S' TO WS-PLANO-SW
               DISPLAY 'CONTAS E CENTROS DO PLANO.. : ' WS-QTD-ITENS
           END-IF.

       0105-LER-PLANO.
           READ CHART-ACCOUNT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0110-ARMAZENAR-ITEM.
           IF WS-QTD-ITENS < 1000
               ADD 1 TO WS-QTD-ITENS
               MOVE WS-QTD-ITENS TO WS-IDX-PLN
               MOVE PC-TIPO      TO WS-PLN-TIPO(WS-IDX-PLN)
               MOVE PC-CODIGO    TO WS-PLN-CODIGO(WS-IDX-PLN)
               MOVE PC-DESCRICAO TO WS-PLN-DESCRICAO(WS-IDX-PLN)
               MOVE PC-NATUREZA  TO WS-PLN-NATUREZA(WS-IDX-PLN)
               MOVE PC-ATIVO     TO WS-PLN-ATIVO(WS-IDX-PLN)
               MOVE ZEROS        TO WS-PLN-ANTERIOR(WS-IDX-PLN)
               MOVE ZEROS        TO WS-PLN-DEBITOS(WS-IDX-PLN)
               MOVE ZEROS        TO WS-PLN-CREDITOS(WS-IDX-PLN)
           ELSE
               DISPLAY 'TABELA DO PLANO CHEIA - ITEM IGNORADO: '
                   PC-TIPO ' ' PC-CODIGO
           END-IF.
           PERFORM 0105-LER-PLANO.

      *********** COMPETENCIA JA CONSTA NO GLFECHA? ****************
       0150-VERIFICAR-FECHAMENTO.
           OPEN INPUT GL-PERIOD-LOCK-FILE.
           IF WS-GLFECHA-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0155-LER-FECHAMENTO
               PERFORM 0160-COMPARAR-FECHAMENTO
                   UNTIL WS-FIM-ARQUIVO OR WS-COMPETENCIA-FECHADA
               CLOSE GL-PERIOD-LOCK-FILE
           END-IF.

       0155-LER-FECHAMENTO.
           READ GL-PERIOD-LOCK-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0160-COMPARAR-FECHAMENTO.
           IF PL-ANOMES = WRK-COMPETENCIA
               MOVE 'S' TO WS-FECHADA-SW
               MOVE PL-DATA-FECHAMENTO TO WS-DATA-FECHAMENTO
           ELSE
               PERFORM 0155-LER-FECHAMENTO
           END-IF.

      *********** LANCAMENTOS JA NO RAZAO NA COMPETENCIA, POR ******
      *********** ORIGEM (ARQUIVO JA CONSOLIDADO NAO ENTRA DE NOVO) *
       0170-CONTAR-RAZAO.
           MOVE ZEROS TO WS-QTD-NO-RAZAO.
           OPEN INPUT GL-LEDGER-FILE.
           IF WS-RAZAO-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0175-LER-RAZAO
               PERFORM 0180-CONTAR-LANCAMENTO UNTIL WS-FIM-ARQUIVO
               CLOSE GL-LEDGER-FILE
           END-IF.

       0175-LER-RAZAO.
           READ GL-LEDGER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0180-CONTAR-LANCAMENTO.
           IF RZ-COMPETENCIA = WRK-COMPETENCIA
               ADD 1 TO WS-QTD-NO-RAZAO
               PERFORM 0185-CONTAR-ORIGEM
                   VARYING WS-IDX-ORI FROM 1 BY 1
                   UNTIL WS-IDX-ORI > 5
           END-IF.
           PERFORM 0175-LER-RAZAO.

       0185-CONTAR-ORIGEM.
           IF WS-ORI-NOME(WS-IDX-ORI) = RZ-ORIGEM
               ADD 1 TO WS-ORI-NO-RAZAO(WS-IDX-ORI)
               IF RZ-LOTE > WS-ORI-ULT-LOTE(WS-IDX-ORI)
                   MOVE RZ-LOTE TO WS-ORI-ULT-LOTE(WS-IDX-ORI)
               END-IF
               IF RZ-SEQUENCIA > WS-ORI-ULT-SEQ(WS-IDX-ORI)
                   MOVE RZ-SEQUENCIA TO WS-ORI-ULT-SEQ(WS-IDX-ORI)
               END-IF
           END-IF.

      *********** REGISTROS DE CADA ARQUIVO GL JA CONSOLIDADOS ****
      *********** (GLCTLLOT); VALE O ULTIMO REGISTRO DA ORIGEM, E **
      *********** SEM O CONTROLE TUDO E LIDO DO INICIO *************
       0190-LER-CONTROLE-LOTES.
           OPEN INPUT GL-BATCH-CTRL-FILE.
           IF WS-GLCTLLOT-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0192-LER-CONTROLE
               PERFORM 0194-GUARDAR-CONTROLE UNTIL WS-FIM-ARQUIVO
               CLOSE GL-BATCH-CTRL-FILE
           END-IF.

       0192-LER-CONTROLE.
           READ GL-BATCH-CTRL-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0194-GUARDAR-CONTROLE.
           PERFORM 0196-GUARDAR-ORIGEM
               VARYING WS-IDX-ORI FROM 1 BY 1
               UNTIL WS-IDX-ORI > 5.
           PERFORM 0192-LER-CONTROLE.

       0196-GUARDAR-ORIGEM.
           IF WS-ORI-NOME(WS-IDX-ORI) = CL-ORIGEM
               MOVE CL-REGISTROS TO WS-ORI-JA-LIDOS(WS-IDX-ORI)
               MOVE CL-PRIMEIRO-REGISTRO
                   TO WS-ORI-PRIMEIRO(WS-IDX-ORI)
           END-IF.

      *********** CONSOLIDACAO: COMPETENCIA FECHADA RECUSA TUDO ****
      *********** (LANCAMENTO ATRASADO); ABERTA, CADA ORIGEM E ****
      *********** CONFERIDA E, SEM LOTE RECUSADO, VAI AO RAZAO *****
       0200-CONSOLIDAR-COMPETENCIA.
           PERFORM 0205-LIMPAR-ORIGEM
               VARYING WS-IDX-ORI FROM 1 BY 1
               UNTIL WS-IDX-ORI > 5.
           MOVE SPACES TO WTS-TITULO.
           STRING 'CONSOLIDACAO DOS ARQUIVOS GL - COMPETENCIA '
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO WTS-TITULO.
           WRITE GL-REPORT-LINE FROM WS-TITULO-SECAO.
           IF WS-COMPETENCIA-FECHADA
               PERFORM 0210-RECUSAR-FECHADA
           ELSE
               PERFORM 0170-CONTAR-RAZAO
               PERFORM 0190-LER-CONTROLE-LOTES
               WRITE GL-REPORT-LINE FROM WS-CABECALHO-LOTE
               PERFORM 0300-PROCESSAR-ORIGEM
                   VARYING WS-IDX-ORI FROM 1 BY 1
                   UNTIL WS-IDX-ORI > 5
               PERFORM 0420-GRAVAR-CONTROLE-LOTES
           END-IF.
           PERFORM 0500-IMPRIMIR-ORIGENS.

       0205-LIMPAR-ORIGEM.
           MOVE SPACES TO WS-ORI-SITUACAO(WS-IDX-ORI).
           MOVE ZEROS  TO WS-ORI-LOTES(WS-IDX-ORI).
           MOVE ZEROS  TO WS-ORI-LANCAMENTOS(WS-IDX-ORI).
           MOVE ZEROS  TO WS-ORI-DEBITOS(WS-IDX-ORI).
           MOVE ZEROS  TO WS-ORI-CREDITOS(WS-IDX-ORI).
           MOVE ZEROS  TO WS-ORI-NO-RAZAO(WS-IDX-ORI).
           MOVE ZEROS  TO WS-ORI-ULT-LOTE(WS-IDX-ORI).
           MOVE ZEROS  TO WS-ORI-ULT-SEQ(WS-IDX-ORI).
           MOVE ZEROS  TO WS-ORI-JA-LIDOS(WS-IDX-ORI).
           MOVE SPACES TO WS-ORI-PRIMEIRO(WS-IDX-ORI).
           MOVE ZEROS  TO WS-ORI-LIDOS-AGORA(WS-IDX-ORI).
           MOVE SPACES TO WS-ORI-PRIM-AGORA(WS-IDX-ORI).
           MOVE 'N'    TO WS-ORI-RECRIADO(WS-IDX-ORI).

       0210-RECUSAR-FECHADA.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING '   COMPETENCIA FECHADA EM ' WS-DATA-FECHAMENTO
               ' - NENHUM ARQUIVO GL CONSOLIDADO (LANCAMENTO '
               'ATRASADO)' DELIMITED BY SIZE
               INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           PERFORM 0215-MARCAR-FECHADA
               VARYING WS-IDX-ORI FROM 1 BY 1
               UNTIL WS-IDX-ORI > 5.
           DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ' JA FECHADA - '
               'CONSOLIDACAO RECUSADA'.
           MOVE 'PRGCB118' TO EL-PROGRAMA.
           MOVE '0210-RECUSAR-FECHADA' TO EL-PARAGRAFO.
           MOVE SPACES TO EL-MENSAGEM.
           STRING 'COMPETENCIA ' WRK-COMPETENCIA
               ' FECHADA - LANCAMENTOS GL RECUSADOS'
               DELIMITED BY SIZE INTO EL-MENSAGEM.
           MOVE 'F' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           MOVE 8 TO WRK-RETORNO.

       0215-MARCAR-FECHADA.
           MOVE 'F' TO WS-ORI-SITUACAO(WS-IDX-ORI).

      *********** PRIMEIRA LEITURA CONFERE OS LOTES AINDA NAO *****
      *********** CONSOLIDADOS; SO ARQUIVO SEM LOTE RECUSADO E *****
      *********** RELIDO E GRAVADO NO RAZAO ************************
       0300-PROCESSAR-ORIGEM.
           PERFORM 0310-ABRIR-ORIGEM.
           IF WS-GLORIGEM-STATUS NOT = '00'
               MOVE 'N' TO WS-ORI-SITUACAO(WS-IDX-ORI)
               MOVE WS-ORI-NOME(WS-IDX-ORI) TO WRK-ARQUIVO
               MOVE '0300-PROCESSAR-ORIG' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE 'N' TO WS-ORIGEM-ERRO-SW
               PERFORM 0345-INICIAR-LOTE
               PERFORM 0312-POSICIONAR-ORIGEM
               IF WS-ORI-RECRIADO(WS-IDX-ORI) = 'S'
                   PERFORM 0302-AVISAR-RECRIADO
               END-IF
               PERFORM 0320-CONFERIR-LANCAMENTO
                   UNTIL WS-FIM-ARQUIVO
               IF WS-LOTE-REGISTROS > ZEROS
                  OR WS-TEM-CTRL-DEBITO
                   PERFORM 0340-FECHAR-LOTE-FINAL
               END-IF
               PERFORM 0318-FECHAR-ORIGEM
               PERFORM 0305-CONCLUIR-ORIGEM
           END-IF.

      *********** PRIMEIRO REGISTRO DIFERENTE DO GUARDADO NO *******
      *********** GLCTLLOT: ARQUIVO RECRIADO, LIDO DO INICIO *******
       0302-AVISAR-RECRIADO.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING '   ' WS-ORI-NOME(WS-IDX-ORI)
               ' RECRIADO DESDE A ULTIMA CONSOLIDACAO - CONFERIDO '
               'DESDE O PRIMEIRO REGISTRO' DELIMITED BY SIZE
               INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           DISPLAY 'AVISO: ' WS-ORI-NOME(WS-IDX-ORI)
               ' RECRIADO - CONFERIDO DESDE O PRIMEIRO REGISTRO'.

       0305-CONCLUIR-ORIGEM.
           EVALUATE TRUE
               WHEN WS-ORI-LOTES(WS-IDX-ORI) = ZEROS
                  AND WS-ORI-NO-RAZAO(WS-IDX-ORI) > ZEROS
                   MOVE 'J' TO WS-ORI-SITUACAO(WS-IDX-ORI)
               WHEN WS-ORI-LOTES(WS-IDX-ORI) = ZEROS
                   MOVE 'V' TO WS-ORI-SITUACAO(WS-IDX-ORI)
               WHEN WS-ORIGEM-COM-ERRO
                   MOVE 'R' TO WS-ORI-SITUACAO(WS-IDX-ORI)
                   PERFORM 0760-REGISTRAR-RECUSA
               WHEN OTHER
                   PERFORM 0400-GRAVAR-RAZAO
           END-EVALUATE.

       0310-ABRIR-ORIGEM.
           EVALUATE WS-IDX-ORI
               WHEN 1
                   OPEN INPUT GL-SALES-FILE
               WHEN 2
                   OPEN INPUT GL-EXPORT-FILE
               WHEN 3
                   OPEN INPUT GL-PROV-FILE
               WHEN 4
                   OPEN INPUT GL-FREIGHT-FILE
               WHEN 5
                   OPEN INPUT GL-PDD-FILE
           END-EVALUATE.

      *********** PULA OS REGISTROS JA CONSOLIDADOS (GLCTLLOT) E ***
      *********** PARA NO PRIMEIRO NOVO; LOTE E SEQUENCIA SEGUEM ***
      *********** OS JA GRAVADOS NO RAZAO NA COMPETENCIA ***********
       0312-POSICIONAR-ORIGEM.
           MOVE ZEROS TO WS-POSICAO.
           MOVE 'N' TO WS-ORI-RECRIADO(WS-IDX-ORI).
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           PERFORM 0315-LER-ORIGEM.
           IF NOT WS-FIM-ARQUIVO
               MOVE WS-GL-LANCAMENTO TO WS-ORI-PRIM-AGORA(WS-IDX-ORI)
               IF WS-ORI-JA-LIDOS(WS-IDX-ORI) > ZEROS
                   IF WS-GL-LANCAMENTO = WS-ORI-PRIMEIRO(WS-IDX-ORI)
                       PERFORM 0315-LER-ORIGEM
                           UNTIL WS-FIM-ARQUIVO
                           OR WS-POSICAO > WS-ORI-JA-LIDOS(WS-IDX-ORI)
                   ELSE
                       MOVE 'S' TO WS-ORI-RECRIADO(WS-IDX-ORI)
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-LOTE = WS-ORI-ULT-LOTE(WS-IDX-ORI) + 1.
           MOVE WS-ORI-ULT-SEQ(WS-IDX-ORI) TO WS-SEQUENCIA.
           IF NOT WS-FIM-ARQUIVO
               ADD 1 TO WS-SEQUENCIA
           END-IF.

       0315-LER-ORIGEM.
           EVALUATE WS-IDX-ORI
               WHEN 1
                   READ GL-SALES-FILE INTO WS-GL-LANCAMENTO
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO-SW
                   END-READ
               WHEN 2
                   READ GL-EXPORT-FILE INTO WS-GL-LANCAMENTO
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO-SW
                   END-READ
               WHEN 3
                   READ GL-PROV-FILE INTO WS-GL-LANCAMENTO
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO-SW
                   END-READ
               WHEN 4
                   READ GL-FREIGHT-FILE INTO WS-GL-LANCAMENTO
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO-SW
                   END-READ
               WHEN 5
                   READ GL-PDD-FILE INTO WS-GL-LANCAMENTO
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO-SW
                   END-READ
           END-EVALUATE.
           IF NOT WS-FIM-ARQUIVO
               ADD 1 TO WS-SEQUENCIA
               ADD 1 TO WS-POSICAO
           END-IF.

       0318-FECHAR-ORIGEM.
           EVALUATE WS-IDX-ORI
               WHEN 1
                   CLOSE GL-SALES-FILE
               WHEN 2
                   CLOSE GL-EXPORT-FILE
               WHEN 3
                   CLOSE GL-PROV-FILE
               WHEN 4
                   CLOSE GL-FREIGHT-FILE
               WHEN 5
                   CLOSE GL-PDD-FILE
           END-EVALUATE.

      *********** *CTRL TOTDEB/TOTCRED FECHAM O LOTE; LANCAMENTO ***
      *********** SO PASSA COM VALOR NUMERICO, D/C VALIDO E CONTA **
      *********** E CENTRO ATIVOS NO PLANO **************************
       0320-CONFERIR-LANCAMENTO.
           ADD 1 TO WS-QTD-LIDOS.
           IF GL-CENTRO = '*CTRL'
               EVALUATE GL-CONTA
                   WHEN 'TOTDEB  '
                       MOVE GL-VALOR TO WS-CTRL-DEBITOS
                       MOVE 'S' TO WS-CTRL-DEB-SW
                   WHEN 'TOTCRED '
                       MOVE GL-VALOR TO WS-CTRL-CREDITOS
                       MOVE 'S' TO WS-CTRL-CRED-SW
                       PERFORM 0330-FECHAR-LOTE
                   WHEN OTHER
                       MOVE 'REGISTRO DE CONTROLE DESCONHECIDO'
                           TO WRK-MOTIVO
                       PERFORM 0360-REJEITAR-LANCAMENTO
               END-EVALUATE
           ELSE
               ADD 1 TO WS-LOTE-REGISTROS
               IF GL-VALOR NOT NUMERIC
                   MOVE 'VALOR NAO NUMERICO' TO WRK-MOTIVO
                   PERFORM 0360-REJEITAR-LANCAMENTO
               ELSE
                   EVALUATE GL-DC
                       WHEN 'D'
                           ADD GL-VALOR TO WS-LOTE-DEBITOS
                       WHEN 'C'
                           ADD GL-VALOR TO WS-LOTE-CREDITOS
                       WHEN OTHER
                           MOVE 'INDICADOR DEBITO/CREDITO INVALIDO'
                               TO WRK-MOTIVO
                           PERFORM 0360-REJEITAR-LANCAMENTO
                   END-EVALUATE
               END-IF
               MOVE 'C' TO WRK-TIPO
               MOVE GL-CONTA TO WRK-CODIGO
               PERFORM 0350-BUSCAR-PLANO
               IF NOT WS-ACHOU
                   MOVE 'CONTA INEXISTENTE NO PLANO DE CONTAS'
                       TO WRK-MOTIVO
                   PERFORM 0360-REJEITAR-LANCAMENTO
               ELSE
                   IF WS-PLN-ATIVO(WS-IDX-ACHADO) NOT = 'S'
                       MOVE 'CONTA INATIVA NO PLANO DE CONTAS'
                           TO WRK-MOTIVO
                       PERFORM 0360-REJEITAR-LANCAMENTO
                   END-IF
               END-IF
               MOVE 'R' TO WRK-TIPO
               MOVE GL-CENTRO TO WRK-CODIGO
               PERFORM 0350-BUSCAR-PLANO
               IF NOT WS-ACHOU
                   MOVE 'CENTRO DE CUSTO INEXISTENTE NO PLANO'
                       TO WRK-MOTIVO
                   PERFORM 0360-REJEITAR-LANCAMENTO
               ELSE
                   IF WS-PLN-ATIVO(WS-IDX-ACHADO) NOT = 'S'
                       MOVE 'CENTRO DE CUSTO INATIVO NO PLANO'
                           TO WRK-MOTIVO
                       PERFORM 0360-REJEITAR-LANCAMENTO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0315-LER-ORIGEM.

      *********** LOTE FECHADO PELO *CTRL TOTCRED: TEM DE TRAZER ***
      *********** O TOTDEB E BATER COM OS LANCAMENTOS **************
       0330-FECHAR-LOTE.
           IF NOT WS-TEM-CTRL-DEBITO
               MOVE 'LOTE SEM O REGISTRO DE CONTROLE TOTDEB'
                   TO WRK-MOTIVO
               PERFORM 0365-REJEITAR-LOTE
           ELSE
               IF WS-CTRL-DEBITOS NOT = WS-LOTE-DEBITOS
                  OR WS-CTRL-CREDITOS NOT = WS-LOTE-CREDITOS
                   MOVE 'TOTAIS DO LOTE DIFERENTES DO REGISTRO *CTRL'
                       TO WRK-MOTIVO
                   PERFORM 0365-REJEITAR-LOTE
               END-IF
           END-IF.
           PERFORM 0335-CONCLUIR-LOTE.

      *********** PARTIDA DOBRADA, A SITUACAO DO LOTE NO RELATORIO *
      *********** E OS TOTAIS DA ORIGEM ****************************
       0335-CONCLUIR-LOTE.
           IF WS-LOTE-DEBITOS NOT = WS-LOTE-CREDITOS
               MOVE 'DEBITOS DIFERENTES DOS CREDITOS NO LOTE'
                   TO WRK-MOTIVO
               PERFORM 0365-REJEITAR-LOTE
           END-IF.
           MOVE WS-ORI-NOME(WS-IDX-ORI) TO WLL-ORIGEM.
           MOVE WS-LOTE                 TO WLL-LOTE.
           MOVE WS-LOTE-REGISTROS       TO WLL-LANCAMENTOS.
           MOVE WS-LOTE-DEBITOS         TO WLL-DEBITOS.
           MOVE WS-LOTE-CREDITOS        TO WLL-CREDITOS.
           IF WS-LOTE-COM-ERRO
               MOVE 'LOTE RECUSADO' TO WLL-SITUACAO
               MOVE 'S' TO WS-ORIGEM-ERRO-SW
               ADD 1 TO WS-QTD-LOTES-RECUSADOS
           ELSE
               MOVE 'LOTE CONFERIDO' TO WLL-SITUACAO
           END-IF.
           WRITE GL-REPORT-LINE FROM WS-LINHA-LOTE.
           ADD 1 TO WS-ORI-LOTES(WS-IDX-ORI).
           ADD WS-LOTE-REGISTROS TO WS-ORI-LANCAMENTOS(WS-IDX-ORI).
           ADD WS-LOTE-DEBITOS   TO WS-ORI-DEBITOS(WS-IDX-ORI).
           ADD WS-LOTE-CREDITOS  TO WS-ORI-CREDITOS(WS-IDX-ORI).
           ADD 1 TO WS-LOTE.
           PERFORM 0345-INICIAR-LOTE.

      *********** FIM DO ARQUIVO COM LOTE ABERTO: NO ARQUIVO COM ***
      *********** CONTROLE E LOTE TRUNCADO; NO GLEXPORT E O LOTE ***
      *********** UNICO, CONFERIDO SO PELA PARTIDA DOBRADA *********
       0340-FECHAR-LOTE-FINAL.
           IF WS-ORI-CONTROLE(WS-IDX-ORI) = 'S'
               MOVE 'LOTE SEM REGISTRO DE CONTROLE NO FIM DO ARQUIVO'
                   TO WRK-MOTIVO
               PERFORM 0365-REJEITAR-LOTE
           END-IF.
           PERFORM 0335-CONCLUIR-LOTE.

       0345-INICIAR-LOTE.
           MOVE ZEROS TO WS-LOTE-REGISTROS.
           MOVE ZEROS TO WS-LOTE-DEBITOS.
           MOVE ZEROS TO WS-LOTE-CREDITOS.
           MOVE ZEROS TO WS-CTRL-DEBITOS.
           MOVE ZEROS TO WS-CTRL-CREDITOS.
           MOVE 'N' TO WS-CTRL-DEB-SW.
           MOVE 'N' TO WS-CTRL-CRED-SW.
           MOVE 'N' TO WS-LOTE-ERRO-SW.

      *********** CONTA (TIPO C) OU CENTRO (TIPO R) NO PLANO *******
       0350-BUSCAR-PLANO.
           MOVE 'N' TO WS-ACHOU-SW.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM 0355-COMPARAR-PLANO
               VARYING WS-IDX-PLN FROM 1 BY 1
               UNTIL WS-IDX-PLN > WS-QTD-ITENS OR WS-ACHOU.

       0355-COMPARAR-PLANO.
           IF WS-PLN-TIPO(WS-IDX-PLN) = WRK-TIPO
              AND WS-PLN-CODIGO(WS-IDX-PLN) = WRK-CODIGO
               MOVE 'S' TO WS-ACHOU-SW
               MOVE WS-IDX-PLN TO WS-IDX-ACHADO
           END-IF.

       0360-REJEITAR-LANCAMENTO.
           MOVE GL-CENTRO TO WLR-CENTRO.
           MOVE GL-CONTA  TO WLR-CONTA.
           PERFORM 0370-IMPRIMIR-REJEICAO.

       0365-REJEITAR-LOTE.
           MOVE SPACES TO WLR-CENTRO.
           MOVE SPACES TO WLR-CONTA.
           PERFORM 0370-IMPRIMIR-REJEICAO.

       0370-IMPRIMIR-REJEICAO.
           IF WS-QTD-REJEICOES = ZEROS
               WRITE GL-REPORT-LINE FROM WS-CABECALHO-REJEICAO
           END-IF.
           ADD 1 TO WS-QTD-REJEICOES.
           MOVE 'S' TO WS-LOTE-ERRO-SW.
           MOVE WS-ORI-NOME(WS-IDX-ORI) TO WLR-ORIGEM.
           MOVE WS-LOTE       TO WLR-LOTE.
           MOVE WS-POSICAO    TO WLR-POSICAO.
           MOVE WRK-MOTIVO    TO WLR-MOTIVO.
           WRITE GL-REPORT-LINE FROM WS-LINHA-REJEICAO.

      *********** SEGUNDA LEITURA: LANCAMENTOS NOVOS DO ARQUIVO ***
      *********** NO RAZAO, COM LOTE E SEQUENCIA DA CONFERENCIA ****
       0400-GRAVAR-RAZAO.
           OPEN EXTEND GL-LEDGER-FILE.
           IF WS-RAZAO-STATUS = '35'
               OPEN OUTPUT GL-LEDGER-FILE
           END-IF.
           IF WS-RAZAO-STATUS NOT = '00'
               DISPLAY 'ARQUIVO GLRAZAO NAO DISPONIVEL - STATUS '
                   WS-RAZAO-STATUS
               MOVE 'PRGCB118' TO EL-PROGRAMA
               MOVE '0400-GRAVAR-RAZAO' TO EL-PARAGRAFO
               MOVE 'ARQUIVO GLRAZAO NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'R' TO WS-ORI-SITUACAO(WS-IDX-ORI)
           ELSE
               PERFORM 0310-ABRIR-ORIGEM
               PERFORM 0312-POSICIONAR-ORIGEM
               PERFORM 0410-GRAVAR-LANCAMENTO UNTIL WS-FIM-ARQUIVO
               MOVE WS-POSICAO TO WS-ORI-LIDOS-AGORA(WS-IDX-ORI)
               PERFORM 0318-FECHAR-ORIGEM
               CLOSE GL-LEDGER-FILE
               MOVE 'A' TO WS-ORI-SITUACAO(WS-IDX-ORI)
           END-IF.

       0410-GRAVAR-LANCAMENTO.
           IF GL-CENTRO = '*CTRL'
               IF GL-CONTA = 'TOTCRED '
                   ADD 1 TO WS-LOTE
               END-IF
           ELSE
               MOVE SPACES                  TO GL-LEDGER-REC
               MOVE WRK-COMPETENCIA         TO RZ-COMPETENCIA
               MOVE WS-ORI-NOME(WS-IDX-ORI) TO RZ-ORIGEM
               MOVE WS-LOTE                 TO RZ-LOTE
               MOVE WS-SEQUENCIA            TO RZ-SEQUENCIA
               MOVE GL-CENTRO               TO RZ-CENTRO
               MOVE GL-CONTA                TO RZ-CONTA
               MOVE GL-DC                   TO RZ-DC
               MOVE GL-VALOR                TO RZ-VALOR
               MOVE WS-DATA-PROCESSO        TO RZ-DATA-LANCAMENTO
               WRITE GL-LEDGER-REC
               ADD 1 TO WS-QTD-GRAVADOS
               IF GL-DC = 'D'
                   ADD GL-VALOR TO WS-TOT-GRAVADO
               END-IF
           END-IF.
           PERFORM 0315-LER-ORIGEM.

      *********** ARQUIVO CARREGADO NO RAZAO ENTRA NO GLCTLLOT ****
      *********** COM O TOTAL DE REGISTROS LIDOS; SEM O CONTROLE ***
      *********** A PROXIMA CONSOLIDACAO REPETIRIA OS LOTES ********
       0420-GRAVAR-CONTROLE-LOTES.
           OPEN EXTEND GL-BATCH-CTRL-FILE.
           IF WS-GLCTLLOT-STATUS = '35'
               OPEN OUTPUT GL-BATCH-CTRL-FILE
           END-IF.
           IF WS-GLCTLLOT-STATUS = '00'
               PERFORM 0425-GRAVAR-CONTROLE-ORIGEM
                   VARYING WS-IDX-ORI FROM 1 BY 1
                   UNTIL WS-IDX-ORI > 5
               CLOSE GL-BATCH-CTRL-FILE
           ELSE
               DISPLAY 'ARQUIVO GLCTLLOT NAO DISPONIVEL - STATUS '
                   WS-GLCTLLOT-STATUS
               MOVE 'PRGCB118' TO EL-PROGRAMA
               MOVE '0420-GRAVAR-CONTROLE' TO EL-PARAGRAFO
               MOVE 'GLCTLLOT NAO ATUALIZADO - LOTES SERIAM REPETIDOS'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           END-IF.

       0425-GRAVAR-CONTROLE-ORIGEM.
           IF WS-ORI-SITUACAO(WS-IDX-ORI) = 'A'
               MOVE SPACES                  TO GL-BATCH-CTRL-REC
               MOVE WS-ORI-NOME(WS-IDX-ORI) TO CL-ORIGEM
               MOVE WS-ORI-LIDOS-AGORA(WS-IDX-ORI) TO CL-REGISTROS
               MOVE WRK-COMPETENCIA         TO CL-COMPETENCIA
               MOVE WS-DATA-PROCESSO        TO CL-DATA-CONSOLIDACAO
               MOVE WS-ORI-PRIM-AGORA(WS-IDX-ORI)
                   TO CL-PRIMEIRO-REGISTRO
               WRITE GL-BATCH-CTRL-REC
           END-IF.

      *********** SITUACAO DE CADA ARQUIVO GL NA CONSOLIDACAO ******
       0500-IMPRIMIR-ORIGENS.
           WRITE GL-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'SITUACAO DOS ARQUIVOS GL' TO WTS-TITULO.
           WRITE GL-REPORT-LINE FROM WS-TITULO-SECAO.
           WRITE GL-REPORT-LINE FROM WS-CABECALHO-LOTE.
           PERFORM 0510-IMPRIMIR-ORIGEM
               VARYING WS-IDX-ORI FROM 1 BY 1
               UNTIL WS-IDX-ORI > 5.
           MOVE 'LANCAMENTOS GRAVADOS NO RAZAO' TO WLQ-ROTULO.
           MOVE WS-QTD-GRAVADOS TO WLQ-QTDE.
           WRITE GL-REPORT-LINE FROM WS-LINHA-QTDE.
           MOVE 'LOTES RECUSADOS' TO WLQ-ROTULO.
           MOVE WS-QTD-LOTES-RECUSADOS TO WLQ-QTDE.
           WRITE GL-REPORT-LINE FROM WS-LINHA-QTDE.
           MOVE 'LINHAS DE REJEICAO' TO WLQ-ROTULO.
           MOVE WS-QTD-REJEICOES TO WLQ-QTDE.
           WRITE GL-REPORT-LINE FROM WS-LINHA-QTDE.
           DISPLAY 'LANCAMENTOS GRAVADOS NO RAZAO : ' WS-QTD-GRAVADOS.
           DISPLAY 'LOTES RECUSADOS ............. : '
               WS-QTD-LOTES-RECUSADOS.

       0510-IMPRIMIR-ORIGEM.
           MOVE WS-ORI-NOME(WS-IDX-ORI)        TO WLL-ORIGEM.
           MOVE WS-ORI-LOTES(WS-IDX-ORI)       TO WLL-LOTE.
           MOVE WS-ORI-LANCAMENTOS(WS-IDX-ORI) TO WLL-LANCAMENTOS.
           MOVE WS-ORI-DEBITOS(WS-IDX-ORI)     TO WLL-DEBITOS.
           MOVE WS-ORI-CREDITOS(WS-IDX-ORI)    TO WLL-CREDITOS.
           EVALUATE WS-ORI-SITUACAO(WS-IDX-ORI)
               WHEN 'A'
                   MOVE 'CONSOLIDADO NO RAZAO' TO WLL-SITUACAO
               WHEN 'R'
                   MOVE 'RECUSADO - NADA CONSOLIDADO' TO WLL-SITUACAO
               WHEN 'J'
                   MOVE 'SEM LOTE NOVO - JA CONSOLIDADO'
                       TO WLL-SITUACAO
               WHEN 'N'
                   MOVE 'ARQUIVO NAO DISPONIVEL' TO WLL-SITUACAO
               WHEN 'V'
                   MOVE 'SEM LANCAMENTOS NOVOS' TO WLL-SITUACAO
               WHEN 'F'
                   MOVE 'COMPETENCIA FECHADA - RECUSADO'
                       TO WLL-SITUACAO
           END-EVALUATE.
           WRITE GL-REPORT-LINE FROM WS-LINHA-LOTE.

      *********** BALANCETE DE VERIFICACAO: SALDO ANTERIOR (RAZAO *
      *********** ATE A COMPETENCIA ANTERIOR), DEBITOS E CREDITOS **
      *********** DA COMPETENCIA E SALDO ATUAL, DEVEDOR (D) OU *****
      *********** CREDOR (C) ***************************************
       0600-EMITIR-BALANCETE.
           PERFORM 0610-ACUMULAR-RAZAO.
           WRITE GL-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE SPACES TO WTS-TITULO.
           STRING 'BALANCETE DE VERIFICACAO - COMPETENCIA '
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO WTS-TITULO.
           WRITE GL-REPORT-LINE FROM WS-TITULO-SECAO.
           WRITE GL-REPORT-LINE FROM WS-CABECALHO-BALANCETE.
           MOVE ZEROS TO WS-TOT-ANTERIOR.
           MOVE ZEROS TO WS-TOT-DEBITOS.
           MOVE ZEROS TO WS-TOT-CREDITOS.
           MOVE ZEROS TO WS-TOT-ATUAL.
           PERFORM 0630-IMPRIMIR-CONTA
               VARYING WS-IDX-PLN FROM 1 BY 1
               UNTIL WS-IDX-PLN > WS-QTD-ITENS.
           WRITE GL-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE SPACES TO WLB-CONTA.
           MOVE 'TOTAL DO BALANCETE' TO WLB-DESCRICAO.
           MOVE WS-TOT-ANTERIOR TO WS-SALDO-CALC.
           PERFORM 0690-SEPARAR-SINAL.
           MOVE WS-SALDO-ABS TO WLB-ANTERIOR.
           MOVE WRK-DC-SALDO TO WLB-DC-ANTERIOR.
           MOVE WS-TOT-DEBITOS  TO WLB-DEBITOS.
           MOVE WS-TOT-CREDITOS TO WLB-CREDITOS.
           MOVE WS-TOT-ATUAL TO WS-SALDO-CALC.
           PERFORM 0690-SEPARAR-SINAL.
           MOVE WS-SALDO-ABS TO WLB-ATUAL.
           MOVE WRK-DC-SALDO TO WLB-DC-ATUAL.
           WRITE GL-REPORT-LINE FROM WS-LINHA-BALANCETE.
           IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
              OR WS-TOT-ATUAL NOT = ZEROS
               MOVE '   *** BALANCETE NAO FECHA - CONFERIR O RAZAO'
                   TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               DISPLAY 'BALANCETE NAO FECHA - CONFERIR O GLRAZAO'
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.
           IF WS-QTD-SEM-CONTA > ZEROS
               MOVE 'LANCAMENTOS COM CONTA FORA DO PLANO'
                   TO WLQ-ROTULO
               MOVE WS-QTD-SEM-CONTA TO WLQ-QTDE
               WRITE GL-REPORT-LINE FROM WS-LINHA-QTDE
           END-IF.
           DISPLAY 'BALANCETE DA COMPETENCIA ' WRK-COMPETENCIA
               ' EMITIDO'.

      *********** UMA LEITURA DO RAZAO ACUMULA AS CONTAS DO PLANO **
       0610-ACUMULAR-RAZAO.
           MOVE ZEROS TO WS-QTD-NO-RAZAO.
           MOVE ZEROS TO WS-QTD-SEM-CONTA.
           PERFORM 0615-ZERAR-CONTA
               VARYING WS-IDX-PLN FROM 1 BY 1
               UNTIL WS-IDX-PLN > WS-QTD-ITENS.
           OPEN INPUT GL-LEDGER-FILE.
           IF WS-RAZAO-STATUS NOT = '00'
               DISPLAY 'GLRAZAO VAZIO OU NAO DISPONIVEL - NENHUM '
                   'LANCAMENTO CONSOLIDADO'
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0175-LER-RAZAO
               PERFORM 0620-ACUMULAR-LANCAMENTO UNTIL WS-FIM-ARQUIVO
               CLOSE GL-LEDGER-FILE
           END-IF.

       0615-ZERAR-CONTA.
           MOVE ZEROS TO WS-PLN-ANTERIOR(WS-IDX-PLN).
           MOVE ZEROS TO WS-PLN-DEBITOS(WS-IDX-PLN).
           MOVE ZEROS TO WS-PLN-CREDITOS(WS-IDX-PLN).

       0620-ACUMULAR-LANCAMENTO.
           IF RZ-COMPETENCIA NOT > WRK-COMPETENCIA
               MOVE 'C' TO WRK-TIPO
               MOVE RZ-CONTA TO WRK-CODIGO
               PERFORM 0350-BUSCAR-PLANO
               IF NOT WS-ACHOU
                   ADD 1 TO WS-QTD-SEM-CONTA
               ELSE
                   IF RZ-COMPETENCIA < WRK-COMPETENCIA
                       IF RZ-DEBITO
                           ADD RZ-VALOR
                               TO WS-PLN-ANTERIOR(WS-IDX-ACHADO)
                       ELSE
                           SUBTRACT RZ-VALOR
                               FROM WS-PLN-ANTERIOR(WS-IDX-ACHADO)
                       END-IF
                   ELSE
                       ADD 1 TO WS-QTD-NO-RAZAO
                       IF RZ-DEBITO
                           ADD RZ-VALOR
                               TO WS-PLN-DEBITOS(WS-IDX-ACHADO)
                       ELSE
                           ADD RZ-VALOR
                               TO WS-PLN-CREDITOS(WS-IDX-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 0175-LER-RAZAO.

       0630-IMPRIMIR-CONTA.
           IF WS-PLN-TIPO(WS-IDX-PLN) = 'C'
              AND (WS-PLN-ANTERIOR(WS-IDX-PLN) NOT = ZEROS
                   OR WS-PLN-DEBITOS(WS-IDX-PLN) > ZEROS
                   OR WS-PLN-CREDITOS(WS-IDX-PLN) > ZEROS)
               MOVE WS-PLN-CODIGO(WS-IDX-PLN)    TO WLB-CONTA
               MOVE WS-PLN-DESCRICAO(WS-IDX-PLN) TO WLB-DESCRICAO
               MOVE WS-PLN-ANTERIOR(WS-IDX-PLN)  TO WS-SALDO-CALC
               PERFORM 0690-SEPARAR-SINAL
               MOVE WS-SALDO-ABS TO WLB-ANTERIOR
               MOVE WRK-DC-SALDO TO WLB-DC-ANTERIOR
               MOVE WS-PLN-DEBITOS(WS-IDX-PLN)   TO WLB-DEBITOS
               MOVE WS-PLN-CREDITOS(WS-IDX-PLN)  TO WLB-CREDITOS
               COMPUTE WS-SALDO-CALC = WS-PLN-ANTERIOR(WS-IDX-PLN)
                   + WS-PLN-DEBITOS(WS-IDX-PLN)
                   - WS-PLN-CREDITOS(WS-IDX-PLN)
               ADD WS-PLN-ANTERIOR(WS-IDX-PLN) TO WS-TOT-ANTERIOR
               ADD WS-PLN-DEBITOS(WS-IDX-PLN)  TO WS-TOT-DEBITOS
               ADD WS-PLN-CREDITOS(WS-IDX-PLN) TO WS-TOT-CREDITOS
               ADD WS-SALDO-CALC               TO WS-TOT-ATUAL
               PERFORM 0690-SEPARAR-SINAL
               MOVE WS-SALDO-ABS TO WLB-ATUAL
               MOVE WRK-DC-SALDO TO WLB-DC-ATUAL
               WRITE GL-REPORT-LINE FROM WS-LINHA-BALANCETE
           END-IF.

      *********** SALDO POSITIVO = DEVEDOR (D), NEGATIVO = ********
      *********** CREDOR (C); O VALOR SAI SEM SINAL ***************
       0690-SEPARAR-SINAL.
           EVALUATE TRUE
               WHEN WS-SALDO-CALC > ZEROS
                   MOVE 'D' TO WRK-DC-SALDO
                   MOVE WS-SALDO-CALC TO WS-SALDO-ABS
               WHEN WS-SALDO-CALC < ZEROS
                   MOVE 'C' TO WRK-DC-SALDO
                   COMPUTE WS-SALDO-ABS = ZEROS - WS-SALDO-CALC
               WHEN OTHER
                   MOVE SPACES TO WRK-DC-SALDO
                   MOVE ZEROS TO WS-SALDO-ABS
           END-EVALUATE.

      *********** RAZAO POR CONTA: A CONTA PEDIDA OU TODAS AS ******
      *********** CONTAS COM MOVIMENTO NA COMPETENCIA (ACUMULADAS **
      *********** PELO BALANCETE), UMA RELEITURA DO RAZAO POR CONTA *
       0700-EMITIR-RAZAO.
           WRITE GL-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE SPACES TO WTS-TITULO.
           STRING 'RAZAO POR CONTA - COMPETENCIA '
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO WTS-TITULO.
           WRITE GL-REPORT-LINE FROM WS-TITULO-SECAO.
           MOVE ZEROS TO WS-QTD-CONTAS-RAZAO.
           IF WRK-CONTA-RAZAO NOT = SPACES
               MOVE 'C' TO WRK-TIPO
               MOVE WRK-CONTA-RAZAO TO WRK-CODIGO
               PERFORM 0350-BUSCAR-PLANO
               IF NOT WS-ACHOU
                   MOVE '   CONTA NAO CADASTRADA NO PLANO DE CONTAS'
                       TO GL-REPORT-LINE
                   WRITE GL-REPORT-LINE
                   DISPLAY 'CONTA ' WRK-CONTA-RAZAO
                       ' NAO CADASTRADA NO PLANO'
               ELSE
                   MOVE WS-IDX-ACHADO TO WS-IDX-PLN
                   PERFORM 0710-IMPRIMIR-RAZAO-CONTA
               END-IF
           ELSE
               PERFORM 0705-SELECIONAR-CONTA
                   VARYING WS-IDX-PLN FROM 1 BY 1
                   UNTIL WS-IDX-PLN > WS-QTD-ITENS
           END-IF.
           IF WS-QTD-CONTAS-RAZAO = ZEROS
               MOVE '   NENHUMA CONTA COM MOVIMENTO NA COMPETENCIA'
                   TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.
           DISPLAY 'CONTAS NO RAZAO ............. : '
               WS-QTD-CONTAS-RAZAO.

       0705-SELECIONAR-CONTA.
           IF WS-PLN-TIPO(WS-IDX-PLN) = 'C'
              AND (WS-PLN-DEBITOS(WS-IDX-PLN) > ZEROS
                   OR WS-PLN-CREDITOS(WS-IDX-PLN) > ZEROS)
               PERFORM 0710-IMPRIMIR-RAZAO-CONTA
           END-IF.

       0710-IMPRIMIR-RAZAO-CONTA.
           ADD 1 TO WS-QTD-CONTAS-RAZAO.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-PLN-CODIGO(WS-IDX-PLN)    TO WLC-CONTA.
           MOVE WS-PLN-DESCRICAO(WS-IDX-PLN) TO WLC-DESCRICAO.
           IF WS-PLN-NATUREZA(WS-IDX-PLN) = 'C'
               MOVE 'CREDORA' TO WLC-NATUREZA
           ELSE
               MOVE 'DEVEDORA' TO WLC-NATUREZA
           END-IF.
           WRITE GL-REPORT-LINE FROM WS-LINHA-CONTA.
           WRITE GL-REPORT-LINE FROM WS-CABECALHO-RAZAO.
           MOVE WS-PLN-ANTERIOR(WS-IDX-PLN) TO WS-SALDO-RAZAO.
           MOVE WS-SALDO-RAZAO TO WS-SALDO-CALC.
           PERFORM 0690-SEPARAR-SINAL.
           MOVE 'SALDO ANTERIOR' TO WLV-ROTULO.
           MOVE WS-SALDO-ABS TO WLV-VALOR.
           MOVE WRK-DC-SALDO TO WLV-DC.
           WRITE GL-REPORT-LINE FROM WS-LINHA-VALOR.
           OPEN INPUT GL-LEDGER-FILE.
           IF WS-RAZAO-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0175-LER-RAZAO
               PERFORM 0720-IMPRIMIR-LANCAMENTO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE GL-LEDGER-FILE
           END-IF.
           MOVE WS-SALDO-RAZAO TO WS-SALDO-CALC.
           PERFORM 0690-SEPARAR-SINAL.
           MOVE 'SALDO ATUAL' TO WLV-ROTULO.
           MOVE WS-SALDO-ABS TO WLV-VALOR.
           MOVE WRK-DC-SALDO TO WLV-DC.
           WRITE GL-REPORT-LINE FROM WS-LINHA-VALOR.

       0720-IMPRIMIR-LANCAMENTO.
           IF RZ-COMPETENCIA = WRK-COMPETENCIA
              AND RZ-CONTA = WS-PLN-CODIGO(WS-IDX-PLN)
               MOVE RZ-DATA-LANCAMENTO TO WLZ-DATA
               MOVE RZ-ORIGEM          TO WLZ-ORIGEM
               MOVE RZ-LOTE            TO WLZ-LOTE
               MOVE RZ-SEQUENCIA       TO WLZ-SEQUENCIA
               MOVE RZ-CENTRO          TO WLZ-CENTRO
               IF RZ-DEBITO
                   MOVE RZ-VALOR TO WLZ-DEBITO
                   MOVE ZEROS    TO WLZ-CREDITO
                   ADD RZ-VALOR TO WS-SALDO-RAZAO
               ELSE
                   MOVE ZEROS    TO WLZ-DEBITO
                   MOVE RZ-VALOR TO WLZ-CREDITO
                   SUBTRACT RZ-VALOR FROM WS-SALDO-RAZAO
               END-IF
               MOVE WS-SALDO-RAZAO TO WS-SALDO-CALC
               PERFORM 0690-SEPARAR-SINAL
               MOVE WS-SALDO-ABS TO WLZ-SALDO
               MOVE WRK-DC-SALDO TO WLZ-DC-SALDO
               WRITE GL-REPORT-LINE FROM WS-LINHA-RAZAO
           END-IF.
           PERFORM 0175-LER-RAZAO.

      *********** FECHAMENTO: SO COMPETENCIA AINDA ABERTA E COM ****
      *********** LANCAMENTO NO RAZAO; O BALANCETE SAI JUNTO COMO **
      *********** POSICAO FINAL DA COMPETENCIA *********************
       0800-FECHAR-COMPETENCIA.
           MOVE SPACES TO WTS-TITULO.
           STRING 'FECHAMENTO CONTABIL - COMPETENCIA '
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO WTS-TITULO.
           WRITE GL-REPORT-LINE FROM WS-TITULO-SECAO.
           IF WS-COMPETENCIA-FECHADA
               MOVE SPACES TO GL-REPORT-LINE
               STRING '   COMPETENCIA JA FECHADA EM '
                   WS-DATA-FECHAMENTO DELIMITED BY SIZE
                   INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                   ' JA FECHADA EM ' WS-DATA-FECHAMENTO
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           ELSE
               PERFORM 0170-CONTAR-RAZAO
               IF WS-QTD-NO-RAZAO = ZEROS
                   MOVE '   SEM LANCAMENTO NO RAZAO - NAO FECHADA'
                       TO GL-REPORT-LINE
                   WRITE GL-REPORT-LINE
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' SEM LANCAMENTO NO RAZAO - NAO FECHADA'
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               ELSE
                   PERFORM 0810-GRAVAR-FECHAMENTO
               END-IF
           END-IF.

       0810-GRAVAR-FECHAMENTO.
           OPEN EXTEND GL-PERIOD-LOCK-FILE.
           IF WS-GLFECHA-STATUS = '35'
               OPEN OUTPUT GL-PERIOD-LOCK-FILE
           END-IF.
           IF WS-GLFECHA-STATUS NOT = '00'
               DISPLAY 'ARQUIVO GLFECHA NAO DISPONIVEL - STATUS '
                   WS-GLFECHA-STATUS
               MOVE 'PRGCB118' TO EL-PROGRAMA
               MOVE '0810-GRAVAR-FECHAM' TO EL-PARAGRAFO
               MOVE 'ARQUIVO GLFECHA NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               MOVE SPACES           TO PERIOD-LOCK-REC
               MOVE WRK-COMPETENCIA  TO PL-ANOMES
               MOVE WS-DATA-PROCESSO TO PL-DATA-FECHAMENTO
               WRITE PERIOD-LOCK-REC
               CLOSE GL-PERIOD-LOCK-FILE
               MOVE 'LANCAMENTOS NO RAZAO NA COMPETENCIA'
                   TO WLQ-ROTULO
               MOVE WS-QTD-NO-RAZAO TO WLQ-QTDE
               WRITE GL-REPORT-LINE FROM WS-LINHA-QTDE
               MOVE SPACES TO GL-REPORT-LINE
               STRING '   COMPETENCIA FECHADA EM ' WS-DATA-PROCESSO
                   ' - NOVOS LANCAMENTOS SERAO RECUSADOS'
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ' FECHADA'
               PERFORM 0600-EMITIR-BALANCETE
           END-IF.

      *********** ARQUIVO GL AUSENTE: CONSOLIDACAO PARCIAL *********
       0750-REGISTRAR-INDISPONIVEL.
           DISPLAY 'AVISO: ' WRK-ARQUIVO ' NAO DISPONIVEL'.
           MOVE 'PRGCB118'     TO EL-PROGRAMA.
           MOVE WRK-PARAGRAFO  TO EL-PARAGRAFO.
           MOVE SPACES         TO EL-MENSAGEM.
           STRING 'ARQUIVO ' DELIMITED BY SIZE
               WRK-ARQUIVO DELIMITED BY SPACE
               ' INDISPONIVEL - CONSOLIDACAO PARCIAL'
               DELIMITED BY SIZE
               INTO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

       0760-REGISTRAR-RECUSA.
           DISPLAY 'ARQUIVO ' WS-ORI-NOME(WS-IDX-ORI)
               ' RECUSADO - LOTE COM ERRO (VER GLCONREL)'.
           MOVE 'PRGCB118'            TO EL-PROGRAMA.
           MOVE '0760-REGISTRAR-RECUS' TO EL-PARAGRAFO.
           MOVE SPACES                TO EL-MENSAGEM.
           STRING 'ARQUIVO ' DELIMITED BY SIZE
               WS-ORI-NOME(WS-IDX-ORI) DELIMITED BY SPACE
               ' RECUSADO NA CONSOLIDACAO - LOTE COM ERRO'
               DELIMITED BY SIZE
               INTO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCB118'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-GRAVADOS    TO RC-REGISTROS-SAIDA
               MOVE WS-TOT-GRAVADO     TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
