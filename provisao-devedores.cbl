       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB89.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = PROVISAO PARA DEVEDORES
      ***                            DUVIDOSOS (PDD) DO CONTAS A
      ***                            RECEBER: (1) FECHAMENTO
      ***                            MENSAL DA PDD, QUE CLASSIFICA
      ***                            AS PARCELAS EM ABERTO DO
      ***                            CONTASR POR FAIXA DE ATRASO,
      ***                            CALCULA A PROVISAO POR FILIAL
      ***                            E GERA OS LANCAMENTOS NO
      ***                            LAYOUT DO GLVENDAS (ARQUIVO
      ***                            GLPDD) - AJUSTE DA PROVISAO,
      ***                            PERDAS E RECUPERACOES DO MES;
      ***                            (2) BAIXA COMO PERDA, COM
      ***                            AUTORIZACAO DO SUPERVISOR
      ***                            (SUPAUTH), QUE PASSA A
      ***                            PARCELA PARA A SITUACAO B E
      ***                            GUARDA O MOTIVO NO PERDAS -
      ***                            ATE AQUI A PARCELA COM MAIS
      ***                            DE 180 DIAS FICAVA NO AGING
      ***                            PARA SEMPRE. O RECEBIMENTO
      ***                            POSTERIOR DE PARCELA BAIXADA
      ***                            E LANCADO NO PRGCOB86 COMO
      ***                            RECUPERACAO (TIPO X)
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   O LOTE DO MES E ACRESCENTADO NO FIM
      ***                    DO GLPDD (OPEN EXTEND; CRIADO SE
      ***                    AUSENTE) PARA A CONSOLIDACAO DO MES
      ***                    NO PRGCB118
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
           SELECT RECEIPT-FILE ASSIGN TO 'RECEBTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBTO-STATUS.
           SELECT WRITE-OFF-FILE ASSIGN TO 'PERDAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERDAS-STATUS.
           SELECT PDD-BALANCE-FILE ASSIGN TO 'PDDSALDO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDDSALDO-STATUS.
           SELECT GL-PDD-FILE ASSIGN TO 'GLPDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPDD-STATUS.
           SELECT PDD-REPORT-FILE ASSIGN TO 'PDDREL'
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

       FD  RECEIPT-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY 'RECEBTO.COB'.

       FD  WRITE-OFF-FILE
           RECORD CONTAINS 97 CHARACTERS.
           COPY 'WRTOFF.COB'.

       FD  PDD-BALANCE-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY 'PDDSALD.COB'.

       FD  GL-PDD-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-EXPORT-REC.
           02 GL-CENTRO          PIC X(05).
           02 FILLER             PIC X(01).
           02 GL-CONTA           PIC X(08).
           02 FILLER             PIC X(01).
           02 GL-DC              PIC X(01).
           02 FILLER             PIC X(01).
           02 GL-VALOR           PIC 9(11)V99.

       FD  PDD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PDD-REPORT-LINE       PIC X(80).

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
       77  WS-RECEBTO-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PERDAS-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-PDDSALDO-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-GLPDD-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SESSAO-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-CONTASR-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-CONTASR                   VALUE 'S'.
       77  WS-FIM-RECEBTOS-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-RECEBTOS                  VALUE 'S'.
       77  WS-FIM-PERDAS-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-PERDAS                    VALUE 'S'.
       77  WS-FIM-PDDSALDO-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-PDDSALDO                  VALUE 'S'.
       77  WS-FIM-CAPTURA-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-CAPTURA                   VALUE 'S'.
       77  WS-PARCELA-ACHADA-SW  PIC X(01)     VALUE 'N'.
           88 WS-PARCELA-ACHADA                VALUE 'S'.
       77  WS-FILIAL-ACHADA-SW   PIC X(01)     VALUE 'N'.
           88 WS-FILIAL-ACHADA                 VALUE 'S'.
       77  WS-FAIXA-ACHADA-SW    PIC X(01)     VALUE 'N'.
           88 WS-FAIXA-ACHADA                  VALUE 'S'.
       77  WS-TAB-ESTOURO-SW     PIC X(01)     VALUE 'N'.
           88 WS-TAB-ESTOURO                   VALUE 'S'.
       77  WS-PDD-ERRO-SW        PIC X(01)     VALUE 'N'.
           88 WS-PDD-ERRO                      VALUE 'S'.
       77  WS-BAIXA-OK-SW        PIC X(01)     VALUE 'N'.
           88 WS-BAIXA-OK                      VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-OPERADOR-SESSAO   PIC X(05)     VALUE SPACES.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-COMPETENCIA-MOV   PIC 9(06)     VALUE ZEROS.
       77  WRK-DATA-REFERENCIA   PIC 9(08)     VALUE ZEROS.
       77  WRK-FILIAL            PIC X(03)     VALUE SPACES.
       77  WRK-DIAS-ATRASO       PIC S9(07)    VALUE ZEROS.
       77  WRK-SALDO             PIC S9(06)V99 VALUE ZEROS.
       77  WRK-SALDO-BASE        PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-AJUSTE      PIC S9(09)V99 VALUE ZEROS.
       77  WRK-CLIENTE           PIC X(06)     VALUE SPACES.
       77  WRK-SEQUENCIA         PIC 9(05)     VALUE ZEROS.
       77  WRK-PARCELA           PIC 9(02)     VALUE ZEROS.
       77  WRK-MOTIVO            PIC 9(01)     VALUE ZEROS.
           88 WRK-MOTIVO-VALIDO                VALUE 1 THRU 5.
       77  WRK-OBSERVACAO        PIC X(30)     VALUE SPACES.
       77  WRK-CONFIRMA          PIC X(01)     VALUE SPACES.
       77  WRK-IDX-F             PIC 9(02)     VALUE ZEROS.
       77  WRK-IDX-X             PIC 9(01)     VALUE ZEROS.
       77  WS-QTD-FILIAIS        PIC 9(02)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-ABERTAS        PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-PERDAS-MES     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-RECUPERACOES   PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-LANCAMENTOS    PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-INFORMADAS     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-BAIXADAS       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-RECUSADAS      PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-DEBITOS      PIC 9(11)V99  VALUE ZEROS.
       77  WS-TOTAL-CREDITOS     PIC 9(11)V99  VALUE ZEROS.
       77  WS-TOTAL-PROVISAO     PIC S9(10)V99 VALUE ZEROS.
       77  WS-TOTAL-BAIXADO      PIC S9(08)V99 VALUE ZEROS.
       77  WS-ENTRADAS-RUNCTL    PIC 9(06)     VALUE ZEROS.
       77  WS-SAIDAS-RUNCTL      PIC 9(06)     VALUE ZEROS.
       77  WS-TOTAL-RUNCTL       PIC S9(10)V99 VALUE ZEROS.
       77  WS-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77  WS-DIAS-ED            PIC ZZZZ9     VALUE ZEROS.

       01  WS-DATA-CALCULO.
           02 WS-CALC-ANO        PIC 9(04)     VALUE ZEROS.
           02 WS-CALC-MES        PIC 9(02)     VALUE ZEROS.
           02 WS-CALC-DIA        PIC 9(02)     VALUE ZEROS.
       01  WS-DATA-CALCULO-N REDEFINES WS-DATA-CALCULO
                                 PIC 9(08).

      *********** FAIXAS DE ATRASO DA PDD: ATE QUANTOS DIAS ********
      *********** VENCIDOS E PERCENTUAL PROVISIONADO DO SALDO ******
       01  WS-FAIXAS-PDD.
           02 FILLER             PIC X(20) VALUE
              'A VENCER            '.
           02 FILLER             PIC 9(05) VALUE 0.
           02 FILLER             PIC 9(03) VALUE 0.
           02 FILLER             PIC X(20) VALUE
              'VENCIDAS 1 A 30     '.
           02 FILLER             PIC 9(05) VALUE 30.
           02 FILLER             PIC 9(03) VALUE 3.
           02 FILLER             PIC X(20) VALUE
              'VENCIDAS 31 A 60    '.
           02 FILLER             PIC 9(05) VALUE 60.
           02 FILLER             PIC 9(03) VALUE 10.
           02 FILLER             PIC X(20) VALUE
              'VENCIDAS 61 A 90    '.
           02 FILLER             PIC 9(05) VALUE 90.
           02 FILLER             PIC 9(03) VALUE 30.
           02 FILLER             PIC X(20) VALUE
              'VENCIDAS 91 A 180   '.
           02 FILLER             PIC 9(05) VALUE 180.
           02 FILLER             PIC 9(03) VALUE 50.
           02 FILLER             PIC X(20) VALUE
              'VENCIDAS + DE 180   '.
           02 FILLER             PIC 9(05) VALUE 99999.
           02 FILLER             PIC 9(03) VALUE 100.
       01  WS-FAIXAS-PDD-TAB REDEFINES WS-FAIXAS-PDD.
           02 WS-FX-ENTRY OCCURS 6 TIMES.
               03 WS-FX-DESCRICAO    PIC X(20).
               03 WS-FX-DIAS-ATE     PIC 9(05).
               03 WS-FX-PERCENTUAL   PIC 9(03).

      *********** MOTIVOS DA BAIXA COMO PERDA (WRTOFF.COB) *********
       01  WS-MOTIVOS-BAIXA.
           02 FILLER             PIC X(30) VALUE
              'FALENCIA OU INSOLVENCIA       '.
           02 FILLER             PIC X(30) VALUE
              'CLIENTE NAO LOCALIZADO        '.
           02 FILLER             PIC X(30) VALUE
              'DIVIDA PRESCRITA              '.
           02 FILLER             PIC X(30) VALUE
              'COBRANCA MAIS CARA QUE O SALDO'.
           02 FILLER             PIC X(30) VALUE
              'ACORDO OU PERDAO DA DIRETORIA '.
       01  WS-MOTIVOS-BAIXA-TAB REDEFINES WS-MOTIVOS-BAIXA.
           02 WS-MOTIVO-DESCRICAO PIC X(30) OCCURS 5 TIMES.

      *********** PROVISAO POR FILIAL E FAIXA DE ATRASO ************
       01  WS-TABELA-FILIAIS.
           02 WS-FIL-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-IDX-FIL.
               03 WS-FIL-CODIGO      PIC X(03).
               03 WS-FIL-ANTERIOR    PIC S9(09)V99.
               03 WS-FIL-PERDAS      PIC S9(09)V99.
               03 WS-FIL-RECUPERADO  PIC S9(09)V99.
               03 WS-FIL-PROVISAO    PIC S9(09)V99.
               03 WS-FIL-AJUSTE      PIC S9(09)V99.
               03 WS-FIL-FAIXA OCCURS 6 TIMES.
                   04 WS-FIL-QT          PIC 9(05).
                   04 WS-FIL-SALDO       PIC S9(09)V99.
                   04 WS-FIL-PROV        PIC S9(09)V99.

       01  WS-TOTAIS-GERAIS.
           02 WS-GER-ANTERIOR    PIC S9(10)V99 VALUE ZEROS.
           02 WS-GER-PERDAS      PIC S9(10)V99 VALUE ZEROS.
           02 WS-GER-RECUPERADO  PIC S9(10)V99 VALUE ZEROS.
           02 WS-GER-AJUSTE      PIC S9(10)V99 VALUE ZEROS.
           02 WS-GER-FAIXA OCCURS 6 TIMES.
               03 WS-GER-QT          PIC 9(06).
               03 WS-GER-SALDO       PIC S9(10)V99.
               03 WS-GER-PROV        PIC S9(10)V99.

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(40) VALUE
              'PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) '.
           02 FILLER             PIC X(06) VALUE 'COMP: '.
           02 WC1-COMPETENCIA    PIC 9(06).
           02 FILLER             PIC X(07) VALUE '  REF: '.
           02 WC1-REFERENCIA     PIC 9(08).
       01  WS-CABECALHO-FILIAL.
           02 FILLER             PIC X(08) VALUE 'FILIAL: '.
           02 WCF-FILIAL         PIC X(03).
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(27) VALUE
              'FAIXA DE ATRASO        QTDE'.
           02 FILLER             PIC X(20) VALUE
              '           SALDO   %'.
           02 FILLER             PIC X(16) VALUE
              '        PROVISAO'.
       01  WS-LINHA-FAIXA.
           02 WLF-DESCRICAO      PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLF-QT             PIC ZZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLF-SALDO          PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLF-PERCENTUAL     PIC ZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLF-PROVISAO       PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-LINHA-RESUMO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLR-ROTULO         PIC X(39).
           02 WLR-VALOR          PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'SUPAUTH.COB'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0045-LER-SESSAO-OPERADOR.
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

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== PROVISAO PARA DEVEDORES DUVIDOSOS ====='.
           DISPLAY ' (1) FECHAMENTO MENSAL DA PDD '.
           DISPLAY ' (2) BAIXA DE PARCELA COMO PERDA '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-FECHAR-PDD
               WHEN 2
                   PERFORM 0500-BAIXAR-PERDAS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** FECHAMENTO DA PDD DA COMPETENCIA: SALDO DAS ******
      *********** PARCELAS EM ABERTO NA DATA DE REFERENCIA (FIM DO *
      *********** MES, OU A DATA DE PROCESSAMENTO SE O MES AINDA ***
      *********** NAO ACABOU) POR FAIXA DE ATRASO; O LANCAMENTO E **
      *********** SO A DIFERENCA PARA O SALDO JA PROVISIONADO, ******
      *********** DEPOIS DE CONSUMIDAS AS PERDAS DO MES *************
       0200-FECHAR-PDD.
           DISPLAY 'COMPETENCIA (AAAAMM, 0=MES ATUAL): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           MOVE 'N' TO WS-PDD-ERRO-SW.
           PERFORM 0205-VALIDAR-COMPETENCIA.
           IF NOT WS-PDD-ERRO
               PERFORM 0210-INICIAR-TABELAS
               PERFORM 0220-CARREGAR-SALDO-ANTERIOR
           END-IF.
           IF NOT WS-PDD-ERRO
               PERFORM 0240-CLASSIFICAR-PARCELAS
           END-IF.
           IF NOT WS-PDD-ERRO
               PERFORM 0260-SOMAR-PERDAS
               PERFORM 0270-SOMAR-RECUPERACOES
               PERFORM 0280-CALCULAR-PROVISAO
                   VARYING WRK-IDX-F FROM 1 BY 1
                   UNTIL WRK-IDX-F > WS-QTD-FILIAIS
               PERFORM 0300-EXPORTAR-LANCAMENTOS
               PERFORM 0400-IMPRIMIR-RELATORIO
               PERFORM 0450-GRAVAR-SALDO-PDD
           END-IF.

       0205-VALIDAR-COMPETENCIA.
           IF WRK-COMPETENCIA = ZEROS
               COMPUTE WRK-COMPETENCIA = WS-DATA-PROCESSO / 100
           END-IF.
           COMPUTE WS-CALC-ANO = WRK-COMPETENCIA / 100.
           COMPUTE WS-CALC-MES = WRK-COMPETENCIA - WS-CALC-ANO * 100.
           IF WS-CALC-ANO < 2000 OR WS-CALC-MES < 1
              OR WS-CALC-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - PDD NAO CALCULADA'
               MOVE 'PRGCOB89' TO EL-PROGRAMA
               MOVE '0205-VALIDAR-COMP' TO EL-PARAGRAFO
               MOVE 'COMPETENCIA INVALIDA NO FECHAMENTO DA PDD'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-PDD-ERRO-SW
           ELSE
               IF WS-CALC-MES = 12
                   ADD 1 TO WS-CALC-ANO
                   MOVE 1 TO WS-CALC-MES
               ELSE
                   ADD 1 TO WS-CALC-MES
               END-IF
               MOVE 1 TO WS-CALC-DIA
               COMPUTE WRK-DATA-REFERENCIA =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-CALCULO-N) - 1)
               IF WRK-DATA-REFERENCIA > WS-DATA-PROCESSO
                   MOVE WS-DATA-PROCESSO TO WRK-DATA-REFERENCIA
               END-IF
           END-IF.

       0210-INICIAR-TABELAS.
           INITIALIZE WS-TABELA-FILIAIS.
           INITIALIZE WS-TOTAIS-GERAIS.
           MOVE ZEROS TO WS-QTD-FILIAIS.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-ABERTAS.
           MOVE ZEROS TO WS-QTD-PERDAS-MES.
           MOVE ZEROS TO WS-QTD-RECUPERACOES.
           MOVE ZEROS TO WS-QTD-LANCAMENTOS.
           MOVE ZEROS TO WS-TOTAL-DEBITOS.
           MOVE ZEROS TO WS-TOTAL-CREDITOS.
           MOVE ZEROS TO WS-TOTAL-PROVISAO.
           MOVE 'N' TO WS-TAB-ESTOURO-SW.

      *********** SALDO PROVISIONADO POR FILIAL NO ULTIMO **********
      *********** FECHAMENTO; SE FOR A MESMA COMPETENCIA (NOVO *****
      *********** PROCESSAMENTO) VALE O SALDO DE ANTES DELE, E *****
      *********** COMPETENCIA POSTERIOR JA FECHADA BARRA O MES *****
       0220-CARREGAR-SALDO-ANTERIOR.
           MOVE 'N' TO WS-FIM-PDDSALDO-SW.
           OPEN INPUT PDD-BALANCE-FILE.
           IF WS-PDDSALDO-STATUS = '00'
               PERFORM 0225-LER-SALDO-PDD
               PERFORM 0230-ARMAZENAR-SALDO-PDD
                   UNTIL WS-FIM-PDDSALDO OR WS-PDD-ERRO
               CLOSE PDD-BALANCE-FILE
           ELSE
               DISPLAY 'PDDSALDO AUSENTE - PRIMEIRO FECHAMENTO, '
                   'SALDO ANTERIOR ZERO'
           END-IF.

       0225-LER-SALDO-PDD.
           READ PDD-BALANCE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-PDDSALDO-SW
           END-READ.

       0230-ARMAZENAR-SALDO-PDD.
           IF PS-COMPETENCIA > WRK-COMPETENCIA
               DISPLAY 'PDD JA FECHADA NA COMPETENCIA '
                   PS-COMPETENCIA ' - FECHAMENTO RECUSADO'
               MOVE 'PRGCOB89' TO EL-PROGRAMA
               MOVE '0230-ARMAZENAR-SALDO' TO EL-PARAGRAFO
               MOVE 'PDD JA FECHADA EM COMPETENCIA POSTERIOR'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-PDD-ERRO-SW
           ELSE
               MOVE PS-FILIAL TO WRK-FILIAL
               PERFORM 0235-LOCALIZAR-FILIAL
               IF WS-FILIAL-ACHADA
                   IF PS-COMPETENCIA = WRK-COMPETENCIA
                       MOVE PS-SALDO-ANTERIOR
                           TO WS-FIL-ANTERIOR(WRK-IDX-F)
                   ELSE
                       MOVE PS-SALDO TO WS-FIL-ANTERIOR(WRK-IDX-F)
                   END-IF
               END-IF
               PERFORM 0225-LER-SALDO-PDD
           END-IF.

      *********** POSICAO DA FILIAL NA TABELA (WRK-IDX-F), ********
      *********** INCLUINDO A FILIAL NOVA NO FIM ********************
       0235-LOCALIZAR-FILIAL.
           MOVE 'N' TO WS-FILIAL-ACHADA-SW.
           PERFORM 0236-COMPARAR-FILIAL
               VARYING WS-IDX-FIL FROM 1 BY 1
               UNTIL WS-IDX-FIL > WS-QTD-FILIAIS
                  OR WS-FILIAL-ACHADA.
           IF NOT WS-FILIAL-ACHADA
               IF WS-QTD-FILIAIS < 50
                   ADD 1 TO WS-QTD-FILIAIS
                   MOVE WS-QTD-FILIAIS TO WRK-IDX-F
                   MOVE WRK-FILIAL TO WS-FIL-CODIGO(WRK-IDX-F)
                   MOVE 'S' TO WS-FILIAL-ACHADA-SW
               ELSE
                   IF NOT WS-TAB-ESTOURO
                       DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
                           WRK-FILIAL ' FORA DA PDD'
                       MOVE 'PRGCOB89' TO EL-PROGRAMA
                       MOVE '0235-LOCALIZAR-FIL' TO EL-PARAGRAFO
                       MOVE 'TABELA DE FILIAIS DA PDD CHEIA'
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

       0236-COMPARAR-FILIAL.
           IF WS-FIL-CODIGO(WS-IDX-FIL) = WRK-FILIAL
               MOVE 'S' TO WS-FILIAL-ACHADA-SW
               SET WRK-IDX-F TO WS-IDX-FIL
           END-IF.

      *********** PARCELAS EM ABERTO COM SALDO, VENDIDAS ATE A *****
      *********** DATA DE REFERENCIA; PAGAS (P) E BAIXADAS COMO ****
      *********** PERDA (B) NAO ENTRAM NA PROVISAO ******************
       0240-CLASSIFICAR-PARCELAS.
           MOVE 'N' TO WS-FIM-CONTASR-SW.
           OPEN INPUT RECEIVABLE-FILE.
           IF WS-CONTASR-STATUS NOT = '00'
               DISPLAY 'ARQUIVO CONTASR NAO ENCONTRADO - PDD NAO '
                   'CALCULADA'
               MOVE 'PRGCOB89' TO EL-PROGRAMA
               MOVE '0240-CLASSIFICAR' TO EL-PARAGRAFO
               MOVE 'ARQUIVO CONTASR NAO ENCONTRADO' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-PDD-ERRO-SW
           ELSE
               PERFORM 0245-LER-PARCELA
               PERFORM 0250-CLASSIFICAR-PARCELA
                   UNTIL WS-FIM-CONTASR
               CLOSE RECEIVABLE-FILE
           END-IF.

       0245-LER-PARCELA.
           READ RECEIVABLE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-CONTASR-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0250-CLASSIFICAR-PARCELA.
           COMPUTE WRK-SALDO = RV-VALOR - RV-VALOR-PAGO.
           IF RV-SITUACAO = 'A'
              AND WRK-SALDO > ZEROS
              AND RV-DATA-VENDA NOT > WRK-DATA-REFERENCIA
               ADD 1 TO WS-QTD-ABERTAS
               MOVE ZEROS TO WRK-DIAS-ATRASO
               IF RV-DATA-VENCIMENTO > ZEROS
                  AND RV-DATA-VENCIMENTO < WRK-DATA-REFERENCIA
                   COMPUTE WRK-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-REFERENCIA)
                     - FUNCTION INTEGER-OF-DATE(RV-DATA-VENCIMENTO)
               END-IF
               MOVE 'N' TO WS-FAIXA-ACHADA-SW
               PERFORM 0255-COMPARAR-FAIXA
                   VARYING WRK-IDX-X FROM 1 BY 1
                   UNTIL WS-FAIXA-ACHADA
               MOVE RV-FILIAL TO WRK-FILIAL
               PERFORM 0235-LOCALIZAR-FILIAL
               IF WS-FILIAL-ACHADA
                   ADD 1 TO WS-FIL-QT(WRK-IDX-F, WRK-IDX-X)
                   ADD WRK-SALDO
                       TO WS-FIL-SALDO(WRK-IDX-F, WRK-IDX-X)
               END-IF
           END-IF.
           PERFORM 0245-LER-PARCELA.

      *********** A ULTIMA FAIXA VAI ATE 99999 DIAS, ENTAO TODA *****
      *********** PARCELA CAI EM ALGUMA; O VARYING DEIXA O INDICE ***
      *********** UMA POSICAO ADIANTE E E ACERTADO AQUI ************
       0255-COMPARAR-FAIXA.
           IF WRK-DIAS-ATRASO NOT > WS-FX-DIAS-ATE(WRK-IDX-X)
               MOVE 'S' TO WS-FAIXA-ACHADA-SW
               SUBTRACT 1 FROM WRK-IDX-X
           END-IF.

      *********** PERDAS DO MES (PERDAS, GRAVADO NA OPCAO 2): *******
      *********** CONSOMEM A PROVISAO JA CONSTITUIDA DA FILIAL ******
       0260-SOMAR-PERDAS.
           MOVE 'N' TO WS-FIM-PERDAS-SW.
           OPEN INPUT WRITE-OFF-FILE.
           IF WS-PERDAS-STATUS = '00'
               PERFORM 0265-LER-PERDA
               PERFORM 0266-ACUMULAR-PERDA
                   UNTIL WS-FIM-PERDAS
               CLOSE WRITE-OFF-FILE
           END-IF.

       0265-LER-PERDA.
           READ WRITE-OFF-FILE
               AT END
                   MOVE 'S' TO WS-FIM-PERDAS-SW
           END-READ.

       0266-ACUMULAR-PERDA.
           COMPUTE WRK-COMPETENCIA-MOV = WO-DATA-BAIXA / 100.
           IF WRK-COMPETENCIA-MOV = WRK-COMPETENCIA
               MOVE WO-FILIAL TO WRK-FILIAL
               PERFORM 0235-LOCALIZAR-FILIAL
               IF WS-FILIAL-ACHADA
                   ADD 1 TO WS-QTD-PERDAS-MES
                   ADD WO-SALDO TO WS-FIL-PERDAS(WRK-IDX-F)
               END-IF
           END-IF.
           PERFORM 0265-LER-PERDA.

      *********** RECUPERACOES DO MES: RECEBIMENTOS DE PARCELA ******
      *********** JA BAIXADA COMO PERDA (RB-TIPO-BAIXA X, PRGCOB86) *
       0270-SOMAR-RECUPERACOES.
           MOVE 'N' TO WS-FIM-RECEBTOS-SW.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEBTO-STATUS = '00'
               PERFORM 0275-LER-RECEBIMENTO
               PERFORM 0276-ACUMULAR-RECUPERACAO
                   UNTIL WS-FIM-RECEBTOS
               CLOSE RECEIPT-FILE
           END-IF.

       0275-LER-RECEBIMENTO.
           READ RECEIPT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-RECEBTOS-SW
           END-READ.

       0276-ACUMULAR-RECUPERACAO.
           COMPUTE WRK-COMPETENCIA-MOV = RB-DATA-PAGAMENTO / 100.
           IF RB-TIPO-BAIXA = 'X'
              AND WRK-COMPETENCIA-MOV = WRK-COMPETENCIA
               MOVE RB-FILIAL TO WRK-FILIAL
               PERFORM 0235-LOCALIZAR-FILIAL
               IF WS-FILIAL-ACHADA
                   ADD 1 TO WS-QTD-RECUPERACOES
                   ADD RB-VALOR-RECEBIDO
                       TO WS-FIL-RECUPERADO(WRK-IDX-F)
               END-IF
           END-IF.
           PERFORM 0275-LER-RECEBIMENTO.

      *********** PROVISAO = SALDO DA FAIXA X PERCENTUAL; AJUSTE = **
      *********** PROVISAO NOVA - (ANTERIOR - PERDAS DO MES), ******
      *********** POSITIVO COMPLEMENTA E NEGATIVO REVERTE **********
       0280-CALCULAR-PROVISAO.
           MOVE ZEROS TO WS-FIL-PROVISAO(WRK-IDX-F).
           PERFORM 0285-CALCULAR-FAIXA
               VARYING WRK-IDX-X FROM 1 BY 1
               UNTIL WRK-IDX-X > 6.
           COMPUTE WRK-SALDO-BASE =
               WS-FIL-ANTERIOR(WRK-IDX-F) - WS-FIL-PERDAS(WRK-IDX-F).
           COMPUTE WS-FIL-AJUSTE(WRK-IDX-F) =
               WS-FIL-PROVISAO(WRK-IDX-F) - WRK-SALDO-BASE.
           ADD WS-FIL-PROVISAO(WRK-IDX-F)   TO WS-TOTAL-PROVISAO.
           ADD WS-FIL-ANTERIOR(WRK-IDX-F)   TO WS-GER-ANTERIOR.
           ADD WS-FIL-PERDAS(WRK-IDX-F)     TO WS-GER-PERDAS.
           ADD WS-FIL-RECUPERADO(WRK-IDX-F) TO WS-GER-RECUPERADO.
           ADD WS-FIL-AJUSTE(WRK-IDX-F)     TO WS-GER-AJUSTE.

       0285-CALCULAR-FAIXA.
           COMPUTE WS-FIL-PROV(WRK-IDX-F, WRK-IDX-X) ROUNDED =
               WS-FIL-SALDO(WRK-IDX-F, WRK-IDX-X)
               * WS-FX-PERCENTUAL(WRK-IDX-X) / 100.
           ADD WS-FIL-PROV(WRK-IDX-F, WRK-IDX-X)
               TO WS-FIL-PROVISAO(WRK-IDX-F).
           ADD WS-FIL-QT(WRK-IDX-F, WRK-IDX-X)
               TO WS-GER-QT(WRK-IDX-X).
           ADD WS-FIL-SALDO(WRK-IDX-F, WRK-IDX-X)
               TO WS-GER-SALDO(WRK-IDX-X).
           ADD WS-FIL-PROV(WRK-IDX-F, WRK-IDX-X)
               TO WS-GER-PROV(WRK-IDX-X).

      *********** PARTIDAS DOBRADAS NO LAYOUT DO GLVENDAS, POR *****
      *********** FILIAL: PERDA (PROVPDD X CXVENDA), RECUPERACAO ***
      *********** (CXVENDA X RECPPDD) E AJUSTE DA PROVISAO *********
      *********** (DESPPDD X PROVPDD OU PROVPDD X REVPDD), FECHANDO *
      *********** COM OS REGISTROS DE CONTROLE *CTRL; O LOTE E *****
      *********** ACRESCENTADO NO FIM DO GLPDD, ACUMULADO ATE A ****
      *********** CONSOLIDACAO DO MES (PRGCB118) ******************
       0300-EXPORTAR-LANCAMENTOS.
           OPEN EXTEND GL-PDD-FILE.
           IF WS-GLPDD-STATUS = '35'
               OPEN OUTPUT GL-PDD-FILE
           END-IF.
           IF WS-GLPDD-STATUS NOT = '00'
               DISPLAY 'ARQUIVO GLPDD NAO DISPONIVEL - STATUS '
                   WS-GLPDD-STATUS
               MOVE 'PRGCOB89' TO EL-PROGRAMA
               MOVE '0300-EXPORTAR' TO EL-PARAGRAFO
               MOVE 'ARQUIVO GLPDD NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0310-EXPORTAR-FILIAL
                   VARYING WRK-IDX-F FROM 1 BY 1
                   UNTIL WRK-IDX-F > WS-QTD-FILIAIS
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
               CLOSE GL-PDD-FILE
               MOVE WS-TOTAL-DEBITOS TO WS-VALOR-ED
               DISPLAY 'LANCAMENTOS DA PDD GERADOS EM GLPDD'
               DISPLAY 'LANCAMENTOS DO MES..... : '
                   WS-QTD-LANCAMENTOS
               DISPLAY 'TOTAL DE DEBITOS....... : ' WS-VALOR-ED
           END-IF.

       0310-EXPORTAR-FILIAL.
           MOVE SPACES TO GL-EXPORT-REC.
           MOVE WS-FIL-CODIGO(WRK-IDX-F) TO GL-CENTRO.
           IF WS-FIL-PERDAS(WRK-IDX-F) > ZEROS
               MOVE WS-FIL-PERDAS(WRK-IDX-F) TO GL-VALOR
               MOVE 'PROVPDD ' TO GL-CONTA
               MOVE 'D' TO GL-DC
               PERFORM 0350-GRAVAR-LANCAMENTO
               MOVE 'CXVENDA ' TO GL-CONTA
               MOVE 'C' TO GL-DC
               PERFORM 0350-GRAVAR-LANCAMENTO
           END-IF.
           IF WS-FIL-RECUPERADO(WRK-IDX-F) > ZEROS
               MOVE WS-FIL-RECUPERADO(WRK-IDX-F) TO GL-VALOR
               MOVE 'CXVENDA ' TO GL-CONTA
               MOVE 'D' TO GL-DC
               PERFORM 0350-GRAVAR-LANCAMENTO
               MOVE 'RECPPDD ' TO GL-CONTA
               MOVE 'C' TO GL-DC
               PERFORM 0350-GRAVAR-LANCAMENTO
           END-IF.
           IF WS-FIL-AJUSTE(WRK-IDX-F) > ZEROS
               MOVE WS-FIL-AJUSTE(WRK-IDX-F) TO GL-VALOR
               MOVE 'DESPPDD ' TO GL-CONTA
               MOVE 'D' TO GL-DC
               PERFORM 0350-GRAVAR-LANCAMENTO
               MOVE 'PROVPDD ' TO GL-CONTA
               MOVE 'C' TO GL-DC
               PERFORM 0350-GRAVAR-LANCAMENTO
           END-IF.
           IF WS-FIL-AJUSTE(WRK-IDX-F) < ZEROS
               COMPUTE WRK-VALOR-AJUSTE =
                   ZEROS - WS-FIL-AJUSTE(WRK-IDX-F)
               MOVE WRK-VALOR-AJUSTE TO GL-VALOR
               MOVE 'PROVPDD ' TO GL-CONTA
               MOVE 'D' TO GL-DC
               PERFORM 0350-GRAVAR-LANCAMENTO
               MOVE 'REVPDD  ' TO GL-CONTA
               MOVE 'C' TO GL-DC
               PERFORM 0350-GRAVAR-LANCAMENTO
           END-IF.

       0350-GRAVAR-LANCAMENTO.
           WRITE GL-EXPORT-REC.
           ADD 1 TO WS-QTD-LANCAMENTOS.
           IF GL-DC = 'D'
               ADD GL-VALOR TO WS-TOTAL-DEBITOS
           ELSE
               ADD GL-VALOR TO WS-TOTAL-CREDITOS
           END-IF.

      *********** RELATORIO DA PDD: FAIXAS POR FILIAL, COM O *******
      *********** MOVIMENTO DA PROVISAO NO MES, E O TOTAL GERAL *****
       0400-IMPRIMIR-RELATORIO.
           OPEN OUTPUT PDD-REPORT-FILE.
           MOVE WRK-COMPETENCIA     TO WC1-COMPETENCIA.
           MOVE WRK-DATA-REFERENCIA TO WC1-REFERENCIA.
           WRITE PDD-REPORT-LINE FROM WS-CABECALHO-1.
           PERFORM 0410-IMPRIMIR-FILIAL
               VARYING WRK-IDX-F FROM 1 BY 1
               UNTIL WRK-IDX-F > WS-QTD-FILIAIS.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'TOTAL GERAL' TO PDD-REPORT-LINE.
           WRITE PDD-REPORT-LINE.
           WRITE PDD-REPORT-LINE FROM WS-CABECALHO-2.
           PERFORM 0430-IMPRIMIR-FAIXA-GERAL
               VARYING WRK-IDX-X FROM 1 BY 1
               UNTIL WRK-IDX-X > 6.
           MOVE 'PROVISAO ANTERIOR..................... '
               TO WLR-ROTULO.
           MOVE WS-GER-ANTERIOR TO WLR-VALOR.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-RESUMO.
           MOVE '(-) PERDAS BAIXADAS NO MES............ '
               TO WLR-ROTULO.
           MOVE WS-GER-PERDAS TO WLR-VALOR.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-RESUMO.
           MOVE '(+/-) AJUSTE DA PROVISAO.............. '
               TO WLR-ROTULO.
           MOVE WS-GER-AJUSTE TO WLR-VALOR.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-RESUMO.
           MOVE '(=) PROVISAO DO MES................... '
               TO WLR-ROTULO.
           MOVE WS-TOTAL-PROVISAO TO WLR-VALOR.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-RESUMO.
           MOVE 'RECUPERACOES DE PERDAS NO MES......... '
               TO WLR-ROTULO.
           MOVE WS-GER-RECUPERADO TO WLR-VALOR.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-RESUMO.
           CLOSE PDD-REPORT-FILE.
           MOVE WS-TOTAL-PROVISAO TO WS-VALOR-ED.
           DISPLAY 'PDD DA COMPETENCIA ' WRK-COMPETENCIA
               ' (REFERENCIA ' WRK-DATA-REFERENCIA ')'.
           DISPLAY 'PARCELAS LIDAS NO CONTASR..... : ' WS-QTD-LIDOS.
           DISPLAY 'PARCELAS EM ABERTO............ : '
               WS-QTD-ABERTAS.
           DISPLAY 'PERDAS BAIXADAS NO MES........ : '
               WS-QTD-PERDAS-MES.
           DISPLAY 'RECUPERACOES NO MES........... : '
               WS-QTD-RECUPERACOES.
           DISPLAY 'PROVISAO DO MES............... : ' WS-VALOR-ED.
           ADD WS-QTD-LIDOS       TO WS-ENTRADAS-RUNCTL.
           ADD WS-QTD-LANCAMENTOS TO WS-SAIDAS-RUNCTL.
           MOVE WS-TOTAL-PROVISAO TO WS-TOTAL-RUNCTL.

       0410-IMPRIMIR-FILIAL.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE WS-FIL-CODIGO(WRK-IDX-F) TO WCF-FILIAL.
           WRITE PDD-REPORT-LINE FROM WS-CABECALHO-FILIAL.
           WRITE PDD-REPORT-LINE FROM WS-CABECALHO-2.
           PERFORM 0420-IMPRIMIR-FAIXA
               VARYING WRK-IDX-X FROM 1 BY 1
               UNTIL WRK-IDX-X > 6.
           MOVE 'PROVISAO ANTERIOR..................... '
               TO WLR-ROTULO.
           MOVE WS-FIL-ANTERIOR(WRK-IDX-F) TO WLR-VALOR.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-RESUMO.
           MOVE '(-) PERDAS BAIXADAS NO MES............ '
               TO WLR-ROTULO.
           MOVE WS-FIL-PERDAS(WRK-IDX-F) TO WLR-VALOR.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-RESUMO.
           MOVE '(+/-) AJUSTE DA PROVISAO.............. '
               TO WLR-ROTULO.
           MOVE WS-FIL-AJUSTE(WRK-IDX-F) TO WLR-VALOR.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-RESUMO.
           MOVE '(=) PROVISAO DO MES................... '
               TO WLR-ROTULO.
           MOVE WS-FIL-PROVISAO(WRK-IDX-F) TO WLR-VALOR.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-RESUMO.
           MOVE 'RECUPERACOES DE PERDAS NO MES......... '
               TO WLR-ROTULO.
           MOVE WS-FIL-RECUPERADO(WRK-IDX-F) TO WLR-VALOR.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-RESUMO.

       0420-IMPRIMIR-FAIXA.
           MOVE WS-FX-DESCRICAO(WRK-IDX-X)  TO WLF-DESCRICAO.
           MOVE WS-FIL-QT(WRK-IDX-F, WRK-IDX-X) TO WLF-QT.
           MOVE WS-FIL-SALDO(WRK-IDX-F, WRK-IDX-X) TO WLF-SALDO.
           MOVE WS-FX-PERCENTUAL(WRK-IDX-X) TO WLF-PERCENTUAL.
           MOVE WS-FIL-PROV(WRK-IDX-F, WRK-IDX-X) TO WLF-PROVISAO.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-FAIXA.

       0430-IMPRIMIR-FAIXA-GERAL.
           MOVE WS-FX-DESCRICAO(WRK-IDX-X)  TO WLF-DESCRICAO.
           MOVE WS-GER-QT(WRK-IDX-X)        TO WLF-QT.
           MOVE WS-GER-SALDO(WRK-IDX-X)     TO WLF-SALDO.
           MOVE WS-FX-PERCENTUAL(WRK-IDX-X) TO WLF-PERCENTUAL.
           MOVE WS-GER-PROV(WRK-IDX-X)      TO WLF-PROVISAO.
           WRITE PDD-REPORT-LINE FROM WS-LINHA-FAIXA.

      *********** NOVO SALDO PROVISIONADO POR FILIAL, GUARDANDO O **
      *********** ANTERIOR PARA UM NOVO PROCESSAMENTO DO MES ********
       0450-GRAVAR-SALDO-PDD.
           OPEN OUTPUT PDD-BALANCE-FILE.
           IF WS-PDDSALDO-STATUS NOT = '00'
               DISPLAY 'ARQUIVO PDDSALDO NAO DISPONIVEL - STATUS '
                   WS-PDDSALDO-STATUS
               MOVE 'PRGCOB89' TO EL-PROGRAMA
               MOVE '0450-GRAVAR-SALDO' TO EL-PARAGRAFO
               MOVE 'SALDO DA PDD NAO GRAVADO EM PDDSALDO'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0460-GRAVAR-SALDO-FILIAL
                   VARYING WRK-IDX-F FROM 1 BY 1
                   UNTIL WRK-IDX-F > WS-QTD-FILIAIS
               CLOSE PDD-BALANCE-FILE
           END-IF.

       0460-GRAVAR-SALDO-FILIAL.
           MOVE SPACES TO PDD-BALANCE-REC.
           MOVE WS-FIL-CODIGO(WRK-IDX-F)   TO PS-FILIAL.
           MOVE WRK-COMPETENCIA            TO PS-COMPETENCIA.
           MOVE WS-FIL-ANTERIOR(WRK-IDX-F) TO PS-SALDO-ANTERIOR.
           MOVE WS-FIL-PROVISAO(WRK-IDX-F) TO PS-SALDO.
           WRITE PDD-BALANCE-REC.

      *********** BAIXA COMO PERDA: PARCELA VENCIDA E EM ABERTO, ***
      *********** COM MOTIVO E AUTORIZACAO DO SUPERVISOR A CADA ****
      *********** PARCELA; O SALDO VAI PARA O PERDAS E ENTRA NA *****
      *********** PDD DO MES DA BAIXA ******************************
       0500-BAIXAR-PERDAS.
           OPEN EXTEND WRITE-OFF-FILE.
           IF WS-PERDAS-STATUS = '35'
               OPEN OUTPUT WRITE-OFF-FILE
           END-IF.
           IF WS-PERDAS-STATUS NOT = '00'
               DISPLAY 'ARQUIVO PERDAS NAO DISPONIVEL'
               MOVE 'PRGCOB89' TO EL-PROGRAMA
               MOVE '0500-BAIXAR-PERDAS' TO EL-PARAGRAFO
               MOVE 'ARQUIVO PERDAS NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               MOVE ZEROS TO WS-QTD-INFORMADAS
               MOVE ZEROS TO WS-QTD-BAIXADAS
               MOVE ZEROS TO WS-QTD-RECUSADAS
               MOVE ZEROS TO WS-TOTAL-BAIXADO
               MOVE 'N' TO WS-FIM-CAPTURA-SW
               PERFORM 0510-CAPTURAR-BAIXA
                   UNTIL WS-FIM-CAPTURA
               CLOSE WRITE-OFF-FILE
               MOVE WS-TOTAL-BAIXADO TO WS-VALOR-ED
               DISPLAY 'PARCELAS INFORMADAS.... : ' WS-QTD-INFORMADAS
               DISPLAY 'PARCELAS BAIXADAS...... : ' WS-QTD-BAIXADAS
               DISPLAY 'BAIXAS RECUSADAS....... : ' WS-QTD-RECUSADAS
               DISPLAY 'SALDO BAIXADO COMO PERDA: ' WS-VALOR-ED
               ADD WS-QTD-INFORMADAS TO WS-ENTRADAS-RUNCTL
               ADD WS-QTD-BAIXADAS   TO WS-SAIDAS-RUNCTL
           END-IF.

       0510-CAPTURAR-BAIXA.
           DISPLAY 'CODIGO DO CLIENTE (0=ENCERRAR).. : '
               WITH NO ADVANCING.
           ACCEPT WRK-CLIENTE.
           MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE.
           IF WRK-CLIENTE = '0'
               MOVE 'S' TO WS-FIM-CAPTURA-SW
           ELSE
               ADD 1 TO WS-QTD-INFORMADAS
               DISPLAY 'SEQUENCIA DA VENDA.............. : '
                   WITH NO ADVANCING
               ACCEPT WRK-SEQUENCIA
               DISPLAY 'NUMERO DA PARCELA............... : '
                   WITH NO ADVANCING
               ACCEPT WRK-PARCELA
               PERFORM 0520-LOCALIZAR-PARCELA
           END-IF.

       0520-LOCALIZAR-PARCELA.
           MOVE 'N' TO WS-FIM-CONTASR-SW.
           MOVE 'N' TO WS-PARCELA-ACHADA-SW.
           OPEN I-O RECEIVABLE-FILE.
           IF WS-CONTASR-STATUS NOT = '00'
               DISPLAY 'ARQUIVO CONTASR NAO DISPONIVEL'
               MOVE 'PRGCOB89' TO EL-PROGRAMA
               MOVE '0520-LOCALIZAR' TO EL-PARAGRAFO
               MOVE 'ARQUIVO CONTASR NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-FIM-CAPTURA-SW
               ADD 1 TO WS-QTD-RECUSADAS
           ELSE
               PERFORM 0245-LER-PARCELA
               PERFORM 0525-PROCURAR-PARCELA
                   UNTIL WS-FIM-CONTASR OR WS-PARCELA-ACHADA
               CLOSE RECEIVABLE-FILE
               IF NOT WS-PARCELA-ACHADA
                   DISPLAY 'PARCELA NAO ENCONTRADA NO CONTASR - '
                       'BAIXA RECUSADA'
                   ADD 1 TO WS-QTD-RECUSADAS
                   PERFORM 0590-MARCAR-REJEICAO
               END-IF
           END-IF.

       0525-PROCURAR-PARCELA.
           IF RV-CLIENTE = WRK-CLIENTE
              AND RV-SEQUENCIA = WRK-SEQUENCIA
              AND RV-PARCELA = WRK-PARCELA
               MOVE 'S' TO WS-PARCELA-ACHADA-SW
               PERFORM 0530-VALIDAR-PARCELA
               IF WS-BAIXA-OK
                   PERFORM 0540-CONFIRMAR-BAIXA
               END-IF
               IF WS-BAIXA-OK
                   PERFORM 0550-GRAVAR-BAIXA
               END-IF
           ELSE
               PERFORM 0245-LER-PARCELA
           END-IF.

      *********** SO PARCELA EM ABERTO, COM SALDO E JA VENCIDA *****
      *********** NA DATA DE PROCESSAMENTO PODE SER BAIXADA ********
       0530-VALIDAR-PARCELA.
           MOVE 'N' TO WS-BAIXA-OK-SW.
           COMPUTE WRK-SALDO = RV-VALOR - RV-VALOR-PAGO.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF RV-DATA-VENCIMENTO > ZEROS
              AND RV-DATA-VENCIMENTO < WS-DATA-PROCESSO
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
                 - FUNCTION INTEGER-OF-DATE(RV-DATA-VENCIMENTO)
           END-IF.
           EVALUATE TRUE
               WHEN RV-SITUACAO NOT = 'A'
                   DISPLAY 'PARCELA NAO ESTA EM ABERTO (SITUACAO '
                       RV-SITUACAO ') - BAIXA RECUSADA'
               WHEN WRK-SALDO NOT > ZEROS
                   DISPLAY 'PARCELA SEM SALDO EM ABERTO - BAIXA '
                       'RECUSADA'
               WHEN WRK-DIAS-ATRASO NOT > ZEROS
                   DISPLAY 'PARCELA NAO VENCIDA - BAIXA RECUSADA'
               WHEN OTHER
                   MOVE 'S' TO WS-BAIXA-OK-SW
           END-EVALUATE.
           IF NOT WS-BAIXA-OK
               ADD 1 TO WS-QTD-RECUSADAS
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.

       0540-CONFIRMAR-BAIXA.
           MOVE WRK-SALDO TO WS-VALOR-ED.
           MOVE WRK-DIAS-ATRASO TO WS-DIAS-ED.
           DISPLAY 'FILIAL ' RV-FILIAL ' VENCIMENTO '
               RV-DATA-VENCIMENTO ' DIAS DE ATRASO ' WS-DIAS-ED.
           DISPLAY 'SALDO EM ABERTO A BAIXAR....... : ' WS-VALOR-ED.
           DISPLAY 'MOTIVOS: 1-' WS-MOTIVO-DESCRICAO(1).
           DISPLAY '         2-' WS-MOTIVO-DESCRICAO(2).
           DISPLAY '         3-' WS-MOTIVO-DESCRICAO(3).
           DISPLAY '         4-' WS-MOTIVO-DESCRICAO(4).
           DISPLAY '         5-' WS-MOTIVO-DESCRICAO(5).
           DISPLAY 'MOTIVO DA BAIXA................. : '
               WITH NO ADVANCING.
           ACCEPT WRK-MOTIVO.
           IF NOT WRK-MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO - BAIXA RECUSADA'
               MOVE 'N' TO WS-BAIXA-OK-SW
               ADD 1 TO WS-QTD-RECUSADAS
               PERFORM 0590-MARCAR-REJEICAO
           ELSE
               DISPLAY 'OBSERVACAO...................... : '
                   WITH NO ADVANCING
               ACCEPT WRK-OBSERVACAO
               MOVE FUNCTION UPPER-CASE(WRK-OBSERVACAO)
                   TO WRK-OBSERVACAO
               DISPLAY 'CONFIRMA A BAIXA COMO PERDA (S/N)? '
                   WITH NO ADVANCING
               ACCEPT WRK-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA)
                   TO WRK-CONFIRMA
               IF WRK-CONFIRMA NOT = 'S'
                   DISPLAY 'BAIXA CANCELADA PELO OPERADOR'
                   MOVE 'N' TO WS-BAIXA-OK-SW
               ELSE
                   MOVE 'BAIXA PDD' TO SU-ACAO
                   CALL 'SUPAUTH' USING SUP-AUTH-LINK
                   IF NOT SU-APROVADO
                       DISPLAY 'BAIXA RECUSADA - SEM APROVACAO DE '
                           'SUPERVISOR'
                       MOVE 'N' TO WS-BAIXA-OK-SW
                       ADD 1 TO WS-QTD-RECUSADAS
                       PERFORM 0590-MARCAR-REJEICAO
                   END-IF
               END-IF
           END-IF.

       0550-GRAVAR-BAIXA.
           MOVE 'B' TO RV-SITUACAO.
           REWRITE RECEIVABLE-REC.
           MOVE SPACES TO WRITE-OFF-REC.
           MOVE WS-DATA-PROCESSO    TO WO-DATA-BAIXA.
           MOVE RV-FILIAL           TO WO-FILIAL.
           MOVE RV-CLIENTE          TO WO-CLIENTE.
           MOVE RV-SEQUENCIA        TO WO-SEQUENCIA.
           MOVE RV-PARCELA          TO WO-PARCELA.
           MOVE RV-DATA-VENCIMENTO  TO WO-DATA-VENCIMENTO.
           MOVE WRK-DIAS-ATRASO     TO WO-DIAS-ATRASO.
           MOVE WRK-SALDO           TO WO-SALDO.
           MOVE WRK-MOTIVO          TO WO-MOTIVO.
           MOVE WRK-OBSERVACAO      TO WO-OBSERVACAO.
           MOVE SU-SUPERVISOR       TO WO-SUPERVISOR.
           MOVE WRK-OPERADOR-SESSAO TO WO-OPERADOR.
           WRITE WRITE-OFF-REC.
           ADD 1 TO WS-QTD-BAIXADAS.
           ADD WRK-SALDO TO WS-TOTAL-BAIXADO.
           DISPLAY 'PARCELA BAIXADA COMO PERDA - SITUACAO B'.
           IF RV-NUM-REMESSA > ZEROS
               DISPLAY 'ATENCAO: PARCELA COM BOLETO NA REMESSA '
                   RV-NUM-REMESSA ' - PEDIR A BAIXA DO TITULO '
                   'AO BANCO'
           END-IF.

      *********** BAIXA RECUSADA DEIXA O RC EM 4, SALVO FALHA DE ****
      *********** ARQUIVO JA MARCADA COM 8 *************************
       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB89'         TO RC-PROGRAMA
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
