       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB113.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = VOLTA DA FOTO DOS CLUSTERS
      ***                            MESTRES TIRADA PELO PRGCB112:
      ***                            O DD SNAPSHOT APONTA PARA A
      ***                            GERACAO ESCOLHIDA; O OPERADOR
      ***                            INFORMA O ARQUIVO (OU TODOS) E
      ***                            A DATA DA GERACAO. ANTES DE
      ***                            TOCAR NOS CLUSTERS, CONFERE A
      ***                            QUANTIDADE E O TOTAL DE
      ***                            CONTROLE DE CADA GRUPO CONTRA
      ***                            O TRAILER DA GERACAO E CONTRA
      ***                            O REGISTRO DE CONTROLE DA FOTO
      ***                            (SNAPCTL); SO COM TUDO BATENDO
      ***                            E COM A CONFIRMACAO DO
      ***                            OPERADOR RECARREGA OS CLUSTERS
      ***                            PEDIDOS, RECONTA O QUE FOI
      ***                            GRAVADO E REGISTRA A VOLTA NO
      ***                            RUNCTL DA DATA, PARA A CADEIA
      ***                            SER RESUBMETIDA LIMPA
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   RETORNO: 00 = CLUSTERS DE VOLTA A FOTO
      ***            04 = VOLTA NAO CONFIRMADA (NADA ALTERADO)
      ***            08 = FOTO OU CONTROLE NAO CONFERE (NADA
      ***               ALTERADO) OU FALHA NA RECARGA/RECONTAGEM
      ***   NA RECARGA O CLUSTER E ABERTO EM OUTPUT (REUSE) E
      ***   REGRAVADO NA ORDEM DA CHAVE, COMO SAIU NA FOTO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-ACCUM-FILE ASSIGN TO 'SALESACC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SA-CHAVE
               FILE STATUS IS WS-ACCUM-STATUS.
           SELECT STOCK-BAL-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EB-CHAVE
               FILE STATUS IS WS-STOCKBAL-STATUS.
           SELECT ACCOUNT-BAL-FILE ASSIGN TO 'ACCTBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-CONTA
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT QUOTE-STATUS-FILE ASSIGN TO 'QUOTSTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QT-NUMERO
               FILE STATUS IS WS-QSTAT-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO 'SNAPSHOT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT SNAP-CTRL-FILE ASSIGN TO 'SNAPCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPCTL-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-ACCUM-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY 'SALESACC.COB'.

       FD  STOCK-BAL-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY 'STOCKBAL.COB'.

       FD  ACCOUNT-BAL-FILE
           RECORD CONTAINS 24 CHARACTERS.
           COPY 'ACCTBAL.COB'.

       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       FD  QUOTE-STATUS-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY 'QUOTSTAT.COB'.

       FD  SNAPSHOT-FILE
           RECORD CONTAINS 233 CHARACTERS.
           COPY 'SNAPSHOT.COB'.

       FD  SNAP-CTRL-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY 'SNAPCTL.COB'.

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
           COPY 'SALESACC.COB' REPLACING
               ==SALES-ACCUM-REC== BY ==FOTO-SALESACC-REC==
               LEADING ==SA-== BY ==FSA-==.
           COPY 'STOCKBAL.COB' REPLACING
               ==STOCK-BAL-REC== BY ==FOTO-STOCKBAL-REC==
               LEADING ==EB-== BY ==FEB-==.
           COPY 'ACCTBAL.COB' REPLACING
               ==ACCOUNT-BAL-REC== BY ==FOTO-ACCTBAL-REC==
               LEADING ==AB-== BY ==FAB-==.
           COPY 'EMPLOYEE.COB' REPLACING
               ==EMPLOYEE-REC== BY ==FOTO-EMPLOYEF-REC==
               LEADING ==EM-== BY ==FEM-==.
           COPY 'QUOTSTAT.COB' REPLACING
               ==QUOTE-STATUS-REC== BY ==FOTO-QUOTSTAT-REC==
               LEADING ==QT-== BY ==FQT-==.
       77  WS-ACCUM-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-STOCKBAL-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SALDO-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-QSTAT-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-SNAPSHOT-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SNAPCTL-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-CLUSTER-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-DIVERGENCIA-SW     PIC X(01)     VALUE 'N'.
           88 WS-DIVERGENCIA                   VALUE 'S'.
       77  WS-CLUSTER-ABERTO-SW  PIC X(01)     VALUE 'N'.
           88 WS-CLUSTER-ABERTO                VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-OPCAO-ARQ         PIC 9(01)     VALUE ZEROS.
       77  WRK-DATA-GERACAO      PIC 9(08)     VALUE ZEROS.
       77  WRK-CONFIRMA          PIC X(01)     VALUE SPACES.
       77  WRK-IDX               PIC 9(02)     VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(02)     VALUE ZEROS.
       77  WRK-NOME-BUSCA        PIC X(08)     VALUE SPACES.
       77  WRK-REGISTRO          PIC X(231)    VALUE SPACES.
       77  WRK-VALOR-REG         PIC S9(13)V99 VALUE ZEROS.
       77  WRK-ARQUIVO           PIC X(08)     VALUE SPACES.
       77  WRK-PARAGRAFO         PIC X(20)     VALUE SPACES.
       77  WRK-MENSAGEM          PIC X(40)     VALUE SPACES.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-GRAVADOS       PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-SELECIONADOS   PIC 9(02)     VALUE ZEROS.

       01  WS-NOMES-ARQUIVOS.
           02 FILLER             PIC X(08)     VALUE 'SALESACC'.
           02 FILLER             PIC X(08)     VALUE 'STOCKBAL'.
           02 FILLER             PIC X(08)     VALUE 'ACCTBAL '.
           02 FILLER             PIC X(08)     VALUE 'EMPLOYEF'.
           02 FILLER             PIC X(08)     VALUE 'QUOTSTAT'.
       01  WS-NOMES-R REDEFINES WS-NOMES-ARQUIVOS.
           02 WS-NOME-ARQUIVO    PIC X(08)     OCCURS 5 TIMES.

       01  WS-TABELA-CONFERENCIA.
           02 WS-CONF-ENTRY OCCURS 5 TIMES.
               03 WS-CONF-SELECIONADO  PIC X(01).
               03 WS-CONF-NA-FOTO      PIC X(01).
               03 WS-CONF-COM-TRAILER  PIC X(01).
               03 WS-CONF-NO-CONTROLE  PIC X(01).
               03 WS-CONF-DATA         PIC 9(08).
               03 WS-CONF-HORA         PIC 9(08).
               03 WS-CONF-QTD-FOTO     PIC 9(07).
               03 WS-CONF-TOT-FOTO     PIC S9(13)V99.
               03 WS-CONF-QTD-TRAILER  PIC 9(07).
               03 WS-CONF-TOT-TRAILER  PIC S9(13)V99.
               03 WS-CONF-QTD-CTL      PIC 9(07).
               03 WS-CONF-TOT-CTL      PIC S9(13)V99.
               03 WS-CONF-QTD-CARGA    PIC 9(07).
               03 WS-CONF-QTD-ERRO     PIC 9(07).
               03 WS-CONF-QTD-RECONT   PIC 9(07).
               03 WS-CONF-TOT-RECONT   PIC S9(13)V99.

       01  WS-LINHA-CONFERENCIA.
           02 WLC-ARQUIVO        PIC X(08).
           02 FILLER             PIC X(01)     VALUE SPACES.
           02 WLC-QTD-FOTO       PIC ZZZZZZ9.
           02 FILLER             PIC X(01)     VALUE SPACES.
           02 WLC-QTD-CTL        PIC ZZZZZZ9.
           02 FILLER             PIC X(01)     VALUE SPACES.
           02 WLC-TOTAL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01)     VALUE SPACES.
           02 WLC-SITUACAO       PIC X(24).

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           INITIALIZE WS-TABELA-CONFERENCIA.
           DISPLAY 'VOLTA DA FOTO DOS CLUSTERS MESTRES'.
           DISPLAY '(1) SALESACC  (2) STOCKBAL  (3) ACCTBAL'.
           DISPLAY '(4) EMPLOYEF  (5) QUOTSTAT  (9) TODOS'.
           DISPLAY 'ARQUIVO A VOLTAR............. : '
               WITH NO ADVANCING.
           ACCEPT WRK-OPCAO-ARQ.
           DISPLAY 'DATA DA GERACAO (AAAAMMDD, 0 = A DO HEADER): '
               WITH NO ADVANCING.
           ACCEPT WRK-DATA-GERACAO.
           PERFORM 0100-SELECIONAR-ARQUIVOS.
           IF WS-QTD-SELECIONADOS = ZEROS
               DISPLAY 'OPCAO INVALIDA - NADA ALTERADO'
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0200-CONFERIR-FOTO
           END-IF.
           IF WRK-RETORNO = ZEROS
               DISPLAY 'CONFIRMA A RECARGA DOS CLUSTERS (S/N): '
                   WITH NO ADVANCING
               ACCEPT WRK-CONFIRMA
               IF FUNCTION UPPER-CASE(WRK-CONFIRMA) = 'S'
                   PERFORM 0300-RECARREGAR-CLUSTERS
                   PERFORM 0400-RECONTAR-CLUSTERS
               ELSE
                   DISPLAY 'VOLTA NAO CONFIRMADA - NADA ALTERADO'
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.
           DISPLAY 'REGISTROS LIDOS DA FOTO...... : ' WS-QTD-LIDOS.
           DISPLAY 'REGISTROS RECARREGADOS....... : ' WS-QTD-GRAVADOS.
           DISPLAY 'RETORNO...................... : ' WRK-RETORNO.
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

       0100-SELECIONAR-ARQUIVOS.
           EVALUATE WRK-OPCAO-ARQ
               WHEN 1 THRU 5
                   MOVE 'S' TO WS-CONF-SELECIONADO(WRK-OPCAO-ARQ)
                   MOVE 1 TO WS-QTD-SELECIONADOS
               WHEN 9
                   PERFORM 0110-SELECIONAR-TODOS
                       VARYING WRK-IDX-I FROM 1 BY 1
                       UNTIL WRK-IDX-I > 5
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0110-SELECIONAR-TODOS.
           MOVE 'S' TO WS-CONF-SELECIONADO(WRK-IDX-I).
           ADD 1 TO WS-QTD-SELECIONADOS.

      *********** 1A PASSADA: SO LEITURA. GRUPO DE CADA ARQUIVO ****
      *********** PEDIDO CONTRA O TRAILER E CONTRA O SNAPCTL ******
       0200-CONFERIR-FOTO.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = '00'
               MOVE 'SNAPSHOT' TO WRK-ARQUIVO
               MOVE 'GERACAO DA FOTO NAO DISPONIVEL' TO WRK-MENSAGEM
               MOVE '0200-CONFERIR-FOTO' TO WRK-PARAGRAFO
               PERFORM 0760-REGISTRAR-FALHA
           ELSE
               MOVE ZEROS TO WRK-IDX
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0210-LER-FOTO
               PERFORM 0220-CONFERIR-REGISTRO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE SNAPSHOT-FILE
               PERFORM 0250-LER-CONTROLE
               IF WRK-RETORNO = ZEROS
                   DISPLAY 'GERACAO DE ' WRK-DATA-GERACAO
                   DISPLAY 'ARQUIVO     QT FOTO  QT CTL'
                       '   TOTAL DE CONTROLE    SITUACAO'
                   PERFORM 0270-AVALIAR-ARQUIVO
                       VARYING WRK-IDX-I FROM 1 BY 1
                       UNTIL WRK-IDX-I > 5
               END-IF
           END-IF.

       0210-LER-FOTO.
           READ SNAPSHOT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0220-CONFERIR-REGISTRO.
           EVALUATE SN-TIPO
               WHEN 'H'
                   MOVE SH-ARQUIVO TO WRK-NOME-BUSCA
                   PERFORM 0230-LOCALIZAR-ARQUIVO
                   IF WRK-IDX > ZEROS
                       IF WRK-DATA-GERACAO = ZEROS
                           MOVE SH-DATA TO WRK-DATA-GERACAO
                       END-IF
                       IF SH-DATA = WRK-DATA-GERACAO
                          AND WS-CONF-SELECIONADO(WRK-IDX) = 'S'
                           MOVE 'S' TO WS-CONF-NA-FOTO(WRK-IDX)
                           MOVE SH-DATA TO WS-CONF-DATA(WRK-IDX)
                           MOVE SH-HORA TO WS-CONF-HORA(WRK-IDX)
                       ELSE
                           MOVE ZEROS TO WRK-IDX
                       END-IF
                   END-IF
               WHEN 'D'
                   IF WRK-IDX > ZEROS
                       ADD 1 TO WS-CONF-QTD-FOTO(WRK-IDX)
                       MOVE SN-DADOS TO WRK-REGISTRO
                       PERFORM 0600-VALOR-DO-REGISTRO
                       ADD WRK-VALOR-REG TO WS-CONF-TOT-FOTO(WRK-IDX)
                   END-IF
               WHEN 'T'
                   IF WRK-IDX > ZEROS
                       MOVE 'S' TO WS-CONF-COM-TRAILER(WRK-IDX)
                       MOVE ST-QTD TO WS-CONF-QTD-TRAILER(WRK-IDX)
                       MOVE ST-TOTAL TO WS-CONF-TOT-TRAILER(WRK-IDX)
                   END-IF
                   MOVE ZEROS TO WRK-IDX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0210-LER-FOTO.

       0230-LOCALIZAR-ARQUIVO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0235-COMPARAR-NOME
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > 5.

       0235-COMPARAR-NOME.
           IF WS-NOME-ARQUIVO(WRK-IDX-I) = WRK-NOME-BUSCA
               MOVE WRK-IDX-I TO WRK-IDX
           END-IF.

      *********** CONTROLE DA MESMA FOTO: ARQUIVO, DATA E HORA ****
       0250-LER-CONTROLE.
           OPEN INPUT SNAP-CTRL-FILE.
           IF WS-SNAPCTL-STATUS NOT = '00'
               MOVE 'SNAPCTL' TO WRK-ARQUIVO
               MOVE 'CONTROLE DA FOTO NAO DISPONIVEL' TO WRK-MENSAGEM
               MOVE '0250-LER-CONTROLE' TO WRK-PARAGRAFO
               PERFORM 0760-REGISTRAR-FALHA
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0255-LER-SNAPCTL
               PERFORM 0260-CASAR-CONTROLE
                   UNTIL WS-FIM-ARQUIVO
               CLOSE SNAP-CTRL-FILE
           END-IF.

       0255-LER-SNAPCTL.
           READ SNAP-CTRL-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0260-CASAR-CONTROLE.
           MOVE SC-ARQUIVO TO WRK-NOME-BUSCA.
           PERFORM 0230-LOCALIZAR-ARQUIVO.
           IF WRK-IDX > ZEROS
               IF WS-CONF-NA-FOTO(WRK-IDX) = 'S'
                  AND SC-DATA = WS-CONF-DATA(WRK-IDX)
                  AND SC-HORA = WS-CONF-HORA(WRK-IDX)
                   MOVE 'S' TO WS-CONF-NO-CONTROLE(WRK-IDX)
                   MOVE SC-QTD TO WS-CONF-QTD-CTL(WRK-IDX)
                   MOVE SC-TOTAL TO WS-CONF-TOT-CTL(WRK-IDX)
               END-IF
           END-IF.
           PERFORM 0255-LER-SNAPCTL.

      *********** QUALQUER DIVERGENCIA SUSPENDE A VOLTA INTEIRA ****
       0270-AVALIAR-ARQUIVO.
           IF WS-CONF-SELECIONADO(WRK-IDX-I) = 'S'
               MOVE SPACES TO WRK-MENSAGEM
               EVALUATE TRUE
                   WHEN WS-CONF-NA-FOTO(WRK-IDX-I) NOT = 'S'
                       MOVE 'FORA DA GERACAO' TO WRK-MENSAGEM
                   WHEN WS-CONF-COM-TRAILER(WRK-IDX-I) NOT = 'S'
                       MOVE 'GRUPO SEM TRAILER' TO WRK-MENSAGEM
                   WHEN WS-CONF-NO-CONTROLE(WRK-IDX-I) NOT = 'S'
                       MOVE 'SEM REGISTRO NO SNAPCTL' TO WRK-MENSAGEM
                   WHEN WS-CONF-QTD-FOTO(WRK-IDX-I) NOT =
                           WS-CONF-QTD-TRAILER(WRK-IDX-I)
                     OR WS-CONF-TOT-FOTO(WRK-IDX-I) NOT =
                           WS-CONF-TOT-TRAILER(WRK-IDX-I)
                       MOVE 'FOTO NAO BATE C/ TRAILER' TO WRK-MENSAGEM
                   WHEN WS-CONF-QTD-FOTO(WRK-IDX-I) NOT =
                           WS-CONF-QTD-CTL(WRK-IDX-I)
                     OR WS-CONF-TOT-FOTO(WRK-IDX-I) NOT =
                           WS-CONF-TOT-CTL(WRK-IDX-I)
                       MOVE 'FOTO NAO BATE C/ SNAPCTL' TO WRK-MENSAGEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE WS-NOME-ARQUIVO(WRK-IDX-I) TO WLC-ARQUIVO
               MOVE WS-CONF-QTD-FOTO(WRK-IDX-I) TO WLC-QTD-FOTO
               MOVE WS-CONF-QTD-CTL(WRK-IDX-I)  TO WLC-QTD-CTL
               MOVE WS-CONF-TOT-FOTO(WRK-IDX-I) TO WLC-TOTAL
               IF WRK-MENSAGEM = SPACES
                   MOVE 'CONFERIDO' TO WLC-SITUACAO
               ELSE
                   MOVE WRK-MENSAGEM TO WLC-SITUACAO
               END-IF
               DISPLAY WS-LINHA-CONFERENCIA
               IF WRK-MENSAGEM NOT = SPACES
                   MOVE WS-NOME-ARQUIVO(WRK-IDX-I) TO WRK-ARQUIVO
                   MOVE '0270-AVALIAR-ARQUIVO' TO WRK-PARAGRAFO
                   PERFORM 0760-REGISTRAR-FALHA
               END-IF
           END-IF.

      *********** 2A PASSADA: RECARGA DOS CLUSTERS PEDIDOS *********
       0300-RECARREGAR-CLUSTERS.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = '00'
               MOVE 'SNAPSHOT' TO WRK-ARQUIVO
               MOVE 'GERACAO DA FOTO NAO DISPONIVEL' TO WRK-MENSAGEM
               MOVE '0300-RECARREGAR-CLUS' TO WRK-PARAGRAFO
               PERFORM 0760-REGISTRAR-FALHA
           ELSE
               MOVE ZEROS TO WRK-IDX
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0310-LER-FOTO
               PERFORM 0320-RECARREGAR-REGISTRO
                   UNTIL WS-FIM-ARQUIVO
               IF WS-CLUSTER-ABERTO
                   PERFORM 0350-FECHAR-CLUSTER
               END-IF
               CLOSE SNAPSHOT-FILE
           END-IF.

       0310-LER-FOTO.
           READ SNAPSHOT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0320-RECARREGAR-REGISTRO.
           EVALUATE SN-TIPO
               WHEN 'H'
                   MOVE SH-ARQUIVO TO WRK-NOME-BUSCA
                   PERFORM 0230-LOCALIZAR-ARQUIVO
                   IF WRK-IDX > ZEROS
                       IF WS-CONF-SELECIONADO(WRK-IDX) = 'S'
                          AND SH-DATA = WS-CONF-DATA(WRK-IDX)
                          AND SH-HORA = WS-CONF-HORA(WRK-IDX)
                           PERFORM 0330-ABRIR-CLUSTER
                       ELSE
                           MOVE ZEROS TO WRK-IDX
                       END-IF
                   END-IF
               WHEN 'D'
                   IF WRK-IDX > ZEROS
                       PERFORM 0340-GRAVAR-CLUSTER
                   END-IF
               WHEN 'T'
                   IF WS-CLUSTER-ABERTO
                       PERFORM 0350-FECHAR-CLUSTER
                   END-IF
                   MOVE ZEROS TO WRK-IDX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0310-LER-FOTO.

       0330-ABRIR-CLUSTER.
           EVALUATE WRK-IDX
               WHEN 1
                   OPEN OUTPUT SALES-ACCUM-FILE
                   MOVE WS-ACCUM-STATUS TO WS-CLUSTER-STATUS
               WHEN 2
                   OPEN OUTPUT STOCK-BAL-FILE
                   MOVE WS-STOCKBAL-STATUS TO WS-CLUSTER-STATUS
               WHEN 3
                   OPEN OUTPUT ACCOUNT-BAL-FILE
                   MOVE WS-SALDO-STATUS TO WS-CLUSTER-STATUS
               WHEN 4
                   OPEN OUTPUT EMPLOYEE-FILE
                   MOVE WS-EMPLOYEE-STATUS TO WS-CLUSTER-STATUS
               WHEN 5
                   OPEN OUTPUT QUOTE-STATUS-FILE
                   MOVE WS-QSTAT-STATUS TO WS-CLUSTER-STATUS
           END-EVALUATE.
           IF WS-CLUSTER-STATUS = '00'
               MOVE 'S' TO WS-CLUSTER-ABERTO-SW
           ELSE
               MOVE WS-NOME-ARQUIVO(WRK-IDX) TO WRK-ARQUIVO
               MOVE 'CLUSTER NAO ABRIU PARA RECARGA' TO WRK-MENSAGEM
               MOVE '0330-ABRIR-CLUSTER' TO WRK-PARAGRAFO
               PERFORM 0760-REGISTRAR-FALHA
               MOVE ZEROS TO WRK-IDX
           END-IF.

       0340-GRAVAR-CLUSTER.
           EVALUATE WRK-IDX
               WHEN 1
                   MOVE SN-DADOS TO SALES-ACCUM-REC
                   WRITE SALES-ACCUM-REC
                   MOVE WS-ACCUM-STATUS TO WS-CLUSTER-STATUS
               WHEN 2
                   MOVE SN-DADOS TO STOCK-BAL-REC
                   WRITE STOCK-BAL-REC
                   MOVE WS-STOCKBAL-STATUS TO WS-CLUSTER-STATUS
               WHEN 3
                   MOVE SN-DADOS TO ACCOUNT-BAL-REC
                   WRITE ACCOUNT-BAL-REC
                   MOVE WS-SALDO-STATUS TO WS-CLUSTER-STATUS
               WHEN 4
                   MOVE SN-DADOS TO EMPLOYEE-REC
                   WRITE EMPLOYEE-REC
                   MOVE WS-EMPLOYEE-STATUS TO WS-CLUSTER-STATUS
               WHEN 5
                   MOVE SN-DADOS TO QUOTE-STATUS-REC
                   WRITE QUOTE-STATUS-REC
                   MOVE WS-QSTAT-STATUS TO WS-CLUSTER-STATUS
           END-EVALUATE.
           IF WS-CLUSTER-STATUS = '00'
               ADD 1 TO WS-CONF-QTD-CARGA(WRK-IDX)
               ADD 1 TO WS-QTD-GRAVADOS
           ELSE
               ADD 1 TO WS-CONF-QTD-ERRO(WRK-IDX)
           END-IF.

       0350-FECHAR-CLUSTER.
           EVALUATE WRK-IDX
               WHEN 1
                   CLOSE SALES-ACCUM-FILE
               WHEN 2
                   CLOSE STOCK-BAL-FILE
               WHEN 3
                   CLOSE ACCOUNT-BAL-FILE
               WHEN 4
                   CLOSE EMPLOYEE-FILE
               WHEN 5
                   CLOSE QUOTE-STATUS-FILE
           END-EVALUATE.
           MOVE 'N' TO WS-CLUSTER-ABERTO-SW.
           IF WS-CONF-QTD-ERRO(WRK-IDX) > ZEROS
               MOVE WS-NOME-ARQUIVO(WRK-IDX) TO WRK-ARQUIVO
               MOVE 'REGISTROS RECUSADOS NA RECARGA' TO WRK-MENSAGEM
               MOVE '0350-FECHAR-CLUSTER' TO WRK-PARAGRAFO
               PERFORM 0760-REGISTRAR-FALHA
           END-IF.

      *********** 3A PASSADA: RECONTA O CLUSTER RECARREGADO E ******
      *********** CONFERE DE NOVO CONTRA O SNAPCTL *****************
       0400-RECONTAR-CLUSTERS.
           DISPLAY 'ARQUIVO     RECARGA  RECONT   TOTAL RECONTADO     '
               ' SITUACAO'.
           PERFORM 0410-RECONTAR-ARQUIVO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 5.

       0410-RECONTAR-ARQUIVO.
           IF WS-CONF-SELECIONADO(WRK-IDX) = 'S'
               PERFORM 0420-ABRIR-RECONTAGEM
               IF WS-CLUSTER-STATUS = '00'
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0430-LER-CLUSTER
                   PERFORM 0440-SOMAR-CLUSTER
                       UNTIL WS-FIM-ARQUIVO
                   PERFORM 0450-FECHAR-RECONTAGEM
               END-IF
               MOVE WS-NOME-ARQUIVO(WRK-IDX) TO WLC-ARQUIVO
               MOVE WS-CONF-QTD-CARGA(WRK-IDX)  TO WLC-QTD-FOTO
               MOVE WS-CONF-QTD-RECONT(WRK-IDX) TO WLC-QTD-CTL
               MOVE WS-CONF-TOT-RECONT(WRK-IDX) TO WLC-TOTAL
               IF WS-CONF-QTD-RECONT(WRK-IDX) = WS-CONF-QTD-CTL(WRK-IDX)
                  AND WS-CONF-TOT-RECONT(WRK-IDX) =
                          WS-CONF-TOT-CTL(WRK-IDX)
                   MOVE 'DE VOLTA A FOTO' TO WLC-SITUACAO
                   DISPLAY WS-LINHA-CONFERENCIA
               ELSE
                   MOVE 'RECONTAGEM NAO CONFERE' TO WLC-SITUACAO
                   DISPLAY WS-LINHA-CONFERENCIA
                   MOVE WS-NOME-ARQUIVO(WRK-IDX) TO WRK-ARQUIVO
                   MOVE 'RECONTAGEM NAO BATE COM O SNAPCTL'
                       TO WRK-MENSAGEM
                   MOVE '0410-RECONTAR-ARQUI' TO WRK-PARAGRAFO
                   PERFORM 0760-REGISTRAR-FALHA
               END-IF
           END-IF.

       0420-ABRIR-RECONTAGEM.
           EVALUATE WRK-IDX
               WHEN 1
                   OPEN INPUT SALES-ACCUM-FILE
                   MOVE WS-ACCUM-STATUS TO WS-CLUSTER-STATUS
               WHEN 2
                   OPEN INPUT STOCK-BAL-FILE
                   MOVE WS-STOCKBAL-STATUS TO WS-CLUSTER-STATUS
               WHEN 3
                   OPEN INPUT ACCOUNT-BAL-FILE
                   MOVE WS-SALDO-STATUS TO WS-CLUSTER-STATUS
               WHEN 4
                   OPEN INPUT EMPLOYEE-FILE
                   MOVE WS-EMPLOYEE-STATUS TO WS-CLUSTER-STATUS
               WHEN 5
                   OPEN INPUT QUOTE-STATUS-FILE
                   MOVE WS-QSTAT-STATUS TO WS-CLUSTER-STATUS
           END-EVALUATE.

       0430-LER-CLUSTER.
           EVALUATE WRK-IDX
               WHEN 1
                   READ SALES-ACCUM-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO-SW
                       NOT AT END
                           MOVE SALES-ACCUM-REC TO WRK-REGISTRO
                   END-READ
               WHEN 2
                   READ STOCK-BAL-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO-SW
                       NOT AT END
                           MOVE STOCK-BAL-REC TO WRK-REGISTRO
                   END-READ
               WHEN 3
                   READ ACCOUNT-BAL-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO-SW
                       NOT AT END
                           MOVE ACCOUNT-BAL-REC TO WRK-REGISTRO
                   END-READ
               WHEN 4
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO-SW
                       NOT AT END
                           MOVE EMPLOYEE-REC TO WRK-REGISTRO
                   END-READ
               WHEN 5
                   READ QUOTE-STATUS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO-SW
                       NOT AT END
                           MOVE QUOTE-STATUS-REC TO WRK-REGISTRO
                   END-READ
           END-EVALUATE.

       0440-SOMAR-CLUSTER.
           ADD 1 TO WS-CONF-QTD-RECONT(WRK-IDX).
           PERFORM 0600-VALOR-DO-REGISTRO.
           ADD WRK-VALOR-REG TO WS-CONF-TOT-RECONT(WRK-IDX).
           PERFORM 0430-LER-CLUSTER.

       0450-FECHAR-RECONTAGEM.
           EVALUATE WRK-IDX
               WHEN 1
                   CLOSE SALES-ACCUM-FILE
               WHEN 2
                   CLOSE STOCK-BAL-FILE
               WHEN 3
                   CLOSE ACCOUNT-BAL-FILE
               WHEN 4
                   CLOSE EMPLOYEE-FILE
               WHEN 5
                   CLOSE QUOTE-STATUS-FILE
           END-EVALUATE.

      *********** TOTAL DE CONTROLE DO REGISTRO - MESMOS CAMPOS ****
      *********** SOMADOS PELO PRGCB112 (VIDE SNAPCTL.COB) *********
       0600-VALOR-DO-REGISTRO.
           MOVE ZEROS TO WRK-VALOR-REG.
           EVALUATE WRK-IDX
               WHEN 1
                   MOVE WRK-REGISTRO TO FOTO-SALESACC-REC
                   MOVE FSA-ACUM TO WRK-VALOR-REG
               WHEN 2
                   MOVE WRK-REGISTRO TO FOTO-STOCKBAL-REC
                   MOVE FEB-SALDO TO WRK-VALOR-REG
               WHEN 3
                   MOVE WRK-REGISTRO TO FOTO-ACCTBAL-REC
                   MOVE FAB-SALDO TO WRK-VALOR-REG
               WHEN 4
                   MOVE WRK-REGISTRO TO FOTO-EMPLOYEF-REC
                   MOVE FEM-SALARIO-BRUTO TO WRK-VALOR-REG
               WHEN 5
                   MOVE WRK-REGISTRO TO FOTO-QUOTSTAT-REC
                   MOVE FQT-NUMERO TO WRK-VALOR-REG
           END-EVALUATE.

      *********** DIVERGENCIA OU FALHA: GRAVE, RETORNO 8 ***********
       0760-REGISTRAR-FALHA.
           DISPLAY 'ERRO: ' WRK-ARQUIVO ' ' WRK-MENSAGEM.
           MOVE 'PRGCB113'     TO EL-PROGRAMA.
           MOVE WRK-PARAGRAFO  TO EL-PARAGRAFO.
           MOVE SPACES         TO EL-MENSAGEM.
           STRING WRK-ARQUIVO ' ' WRK-MENSAGEM DELIMITED BY SIZE
               INTO EL-MENSAGEM.
           MOVE 'F' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           MOVE 8 TO WRK-RETORNO.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) - A ****
      *********** VOLTA FICA NO BALANCO DA DATA EM PROCESSAMENTO ***
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCB113'         TO RC-PROGRAMA
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
