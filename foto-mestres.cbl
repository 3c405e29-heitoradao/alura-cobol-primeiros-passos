       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB112.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = FOTO DOS CLUSTERS MESTRES NO
      ***                            INICIO DO FECHAMENTO: COPIA O
      ***                            SALESACC, O STOCKBAL, O
      ***                            ACCTBAL, O EMPLOYEF E O
      ***                            QUOTSTAT, NA ORDEM DA CHAVE,
      ***                            PARA A GERACAO DATADA DO DIA
      ***                            (SNAPSHOT, UM GRUPO HEADER/
      ***                            TRAILER POR ARQUIVO) E GRAVA
      ***                            NO SNAPCTL UM REGISTRO DE
      ***                            CONTROLE POR ARQUIVO, COM A
      ***                            QUANTIDADE E O TOTAL DE
      ***                            CONTROLE. E A FOTO QUE O
      ***                            PRGCB113 DEVOLVE AOS CLUSTERS
      ***                            QUANDO A CADEIA QUEBRA NO MEIO
      ***                            E PRECISA SER RODADA DE NOVO
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   RETORNO: 00 = FOTO COMPLETA   04 = ALGUM CLUSTER NAO
      ***               DISPONIVEL (FICA FORA DA FOTO)
      ***            08 = FALHA NA GRAVACAO DA FOTO (SEM REDE DE
      ***               SEGURANCA, A CADEIA NAO DEVE RODAR)
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
       77  WS-ACCUM-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-STOCKBAL-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SALDO-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-QSTAT-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-SNAPSHOT-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SNAPCTL-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-ARQUIVO           PIC X(08)     VALUE SPACES.
       77  WRK-ARQUIVO-FALHA     PIC X(08)     VALUE SPACES.
       77  WRK-PARAGRAFO         PIC X(20)     VALUE SPACES.
       77  WS-QTD-ARQUIVO        PIC 9(07)     VALUE ZEROS.
       77  WS-TOTAL-ARQUIVO      PIC S9(13)V99 VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-GRAVADOS       PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-FOTOGRAFADOS   PIC 9(02)     VALUE ZEROS.
       77  WS-QTD-INDISPONIVEIS  PIC 9(02)     VALUE ZEROS.
       77  WS-TOTAL-EDITADO      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           DISPLAY 'FOTO DOS CLUSTERS MESTRES - DATA '
               WS-DATA-PROCESSO.
           OPEN OUTPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = '00'
               MOVE 'SNAPSHOT' TO WRK-ARQUIVO-FALHA
               MOVE '0001-PRINCIPAL' TO WRK-PARAGRAFO
               PERFORM 0760-REGISTRAR-FALHA
           ELSE
               OPEN EXTEND SNAP-CTRL-FILE
               IF WS-SNAPCTL-STATUS = '35'
                   OPEN OUTPUT SNAP-CTRL-FILE
               END-IF
               IF WS-SNAPCTL-STATUS NOT = '00'
                   MOVE 'SNAPCTL' TO WRK-ARQUIVO-FALHA
                   MOVE '0001-PRINCIPAL' TO WRK-PARAGRAFO
                   PERFORM 0760-REGISTRAR-FALHA
               ELSE
                   PERFORM 0100-FOTO-SALESACC
                   PERFORM 0200-FOTO-STOCKBAL
                   PERFORM 0300-FOTO-ACCTBAL
                   PERFORM 0400-FOTO-EMPLOYEF
                   PERFORM 0500-FOTO-QUOTSTAT
                   CLOSE SNAP-CTRL-FILE
               END-IF
               CLOSE SNAPSHOT-FILE
           END-IF.
           DISPLAY 'ARQUIVOS FOTOGRAFADOS........ : '
               WS-QTD-FOTOGRAFADOS.
           DISPLAY 'ARQUIVOS NAO DISPONIVEIS..... : '
               WS-QTD-INDISPONIVEIS.
           DISPLAY 'REGISTROS COPIADOS........... : ' WS-QTD-GRAVADOS.
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

      *********** ACUMULADO DE VENDAS POR VENDEDOR/DATA ************
       0100-FOTO-SALESACC.
           MOVE 'SALESACC' TO WRK-ARQUIVO.
           OPEN INPUT SALES-ACCUM-FILE.
           IF WS-ACCUM-STATUS NOT = '00'
               MOVE '0100-FOTO-SALESACC' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               PERFORM 0800-GRAVAR-HEADER
               PERFORM 0105-LER-SALESACC
               PERFORM 0110-COPIAR-SALESACC
                   UNTIL WS-FIM-ARQUIVO
               CLOSE SALES-ACCUM-FILE
               PERFORM 0810-GRAVAR-TRAILER
           END-IF.

       0105-LER-SALESACC.
           READ SALES-ACCUM-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0110-COPIAR-SALESACC.
           MOVE SALES-ACCUM-REC TO SN-DADOS.
           ADD SA-ACUM TO WS-TOTAL-ARQUIVO.
           PERFORM 0820-GRAVAR-DETALHE.
           PERFORM 0105-LER-SALESACC.

      *********** SALDO DE ESTOQUE POR PRODUTO/FILIAL **************
       0200-FOTO-STOCKBAL.
           MOVE 'STOCKBAL' TO WRK-ARQUIVO.
           OPEN INPUT STOCK-BAL-FILE.
           IF WS-STOCKBAL-STATUS NOT = '00'
               MOVE '0200-FOTO-STOCKBAL' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               PERFORM 0800-GRAVAR-HEADER
               PERFORM 0205-LER-STOCKBAL
               PERFORM 0210-COPIAR-STOCKBAL
                   UNTIL WS-FIM-ARQUIVO
               CLOSE STOCK-BAL-FILE
               PERFORM 0810-GRAVAR-TRAILER
           END-IF.

       0205-LER-STOCKBAL.
           READ STOCK-BAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0210-COPIAR-STOCKBAL.
           MOVE STOCK-BAL-REC TO SN-DADOS.
           ADD EB-SALDO TO WS-TOTAL-ARQUIVO.
           PERFORM 0820-GRAVAR-DETALHE.
           PERFORM 0205-LER-STOCKBAL.

      *********** SALDO DAS CONTAS *********************************
       0300-FOTO-ACCTBAL.
           MOVE 'ACCTBAL' TO WRK-ARQUIVO.
           OPEN INPUT ACCOUNT-BAL-FILE.
           IF WS-SALDO-STATUS NOT = '00'
               MOVE '0300-FOTO-ACCTBAL' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               PERFORM 0800-GRAVAR-HEADER
               PERFORM 0305-LER-ACCTBAL
               PERFORM 0310-COPIAR-ACCTBAL
                   UNTIL WS-FIM-ARQUIVO
               CLOSE ACCOUNT-BAL-FILE
               PERFORM 0810-GRAVAR-TRAILER
           END-IF.

       0305-LER-ACCTBAL.
           READ ACCOUNT-BAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0310-COPIAR-ACCTBAL.
           MOVE ACCOUNT-BAL-REC TO SN-DADOS.
           ADD AB-SALDO TO WS-TOTAL-ARQUIVO.
           PERFORM 0820-GRAVAR-DETALHE.
           PERFORM 0305-LER-ACCTBAL.

      *********** CADASTRO DE FUNCIONARIOS *************************
       0400-FOTO-EMPLOYEF.
           MOVE 'EMPLOYEF' TO WRK-ARQUIVO.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = '00'
               MOVE '0400-FOTO-EMPLOYEF' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               PERFORM 0800-GRAVAR-HEADER
               PERFORM 0405-LER-EMPLOYEF
               PERFORM 0410-COPIAR-EMPLOYEF
                   UNTIL WS-FIM-ARQUIVO
               CLOSE EMPLOYEE-FILE
               PERFORM 0810-GRAVAR-TRAILER
           END-IF.

       0405-LER-EMPLOYEF.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0410-COPIAR-EMPLOYEF.
           MOVE EMPLOYEE-REC TO SN-DADOS.
           ADD EM-SALARIO-BRUTO TO WS-TOTAL-ARQUIVO.
           PERFORM 0820-GRAVAR-DETALHE.
           PERFORM 0405-LER-EMPLOYEF.

      *********** SITUACAO DAS COTACOES DE FRETE; O TOTAL E UM *****
      *********** HASH DOS NUMEROS DE COTACAO **********************
       0500-FOTO-QUOTSTAT.
           MOVE 'QUOTSTAT' TO WRK-ARQUIVO.
           OPEN INPUT QUOTE-STATUS-FILE.
           IF WS-QSTAT-STATUS NOT = '00'
               MOVE '0500-FOTO-QUOTSTAT' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               PERFORM 0800-GRAVAR-HEADER
               PERFORM 0505-LER-QUOTSTAT
               PERFORM 0510-COPIAR-QUOTSTAT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE QUOTE-STATUS-FILE
               PERFORM 0810-GRAVAR-TRAILER
           END-IF.

       0505-LER-QUOTSTAT.
           READ QUOTE-STATUS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0510-COPIAR-QUOTSTAT.
           MOVE QUOTE-STATUS-REC TO SN-DADOS.
           ADD QT-NUMERO TO WS-TOTAL-ARQUIVO.
           PERFORM 0820-GRAVAR-DETALHE.
           PERFORM 0505-LER-QUOTSTAT.

      *********** CLUSTER AUSENTE: FICA FORA DA FOTO, COM AVISO ****
       0750-REGISTRAR-INDISPONIVEL.
           DISPLAY 'AVISO: ' WRK-ARQUIVO ' NAO DISPONIVEL - '
               'FORA DA FOTO'.
           MOVE 'PRGCB112'     TO EL-PROGRAMA.
           MOVE WRK-PARAGRAFO  TO EL-PARAGRAFO.
           MOVE SPACES         TO EL-MENSAGEM.
           STRING 'ARQUIVO ' WRK-ARQUIVO ' NAO DISPONIVEL - '
               'FORA DA FOTO' DELIMITED BY SIZE
               INTO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           ADD 1 TO WS-QTD-INDISPONIVEIS.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** SEM A GERACAO OU SEM O CONTROLE NAO HA FOTO ******
       0760-REGISTRAR-FALHA.
           DISPLAY 'ERRO: ' WRK-ARQUIVO-FALHA
               ' NAO PODE SER GRAVADO - FOTO NAO TIRADA'.
           MOVE 'PRGCB112'     TO EL-PROGRAMA.
           MOVE WRK-PARAGRAFO  TO EL-PARAGRAFO.
           MOVE SPACES         TO EL-MENSAGEM.
           STRING 'ARQUIVO ' WRK-ARQUIVO-FALHA
               ' NAO PODE SER GRAVADO - FOTO NAO TIRADA'
               DELIMITED BY SIZE
               INTO EL-MENSAGEM.
           MOVE 'F' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           MOVE 8 TO WRK-RETORNO.

      *********** HEADER DO GRUPO: ARQUIVO, DATA E HORA DA FOTO ****
       0800-GRAVAR-HEADER.
           MOVE ZEROS TO WS-QTD-ARQUIVO.
           MOVE ZEROS TO WS-TOTAL-ARQUIVO.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE 'H' TO SH-TIPO.
           MOVE WRK-ARQUIVO TO SH-ARQUIVO.
           MOVE WS-DATA-PROCESSO TO SH-DATA.
           MOVE WS-HORA-INICIO TO SH-HORA.
           WRITE SNAPSHOT-REC.

      *********** TRAILER DO GRUPO E REGISTRO NO SNAPCTL ************
       0810-GRAVAR-TRAILER.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE 'T' TO ST-TIPO.
           MOVE WRK-ARQUIVO TO ST-ARQUIVO.
           MOVE WS-QTD-ARQUIVO TO ST-QTD.
           MOVE WS-TOTAL-ARQUIVO TO ST-TOTAL.
           WRITE SNAPSHOT-REC.
           MOVE WRK-ARQUIVO TO SC-ARQUIVO.
           MOVE WS-DATA-PROCESSO TO SC-DATA.
           MOVE WS-HORA-INICIO TO SC-HORA.
           MOVE WS-QTD-ARQUIVO TO SC-QTD.
           MOVE WS-TOTAL-ARQUIVO TO SC-TOTAL.
           WRITE SNAP-CTRL-REC.
           ADD 1 TO WS-QTD-FOTOGRAFADOS.
           MOVE WS-TOTAL-ARQUIVO TO WS-TOTAL-EDITADO.
           DISPLAY WRK-ARQUIVO ' REGISTROS: ' WS-QTD-ARQUIVO
               ' TOTAL: ' WS-TOTAL-EDITADO.

       0820-GRAVAR-DETALHE.
           MOVE 'D' TO SN-TIPO.
           WRITE SNAPSHOT-REC.
           IF WS-SNAPSHOT-STATUS NOT = '00'
               MOVE 'SNAPSHOT' TO WRK-ARQUIVO-FALHA
               MOVE '0820-GRAVAR-DETALHE' TO WRK-PARAGRAFO
               PERFORM 0760-REGISTRAR-FALHA
               MOVE 'S' TO WS-FIM-ARQUIVO-SW
           ELSE
               ADD 1 TO WS-QTD-ARQUIVO
               ADD 1 TO WS-QTD-GRAVADOS
           END-IF.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCB112'         TO RC-PROGRAMA
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
