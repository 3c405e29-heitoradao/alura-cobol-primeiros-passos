      ***                    COM MOTIVO 02; O ALERTA GLOBAL DO
      ***                    ALERTPRM CONTINUA PARA AS CONTAS SEM
      ***                    LIMITE PROPRIO, AGORA COM MOTIVO 01
      ***   15/10/2026 HJR   CADASTRO DE CONTAS (CONTAMST, PRGCB109):
      ***                    NO LOTE, TRANSACAO DE CONTA BLOQUEADA
      ***                    OU ENCERRADA E RECUSADA SEM POSTAGEM,
      ***                    CONTADA NA RECONCILIACAO, REGISTRADA
      ***                    NO ERRLOG E DEVOLVE RC 4; CONTA FORA
      ***                    DO CADASTRO E POSTADA COM AVISO
      ***   15/10/2026 HJR   RETORNO 4 DA CONTA RECUSADA GUARDADO
      ***                    EM WRK-RETORNO E DEVOLVIDO NO FIM,
      ***                    ANTES DO GOBACK
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CONTA
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'CONTAMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTAMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 24 CHARACTERS.
           COPY 'ACCTBAL.COB'.

       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'CONTAMST.COB'.

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS        PIC X(02)      VALUE SPACES.
       77 WS-LIMITE-ALERTA      PIC S9(08)V99  VALUE -1000,00.
       77 WS-SALDO-PREVISTO   PIC S9(09)V99  VALUE ZEROS.
       77 WRK-MOTIVO-FILA     PIC X(02)      VALUE SPACES.
       77 WRK-QTD-RETIDAS     PIC 9(05)      VALUE ZEROS.
       77 WS-CONTAMST-STATUS  PIC X(02)      VALUE SPACES.
       77 WS-CADASTRO-OK-SW   PIC X(01)      VALUE 'N'.
           88 WS-CADASTRO-OK                VALUE 'S'.
       77 WS-CONTA-LIBERADA-SW PIC X(01)     VALUE 'S'.
           88 WS-CONTA-LIBERADA             VALUE 'S'.
       77 WRK-QTD-RECUSADAS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-SEM-CADASTRO PIC 9(05)     VALUE ZEROS.
       77 WRK-RETORNO         PIC 9(02)      VALUE ZEROS.
       01 WS-TABELA-LIMITES.
           02 WS-QTD-LIMITES  PIC 9(02)      VALUE ZEROS.
           02 WS-LIMITE-ENTRY OCCURS 50 TIMES
               PERFORM 0300-EXIBIR-RESULTADO
               PERFORM 0400-VERIFICAR-ALERTA
           END-IF
           MOVE WRK-RETORNO TO RETURN-CODE
           GOBACK
           .

           OPEN INPUT CALC-TRAN-FILE
           IF WS-TRAN-STATUS = '00'
               PERFORM 0540-ABRIR-SALDOS
               PERFORM 0547-ABRIR-CADASTRO-CONTAS
               PERFORM 0510-LER-TRANSACAO
               PERFORM 0520-PROCESSAR-TRANSACAO
                   UNTIL WS-FIM-LOTE
               IF WS-SALDO-OK
                   CLOSE ACCOUNT-BAL-FILE
               END-IF
               IF WS-CADASTRO-OK
                   CLOSE ACCOUNT-MASTER-FILE
               END-IF
               PERFORM 0530-EXIBIR-RECONCILIACAO
               PERFORM 0560-RESUMO-CONTAS
           ELSE
           MOVE TR-OPERACAO TO WRK-OPERACAO
           PERFORM 0200-CALCULAR
           PERFORM 0300-EXIBIR-RESULTADO
           PERFORM 0546-CONFERIR-CONTA
           IF NOT WS-CONTA-LIBERADA
               ADD 1 TO WRK-QTD-RECUSADAS
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           ELSE
               PERFORM 0542-BUSCAR-LIMITE-CONTA
               IF WS-LIMITE-ACHADO
                   PERFORM 0545-CONSULTAR-SALDO
                   COMPUTE WS-SALDO-PREVISTO =
                       WS-SALDO-ATUAL + WRK-RESULTADO
               END-IF
               IF WS-LIMITE-ACHADO
                  AND WS-SALDO-PREVISTO < WS-LIMITE-CONTA
                   ADD 1 TO WRK-QTD-RETIDAS
                   MOVE WS-SALDO-PREVISTO TO WRK-ALERTA-VALOR
                   MOVE '02' TO WRK-MOTIVO-FILA
                   PERFORM 0410-GRAVAR-FILA-REVISAO
                   DISPLAY '   TRANSACAO RETIDA - LIMITE DA CONTA '
                       TR-CONTA ' ESTOURARIA'
               ELSE
                   PERFORM 0550-POSTAR-NA-CONTA
                   IF NOT WS-LIMITE-ACHADO
                      AND WS-SALDO-CONTA < WS-LIMITE-ALERTA
                       MOVE WS-SALDO-CONTA TO WRK-ALERTA-VALOR
                       MOVE '01' TO WRK-MOTIVO-FILA
                       PERFORM 0410-GRAVAR-FILA-REVISAO
                   END-IF
                   ADD 1 TO WRK-QTD-LOTE
                   ADD WRK-RESULTADO TO WRK-TOTAL-LOTE
                   IF WRK-RESULTADO < ZEROS
                       ADD 1 TO WRK-QTD-NEGATIVOS
                   END-IF
                   MOVE WRK-TOTAL-LOTE TO WRK-TOTAL-LOTE-ED
                   DISPLAY '   SALDO CORRENTE......: '
                       WRK-TOTAL-LOTE-ED
               END-IF
           END-IF
           PERFORM 0510-LER-TRANSACAO
           .
           DISPLAY '========= RECONCILIACAO DO LOTE =========='
           DISPLAY 'TRANSACOES PROCESSADAS. : ' WRK-QTD-LOTE
           DISPLAY 'RETIDAS POR LIMITE..... : ' WRK-QTD-RETIDAS
           DISPLAY 'RECUSADAS (CONTA B/E).. : ' WRK-QTD-RECUSADAS
           DISPLAY 'CONTAS SEM CADASTRO.... : ' WRK-QTD-SEM-CADASTRO
           DISPLAY 'ENTRADAS NEGATIVAS..... : ' WRK-QTD-NEGATIVOS
           DISPLAY 'SALDO FINAL............ : ' WRK-TOTAL-LOTE-ED
           DISPLAY '============================================'
           END-IF
           .

      *********** CONTA BLOQUEADA OU ENCERRADA NAO RECEBE *********
      *********** LANCAMENTO; CONTA FORA DO CADASTRO E POSTADA ****
      *********** COM AVISO ****************************************
       0546-CONFERIR-CONTA.
           MOVE 'S' TO WS-CONTA-LIBERADA-SW
           IF WS-CADASTRO-OK
               MOVE TR-CONTA TO CT-CONTA
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WRK-QTD-SEM-CADASTRO
                       DISPLAY '   CONTA ' TR-CONTA
                           ' SEM CADASTRO NO CONTAMST'
                   NOT INVALID KEY
                       IF CT-CONTA-BLOQUEADA OR CT-CONTA-ENCERRADA
                           MOVE 'N' TO WS-CONTA-LIBERADA-SW
                       END-IF
               END-READ
           END-IF
           IF NOT WS-CONTA-LIBERADA
               DISPLAY '   TRANSACAO RECUSADA - CONTA ' TR-CONTA
                   ' SITUACAO ' CT-SITUACAO
               MOVE 'PRGCOB06' TO EL-PROGRAMA
               MOVE '0546-CONFERIR-CONTA' TO EL-PARAGRAFO
               MOVE SPACES TO EL-MENSAGEM
               STRING 'TRANSACAO RECUSADA - CONTA ' TR-CONTA
                   ' BLOQUEADA/ENCERRADA' DELIMITED BY SIZE
                   INTO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
           END-IF
           .

      *********** CADASTRO DE CONTAS (PRGCB109); SEM O ARQUIVO ****
      *********** NAO HA CONFERENCIA DE SITUACAO *******************
       0547-ABRIR-CADASTRO-CONTAS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-CONTAMST-STATUS = '00'
               MOVE 'S' TO WS-CADASTRO-OK-SW
           ELSE
               DISPLAY 'ARQUIVO CONTAMST NAO DISPONIVEL - SITUACAO '
                   'DAS CONTAS NAO CONFERIDA'
           END-IF
           .

      *********** POSTA O RESULTADO NO SALDO DA CONTA DA **********
      *********** TRANSACAO E GUARDA O SALDO CORRENTE **************
       0550-POSTAR-NA-CONTA.
