      ***                    EMPLOYEE.COB E AS VERBAS DA FOTO
      ***                    INCLUIDAS NO PAYHIST.COB (FD DE 190
      ***                    E 114 POSICOES)
      ***   15/10/2026 HJR   ACOMPANHA OS DADOS BANCARIOS INCLUIDOS
      ***                    NO PAYHIST.COB (FD DE 129 POSICOES)
      ***   15/10/2026 HJR   A REMESSA E RECUSADA (RC=8) ENQUANTO
      ***                    HOUVER ITEM DA CONFERENCIA DA FOLHA
      ***                    (PRGCB101, FOLHAVAR) PENDENTE DE
      ***                    LIBERACAO PELO SUPERVISOR: NA FOLHA
      ***                    ATUAL QUALQUER PENDENCIA, NA
      ***                    COMPETENCIA DO PAYHIST SO A DELA
      ***   15/10/2026 HJR   ACOMPANHA O CARGO, O TIPO DE CONTRATO
      ***                    E OS VENCIMENTOS DA EXPERIENCIA
      ***                    INCLUIDOS NO EMPLOYEE.COB (FD DE 231
      ***                    POSICOES)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PAYROLL-VARIANCE-FILE ASSIGN TO 'FOLHAVAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAVAR-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       FD  BANK-REMIT-FILE
       01  REMIT-CTRL-LINE       PIC X(80).

       FD  PAYROLL-HIST-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY 'PAYHIST.COB'.

       FD  PAYROLL-VARIANCE-FILE
           RECORD CONTAINS 125 CHARACTERS.
           COPY 'FOLHAVAR.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.
       77  WS-HORA-FIM           PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-EXECUCAO      PIC 9(08)     VALUE ZEROS.
       77  WS-ENTRADAS-RUNCTL    PIC 9(06)     VALUE ZEROS.
       77  WS-FOLHAVAR-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-FOLHAVAR-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-FOLHAVAR                  VALUE 'S'.
       77  WS-QTD-PENDENTES      PIC 9(05)     VALUE ZEROS.

       01  WS-REM-HEADER.
           02 FILLER             PIC X(01) VALUE '0'.
           DISPLAY 'COMPETENCIA (AAAAMM, 0 = FOLHA ATUAL): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           PERFORM 0050-VERIFICAR-CONFERENCIA.
           IF WS-QTD-PENDENTES > ZEROS
               DISPLAY 'REMESSA BLOQUEADA - ' WS-QTD-PENDENTES
                   ' ITEM(NS) DA CONFERENCIA DA FOLHA PENDENTE(S)'
               DISPLAY 'LIBERAR NO PRGCB101 (OPCAO 2) E REPETIR A '
                   'CONFERENCIA'
               MOVE 'PRGCOB41' TO EL-PROGRAMA
               MOVE '0050-VERIFICAR-CONF' TO EL-PARAGRAFO
               MOVE 'REMESSA BLOQUEADA - CONFERENCIA PENDENTE'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               IF WRK-COMPETENCIA > ZEROS
                   PERFORM 0400-GERAR-REMESSA-HISTORICO
               ELSE
                   PERFORM 0200-GERAR-REMESSA
               END-IF
           END-IF.
           IF WS-QTD-SEM-CONTA > ZEROS AND WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.

      *********** ITENS DA CONFERENCIA DA FOLHA (FOLHAVAR) AINDA **
      *********** SEM LIBERACAO DO SUPERVISOR: NA FOLHA ATUAL *****
      *********** QUALQUER PENDENCIA BLOQUEIA, NA COMPETENCIA DO **
      *********** PAYHIST SO A DELA; SEM O ARQUIVO NAO HA BLOQUEIO *
       0050-VERIFICAR-CONFERENCIA.
           MOVE ZEROS TO WS-QTD-PENDENTES.
           OPEN INPUT PAYROLL-VARIANCE-FILE.
           IF WS-FOLHAVAR-STATUS = '00'
               PERFORM 0055-LER-CONFERENCIA
               PERFORM 0060-CONTAR-PENDENTE
                   UNTIL WS-FIM-FOLHAVAR
               CLOSE PAYROLL-VARIANCE-FILE
           END-IF.

       0055-LER-CONFERENCIA.
           READ PAYROLL-VARIANCE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-FOLHAVAR-SW
           END-READ.

       0060-CONTAR-PENDENTE.
           IF FV-PENDENTE
               IF WRK-COMPETENCIA = ZEROS
                  OR FV-COMPETENCIA = WRK-COMPETENCIA
                   ADD 1 TO WS-QTD-PENDENTES
               END-IF
           END-IF.
           PERFORM 0055-LER-CONFERENCIA.

      *********** NUMERO SEQUENCIAL DO ARQUIVO DE REMESSA, ********
      *********** OBTIDO E AVANCADO NO CONTROLE REMSEQ ************
       0100-OBTER-NUMERO-REMESSA.
