      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   EXTRATO PASSA A TRAZER, ABAIXO DO
      ***                    TITULO, O TITULAR, O CPF/CNPJ E A
      ***                    SITUACAO DA CONTA, LIDOS DO CADASTRO
      ***                    DE CONTAS (CONTAMST, PRGCB109)
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
           SELECT STATEMENT-FILE ASSIGN TO 'EXTRATO'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           RECORD CONTAINS 24 CHARACTERS.
           COPY 'ACCTBAL.COB'.

       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'CONTAMST.COB'.

       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEMENT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-TRAN-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-SALDO-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-CONTAMST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-TRAN-SW        PIC X(01)     VALUE 'N'.
           88 WS-FIM-TRAN                      VALUE 'S'.
       77  WS-FIM-SALDOS-SW      PIC X(01)     VALUE 'N'.
           02 WE-DATA-INI        PIC 9(08).
           02 FILLER             PIC X(03) VALUE ' A '.
           02 WE-DATA-FIM        PIC 9(08).
       01  WS-EXT-TITULAR.
           02 FILLER             PIC X(09) VALUE 'TITULAR: '.
           02 WEH-TITULAR        PIC X(40).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WEH-DOCUMENTO      PIC X(14).
           02 FILLER             PIC X(06) VALUE ' SIT: '.
           02 WEH-SITUACAO       PIC X(01).
       01  WS-EXT-ABERTURA.
           02 FILLER             PIC X(24) VALUE
              'POSICAO DE ABERTURA....:'.
               MOVE WRK-DATA-INI TO WE-DATA-INI
               MOVE WRK-DATA-FIM TO WE-DATA-FIM
               WRITE STATEMENT-LINE FROM WS-EXT-TITULO
               PERFORM 0305-CONSULTAR-TITULAR
               WRITE STATEMENT-LINE FROM WS-EXT-TITULAR
               PERFORM 0310-LER-TRANSACAO
               PERFORM 0320-ABERTURA-DA-CONTA
                   UNTIL WS-FIM-TRAN
               ADD 1 TO WS-QTD-EXTRATOS
           END-IF.

      *********** TITULAR, CPF/CNPJ E SITUACAO DO CONTAMST *******
       0305-CONSULTAR-TITULAR.
           MOVE 'NAO CADASTRADO' TO WEH-TITULAR.
           MOVE SPACES           TO WEH-DOCUMENTO.
           MOVE SPACES           TO WEH-SITUACAO.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-CONTAMST-STATUS = '00'
               MOVE WRK-CONTA TO CT-CONTA
               READ ACCOUNT-MASTER-FILE
                   NOT INVALID KEY
                       MOVE CT-TITULAR   TO WEH-TITULAR
                       MOVE CT-DOCUMENTO TO WEH-DOCUMENTO
                       MOVE CT-SITUACAO  TO WEH-SITUACAO
               END-READ
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       0310-LER-TRANSACAO.
           PERFORM 0315-LER-UMA.
           PERFORM 0317-PULAR-OUTRAS-CONTAS
