      ***   03/09/2026 HJR   PROGRAMA ORIGINAL
      ***   03/09/2026 HJR   ACOMPANHA A UF DE ORIGEM INCLUIDA
      ***                    NO FRTLOG.COB (FD DE 126 POSICOES)
      ***   15/10/2026 HJR   COTACAO DE TRANSPORTADORA FORA DO
      ***                    CADASTRO TRANSPOR (PRGCOB02) OU
      ***                    INATIVA NAO ENTRA NO ROMANEIO: FICA
      ***                    SEM NUMERO DE ROMANEIO, COM AVISO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-MSEQ-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO 'ROMANEIO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARRIER-FILE ASSIGN TO 'TRANSPOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSPOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-STATUS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MANIFEST-LINE          PIC X(80).

       FD  CARRIER-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY 'TRANSPOR.COB'.

       WORKING-STORAGE SECTION.
       77  WS-QSTAT-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-LOG-STATUS          PIC X(02)     VALUE SPACES.
       77  WS-QTD-EMB-MANIF       PIC 9(03)     VALUE ZEROS.
       77  WS-TOT-PESO-MANIF      PIC 9(08)V99  VALUE ZEROS.
       77  WS-TOT-FRETE-MANIF     PIC 9(10)V99  VALUE ZEROS.
       77  WS-TRANSPOR-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-FIM-TRANSPOR-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-TRANSPOR                   VALUE 'S'.
       77  WS-TRANSP-ATIVA-SW     PIC X(01)     VALUE 'N'.
           88 WS-TRANSP-ATIVA                   VALUE 'S'.
       77  WS-QTD-EMB-RECUSADOS   PIC 9(04)     VALUE ZEROS.

      *********** TRANSPORTADORAS CADASTRADAS (TRANSPOR) **********
       01  WS-TABELA-CADASTRO.
           02 WS-QTD-CADASTRO     PIC 9(03)     VALUE ZEROS.
           02 WS-CAD-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-CAD.
               03 WS-CAD-CODIGO       PIC X(03).
               03 WS-CAD-ATIVO        PIC X(01).

       01  WS-TABELA-EMBARQUES.
           02 WS-QTD-EMBARQUES    PIC 9(03)     VALUE ZEROS.
           IF WRK-DATA-DIA = ZEROS
               MOVE WS-DATA-EXECUCAO TO WRK-DATA-DIA
           END-IF.
           PERFORM 0050-CARREGAR-TRANSPORTADORAS.
           PERFORM 0100-CARREGAR-COTACOES-LOG.
           PERFORM 0200-SELECIONAR-EMBARQUES.
           IF WS-QTD-EMB-RECUSADOS > ZEROS
               DISPLAY 'COTACOES FORA DO ROMANEIO.. : '
                   WS-QTD-EMB-RECUSADOS
           END-IF.
           IF WS-QTD-EMBARQUES = ZEROS
               DISPLAY 'NENHUMA COTACAO DO DIA SEM ROMANEIO'
           ELSE
           END-IF.
           GOBACK.

      *********** SEM O CADASTRO TRANSPOR NENHUMA COTACAO ENTRA ***
      *********** EM ROMANEIO *************************************
       0050-CARREGAR-TRANSPORTADORAS.
           OPEN INPUT CARRIER-FILE.
           IF WS-TRANSPOR-STATUS = '00'
               PERFORM 0060-LER-TRANSPORTADORA
               PERFORM 0070-ARMAZENAR-TRANSPORTADORA
                   UNTIL WS-FIM-TRANSPOR
               CLOSE CARRIER-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO TRANSPOR AUSENTE - NENHUM '
                   'ROMANEIO SERA EMITIDO'
           END-IF.

       0060-LER-TRANSPORTADORA.
           READ CARRIER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-TRANSPOR-SW
           END-READ.

       0070-ARMAZENAR-TRANSPORTADORA.
           IF WS-QTD-CADASTRO < 300
               ADD 1 TO WS-QTD-CADASTRO
               SET WS-IDX-CAD TO WS-QTD-CADASTRO
               MOVE TP-CODIGO TO WS-CAD-CODIGO(WS-IDX-CAD)
               MOVE TP-ATIVO  TO WS-CAD-ATIVO(WS-IDX-CAD)
           ELSE
               DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA - REGISTRO '
                   'IGNORADO'
           END-IF.
           PERFORM 0060-LER-TRANSPORTADORA.

      *********** DADOS DA COTACAO (PRODUTO, PESO, FRETE) *********
      *********** VINDOS DO FRETELOG, PELA CHAVE DO NUMERO ********
       0100-CARREGAR-COTACOES-LOG.
           PERFORM 0110-LER-LOG.

      *********** COTACOES DO DIA AINDA SEM ROMANEIO (STATUS C), **
      *********** AGRUPADAS POR TRANSPORTADORA; TRANSPORTADORA ****
      *********** FORA DO CADASTRO OU INATIVA NAO EMBARCA *********
       0200-SELECIONAR-EMBARQUES.
           OPEN INPUT QUOTE-STATUS-FILE.
           IF WS-QSTAT-STATUS NOT = '00'
           IF QT-STATUS = 'C'
              AND QT-DATA-ATUALIZACAO = WRK-DATA-DIA
              AND QT-NUMERO-MANIFESTO = ZEROS
               PERFORM 0250-VALIDAR-TRANSPORTADORA
               IF NOT WS-TRANSP-ATIVA
                   ADD 1 TO WS-QTD-EMB-RECUSADOS
                   DISPLAY 'COTACAO ' QT-NUMERO ' TRANSPORTADORA '
                       QT-TRANSPORTADORA ' NAO CADASTRADA OU '
                       'INATIVA - FORA DO ROMANEIO'
               ELSE
                   IF WS-QTD-EMBARQUES < 200
                       ADD 1 TO WS-QTD-EMBARQUES
                       MOVE QT-NUMERO
                           TO WS-EMB-NUMERO(WS-QTD-EMBARQUES)
                       MOVE QT-TRANSPORTADORA
                           TO WS-EMB-CARRIER(WS-QTD-EMBARQUES)
                       MOVE QT-UF TO WS-EMB-UF(WS-QTD-EMBARQUES)
                       PERFORM 0230-REGISTRAR-TRANSP
                   ELSE
                       DISPLAY 'TABELA DE EMBARQUES CHEIA - '
                           'COTACAO FICA PARA O PROXIMO ROMANEIO'
                   END-IF
               END-IF
           END-IF.
           PERFORM 0210-LER-STATUS.
               MOVE 'S' TO WS-TRA-JA-REG-SW
           END-IF.

       0250-VALIDAR-TRANSPORTADORA.
           MOVE 'N' TO WS-TRANSP-ATIVA-SW.
           PERFORM 0260-COMPARAR-CADASTRO
               VARYING WS-IDX-CAD FROM 1 BY 1
               UNTIL WS-IDX-CAD > WS-QTD-CADASTRO
                  OR WS-TRANSP-ATIVA.

       0260-COMPARAR-CADASTRO.
           IF WS-CAD-CODIGO(WS-IDX-CAD) = QT-TRANSPORTADORA
              AND WS-CAD-ATIVO(WS-IDX-CAD) = 'S'
               MOVE 'S' TO WS-TRANSP-ATIVA-SW
           END-IF.

      *********** UM ROMANEIO NUMERADO POR TRANSPORTADORA COM *****
      *********** EMBARQUE NO DIA, COM TOTAIS E ASSINATURA ********
       0300-EMITIR-MANIFESTO.
