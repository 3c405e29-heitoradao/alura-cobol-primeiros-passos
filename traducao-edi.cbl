      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   TRANSPORTADORA DO REGISTRO 000
      ***                    CONFERIDA CONTRA O CADASTRO
      ***                    TRANSPOR (PRGCOB02): FORA DO
      ***                    CADASTRO OU INATIVA, O INTERCAMBIO
      ***                    INTEIRO VAI PARA O CARRIREJ PELO
      ***                    MOTIVO 08
      ***--------------------------------------------------
      ***   RETORNO: 00 = LIMPO   04 = INTERCAMBIO REJEITADO
      ***               08 = ARQUIVO EDI AUSENTE
           SELECT CARRIER-INV-REJ-FILE ASSIGN TO 'CARRIREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJFAT-STATUS.
           SELECT CARRIER-FILE ASSIGN TO 'TRANSPOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSPOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EDI-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'CINVREJ.COB'.

       FD  CARRIER-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY 'TRANSPOR.COB'.

       WORKING-STORAGE SECTION.
       77  WS-EDI-STATUS         PIC X(02)     VALUE SPACES.
       77  WS-INVOICE-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-QTD-TRADUZIDAS     PIC 9(06)     VALUE ZEROS.
       77  WS-MOTIVO-REJEICAO    PIC X(02)     VALUE SPACES.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-TRANSPOR-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-TRANSPOR-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-TRANSPOR                  VALUE 'S'.
       77  WS-TRANSP-ATIVA-SW    PIC X(01)     VALUE 'N'.
           88 WS-TRANSP-ATIVA                  VALUE 'S'.

      *********** TRANSPORTADORAS CADASTRADAS (TRANSPOR) **********
       01  WS-TABELA-TRANSPORTADORAS.
           02 WS-QTD-TRANSPORTADORAS PIC 9(03) VALUE ZEROS.
           02 WS-TRP-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-TRP.
               03 WS-TRP-CODIGO       PIC X(03).
               03 WS-TRP-ATIVO        PIC X(01).

       01  WS-TABELA-CONHEC.
           02 WS-QTD-CONHEC-TAB  PIC 9(03)     VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-CARREGAR-TRANSPORTADORAS.
           PERFORM 0100-LER-INTERCAMBIO.
           IF WRK-RETORNO < 8
               PERFORM 0200-AVALIAR-ESTRUTURA
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.

      *********** SEM O CADASTRO TRANSPOR NENHUM INTERCAMBIO E ****
      *********** ACEITO (MOTIVO 08) *****************************
       0050-CARREGAR-TRANSPORTADORAS.
           OPEN INPUT CARRIER-FILE.
           IF WS-TRANSPOR-STATUS = '00'
               PERFORM 0060-LER-TRANSPORTADORA
               PERFORM 0070-ARMAZENAR-TRANSPORTADORA
                   UNTIL WS-FIM-TRANSPOR
               CLOSE CARRIER-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO TRANSPOR AUSENTE - NENHUM '
                   'INTERCAMBIO SERA ACEITO'
           END-IF.

       0060-LER-TRANSPORTADORA.
           READ CARRIER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-TRANSPOR-SW
           END-READ.

       0070-ARMAZENAR-TRANSPORTADORA.
           IF WS-QTD-TRANSPORTADORAS < 300
               ADD 1 TO WS-QTD-TRANSPORTADORAS
               SET WS-IDX-TRP TO WS-QTD-TRANSPORTADORAS
               MOVE TP-CODIGO TO WS-TRP-CODIGO(WS-IDX-TRP)
               MOVE TP-ATIVO  TO WS-TRP-ATIVO(WS-IDX-TRP)
           ELSE
               DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA - REGISTRO '
                   'IGNORADO'
           END-IF.
           PERFORM 0060-LER-TRANSPORTADORA.

      *********** LE O INTERCAMBIO INTEIRO PARA A TABELA: NADA ****
      *********** E GRAVADO ANTES DA ESTRUTURA CONFERIR ***********
       0100-LER-INTERCAMBIO.

      *********** ESTRUTURA DO INTERCAMBIO: 000 PRESENTE COM ******
      *********** TRANSPORTADORA, 990 PRESENTE E QUANTIDADE *******
      *********** BATENDO COM OS 310 LIDOS; A TRANSPORTADORA DO ***
      *********** 000 TEM DE ESTAR CADASTRADA E ATIVA *************
       0200-AVALIAR-ESTRUTURA.
           MOVE 'N' TO WS-TRANSP-ATIVA-SW.
           PERFORM 0210-COMPARAR-TRANSPORTADORA
               VARYING WS-IDX-TRP FROM 1 BY 1
               UNTIL WS-IDX-TRP > WS-QTD-TRANSPORTADORAS
                  OR WS-TRANSP-ATIVA.
           EVALUATE TRUE
               WHEN NOT WS-HEADER-VISTO
                   MOVE '06' TO WS-MOTIVO-REJEICAO
                   MOVE '04' TO WS-MOTIVO-REJEICAO
                   DISPLAY 'REGISTRO 000 SEM TRANSPORTADORA - '
                       'INTERCAMBIO REJEITADO'
               WHEN NOT WS-TRANSP-ATIVA
                   MOVE '08' TO WS-MOTIVO-REJEICAO
                   DISPLAY 'TRANSPORTADORA ' WRK-TRANSPORTADORA
                       ' NAO CADASTRADA OU INATIVA - INTERCAMBIO '
                       'REJEITADO'
               WHEN NOT WS-TRAILER-VISTO
                   MOVE '07' TO WS-MOTIVO-REJEICAO
                   DISPLAY 'EDI SEM REGISTRO 990 - INTERCAMBIO '
                   MOVE 'S' TO WS-ESTRUTURA-OK-SW
           END-EVALUATE.

       0210-COMPARAR-TRANSPORTADORA.
           IF WS-TRP-CODIGO(WS-IDX-TRP) = WRK-TRANSPORTADORA
              AND WS-TRP-ATIVO(WS-IDX-TRP) = 'S'
               MOVE 'S' TO WS-TRANSP-ATIVA-SW
           END-IF.

      *********** CONHECIMENTOS TRADUZIDOS PARA O LAYOUT CARRINV **
      *********** (A CRITICA DE CAMPO CONTINUA NO PRGCOB34) *******
       0300-GRAVAR-CARRINV.
