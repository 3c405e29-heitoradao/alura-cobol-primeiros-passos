      ***   03/09/2026 HJR   ACOMPANHA O PRAZO DE ENTREGA E A
      ***                    UF DE ORIGEM INCLUIDOS NO FRTTAB
      ***                    (FD DE 33 POSICOES)
      ***   15/10/2026 HJR   PEDIDO PASSA A TER NUMERO PROPRIO
      ***                    (OR-NUMERO), ATRIBUIDO NA INCLUSAO
      ***                    PELO CONTROLE ORDSEQ (PEDIDO ANTIGO
      ***                    SEM NUMERO E NUMERADO NA CARGA); A
      ***                    COTACAO E A SITUACAO DO CABECALHO
      ***                    SAO PRESERVADAS NA REGRAVACAO, A
      ***                    CORRECAO DE PEDIDO COTADO O DEVOLVE
      ***                    PARA COTACAO E O PEDIDO JA ATENDIDO
      ***                    PELO PRGCOB18 SAI DO ORDERS
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FREIGHT-RATE-FILE ASSIGN TO 'FREIGHTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRETE-STATUS.
           SELECT ORDER-SEQ-FILE ASSIGN TO 'ORDSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDSEQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-FILE
           RECORD CONTAINS 33 CHARACTERS.
           COPY 'FRTTAB.COB'.

       FD  ORDER-SEQ-FILE
           RECORD CONTAINS 6 CHARACTERS.
           COPY 'ORDSEQ.COB'.

       WORKING-STORAGE SECTION.
       77  WS-ORDERS-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-PRODMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FRETE-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-ORDSEQ-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-PEDIDO-DESCARTADO-SW PIC X(01)   VALUE 'N'.
           88 WS-PEDIDO-DESCARTADO             VALUE 'S'.
       77  WS-QTD-ATENDIDOS      PIC 9(03)     VALUE ZEROS.
       77  WRK-ULTIMO-PEDIDO     PIC 9(06)     VALUE ZEROS.
       77  WS-FIM-ORDERS-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-ORDERS                    VALUE 'S'.
       77  WS-FIM-PRODUTOS-SW    PIC X(01)     VALUE 'N'.
           02 WS-QTD-PEDIDOS     PIC 9(02)     VALUE ZEROS.
           02 WS-PEDIDO-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-IDX-PED.
               03 WS-PED-NUMERO       PIC 9(06).
               03 WS-PED-COTACAO      PIC 9(06).
               03 WS-PED-SITUACAO     PIC X(01).
               03 WS-PED-UF           PIC X(02).
               03 WS-PED-ORIGEM       PIC X(02).
               03 WS-PED-CUPOM        PIC X(10).
           PERFORM 0050-CARREGAR-PRODUTOS.
           PERFORM 0060-CARREGAR-UFS-FRETE.
           PERFORM 0070-CARREGAR-PEDIDOS.
           PERFORM 0080-CARREGAR-NUMERACAO.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
           IF WS-HOUVE-ALTERACAO
               CLOSE ORDERS-FILE
           END-IF.
           DISPLAY 'PEDIDOS CARREGADOS..... : ' WS-QTD-PEDIDOS.
           IF WS-QTD-ATENDIDOS > ZEROS
               DISPLAY 'PEDIDOS JA ATENDIDOS... : ' WS-QTD-ATENDIDOS
                   ' (SAEM DO ORDERS AO ENCERRAR)'
               MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
           END-IF.

       0072-LER-ORDERS.
           READ ORDERS-FILE
       0074-ARMAZENAR-REGISTRO.
           EVALUATE TRUE
               WHEN OR-TIPO-HEADER
                   MOVE 'N' TO WS-PEDIDO-DESCARTADO-SW
                   EVALUATE TRUE
                   WHEN OR-ATENDIDO
                       ADD 1 TO WS-QTD-ATENDIDOS
                       MOVE 'S' TO WS-PEDIDO-DESCARTADO-SW
                   WHEN WS-QTD-PEDIDOS < 50
                       ADD 1 TO WS-QTD-PEDIDOS
                       MOVE ZEROS TO WS-PED-NUMERO(WS-QTD-PEDIDOS)
                       IF OR-NUMERO NUMERIC
                           MOVE OR-NUMERO
                               TO WS-PED-NUMERO(WS-QTD-PEDIDOS)
                       END-IF
                       MOVE ZEROS TO WS-PED-COTACAO(WS-QTD-PEDIDOS)
                       IF OR-NUMERO-COTACAO NUMERIC
                           MOVE OR-NUMERO-COTACAO
                               TO WS-PED-COTACAO(WS-QTD-PEDIDOS)
                       END-IF
                       MOVE OR-SITUACAO
                           TO WS-PED-SITUACAO(WS-QTD-PEDIDOS)
                       MOVE OR-UF    TO WS-PED-UF(WS-QTD-PEDIDOS)
                       MOVE OR-ORIGEM
                           TO WS-PED-ORIGEM(WS-QTD-PEDIDOS)
                       MOVE OR-CUPOM TO WS-PED-CUPOM(WS-QTD-PEDIDOS)
                       MOVE ZEROS
                           TO WS-PED-QTD-ITENS(WS-QTD-PEDIDOS)
                   WHEN OTHER
                       MOVE 'S' TO WS-PEDIDO-DESCARTADO-SW
                       DISPLAY 'TABELA DE PEDIDOS CHEIA - '
                           'PEDIDO IGNORADO'
                   END-EVALUATE
               WHEN OR-TIPO-ITEM
                   IF WS-QTD-PEDIDOS > ZEROS
                      AND NOT WS-PEDIDO-DESCARTADO
                      AND WS-PED-QTD-ITENS(WS-QTD-PEDIDOS) < 10
                       ADD 1 TO WS-PED-QTD-ITENS(WS-QTD-PEDIDOS)
                       MOVE OR-ITEM-CODIGO TO WS-PED-ITEM-CODIGO
           END-EVALUATE.
           PERFORM 0072-LER-ORDERS.

      *********** ULTIMO NUMERO DE PEDIDO (ORDSEQ), NUNCA ABAIXO **
      *********** DO MAIOR JA PRESENTE NO ORDERS; PEDIDO ANTIGO ***
      *********** SEM NUMERO RECEBE O PROXIMO NA CARGA ************
       0080-CARREGAR-NUMERACAO.
           OPEN INPUT ORDER-SEQ-FILE.
           IF WS-ORDSEQ-STATUS = '00'
               READ ORDER-SEQ-FILE
                   NOT AT END
                       IF OQ-ULTIMO-NUMERO NUMERIC
                           MOVE OQ-ULTIMO-NUMERO
                               TO WRK-ULTIMO-PEDIDO
                       END-IF
               END-READ
               CLOSE ORDER-SEQ-FILE
           END-IF.
           PERFORM 0082-CONFERIR-NUMERO
               VARYING WRK-IDX-P FROM 1 BY 1
               UNTIL WRK-IDX-P > WS-QTD-PEDIDOS.
           PERFORM 0084-NUMERAR-PEDIDO-ANTIGO
               VARYING WRK-IDX-P FROM 1 BY 1
               UNTIL WRK-IDX-P > WS-QTD-PEDIDOS.

       0082-CONFERIR-NUMERO.
           IF WS-PED-NUMERO(WRK-IDX-P) > WRK-ULTIMO-PEDIDO
               MOVE WS-PED-NUMERO(WRK-IDX-P) TO WRK-ULTIMO-PEDIDO
           END-IF.

       0084-NUMERAR-PEDIDO-ANTIGO.
           IF WS-PED-NUMERO(WRK-IDX-P) = ZEROS
               ADD 1 TO WRK-ULTIMO-PEDIDO
               MOVE WRK-ULTIMO-PEDIDO TO WS-PED-NUMERO(WRK-IDX-P)
               MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== ENTRADA DE PEDIDOS (ORDERS) ====='.

       0210-EXIBIR-PEDIDO.
           IF WS-PED-UF(WRK-IDX-P) NOT = SPACES
               DISPLAY 'PEDIDO ' WRK-IDX-P ' NUMERO '
                   WS-PED-NUMERO(WRK-IDX-P) ' SITUACAO '
                   WS-PED-SITUACAO(WRK-IDX-P) ' COTACAO '
                   WS-PED-COTACAO(WRK-IDX-P)
               DISPLAY '   UF '
                   WS-PED-UF(WRK-IDX-P) ' ORIGEM '
                   WS-PED-ORIGEM(WRK-IDX-P) ' CUPOM '
                   WS-PED-CUPOM(WRK-IDX-P) ' ITENS '
               IF WS-UF-OK
                   ADD 1 TO WS-QTD-PEDIDOS
                   MOVE WS-QTD-PEDIDOS TO WRK-IDX-P
                   ADD 1 TO WRK-ULTIMO-PEDIDO
                   MOVE WRK-ULTIMO-PEDIDO TO WS-PED-NUMERO(WRK-IDX-P)
                   PERFORM 0330-PREENCHER-PEDIDO
                   MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
                   DISPLAY 'PEDIDO ' WRK-IDX-P ' INCLUIDO - NUMERO '
                       WS-PED-NUMERO(WRK-IDX-P)
               END-IF
           END-IF.

               MOVE 'S' TO WS-UF-COBERTA-SW
           END-IF.

      *********** PEDIDO NOVO OU CORRIGIDO VOLTA A PENDENTE DE ****
      *********** COTACAO: A COTACAO ANTERIOR NAO VALE MAIS *******
       0330-PREENCHER-PEDIDO.
           IF WS-PED-COTACAO(WRK-IDX-P) > ZEROS
               DISPLAY 'PEDIDO VOLTA PARA COTACAO - COTACAO '
                   WS-PED-COTACAO(WRK-IDX-P) ' DESCARTADA'
           END-IF.
           MOVE ZEROS      TO WS-PED-COTACAO(WRK-IDX-P).
           MOVE SPACES     TO WS-PED-SITUACAO(WRK-IDX-P).
           MOVE WRK-UF     TO WS-PED-UF(WRK-IDX-P).
           MOVE WRK-ORIGEM TO WS-PED-ORIGEM(WRK-IDX-P).
           MOVE WRK-CUPOM  TO WS-PED-CUPOM(WRK-IDX-P).
               VARYING WRK-IDX-P FROM 1 BY 1
               UNTIL WRK-IDX-P > WS-QTD-PEDIDOS.
           CLOSE ORDERS-FILE.
           OPEN OUTPUT ORDER-SEQ-FILE.
           IF WS-ORDSEQ-STATUS = '00'
               MOVE WRK-ULTIMO-PEDIDO TO OQ-ULTIMO-NUMERO
               WRITE ORDER-SEQ-REC
               CLOSE ORDER-SEQ-FILE
           ELSE
               DISPLAY 'AVISO: ORDSEQ INDISPONIVEL - NUMERACAO '
                   'SEGUE DO MAIOR NUMERO DO ORDERS'
           END-IF.

       0810-GRAVAR-PEDIDO.
           IF WS-PED-UF(WRK-IDX-P) NOT = SPACES
               MOVE WS-PED-UF(WRK-IDX-P)     TO OR-UF
               MOVE WS-PED-ORIGEM(WRK-IDX-P) TO OR-ORIGEM
               MOVE WS-PED-CUPOM(WRK-IDX-P)  TO OR-CUPOM
               MOVE WS-PED-NUMERO(WRK-IDX-P) TO OR-NUMERO
               MOVE WS-PED-COTACAO(WRK-IDX-P)
                   TO OR-NUMERO-COTACAO
               MOVE WS-PED-SITUACAO(WRK-IDX-P) TO OR-SITUACAO
               WRITE ORDER-REC
               PERFORM 0820-GRAVAR-ITEM
                   VARYING WRK-IDX-I FROM 1 BY 1
