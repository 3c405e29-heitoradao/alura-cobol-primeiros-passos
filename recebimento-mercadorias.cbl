       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB96.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = RECEBIMENTO DE MERCADORIAS DOS
      ***                            PEDIDOS DE COMPRA (PEDCOMPR):
      ***                            A QUANTIDADE RECEBIDA E
      ***                            CREDITADA NO SALDO DO
      ***                            STOCKBAL DO PRODUTO/FILIAL DO
      ***                            PEDIDO, ACUMULADA NO PEDIDO
      ***                            (PARCIAL FICA EM P, COMPLETO
      ***                            PASSA A R) E REGISTRADA NO
      ***                            HISTORICO RECEBMER; ENTREGA
      ***                            ACIMA DO PEDIDO SO E ACEITA
      ***                            ATE A TOLERANCIA DO
      ***                            FORNECEDOR (FORNEC)
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   CADA RECEBIMENTO RECALCULA O CUSTO
      ***                    MEDIO PONDERADO DO PRODUTO/FILIAL NO
      ***                    STOCKBAL PELO CUSTO DO PEDIDO (FD DE
      ***                    51 POSICOES)
      ***--------------------------------------------------
      ***   RETORNO: 00 = LIMPO   04 = RECEBIMENTO RECUSADO
      ***               08 = FALHA DE ARQUIVO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'PEDCOMPR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDCOMPR-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO 'FORNEC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORNEC-STATUS.
           SELECT STOCK-BAL-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-CHAVE
               FILE STATUS IS WS-STOCKBAL-STATUS.
           SELECT GOODS-RECEIPT-FILE ASSIGN TO 'RECEBMER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBMER-STATUS.
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
       FD  PURCHASE-ORDER-FILE
           RECORD CONTAINS 73 CHARACTERS.
           COPY 'PEDCOMPR.COB'.

       FD  SUPPLIER-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY 'FORNEC.COB'.

       FD  STOCK-BAL-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY 'STOCKBAL.COB'.

       FD  GOODS-RECEIPT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY 'RECEBMER.COB'.

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
       77  WS-PEDCOMPR-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FORNEC-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-STOCKBAL-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RECEBMER-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SESSAO-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-FIM-RECEBIMENTO-SW PIC X(01)     VALUE 'N'.
           88 WS-FIM-RECEBIMENTO               VALUE 'S'.
       77  WS-ACHADO-SW          PIC X(01)     VALUE 'N'.
           88 WS-ACHADO                        VALUE 'S'.
       77  WS-PEDIDOS-ESTOURO-SW PIC X(01)     VALUE 'N'.
           88 WS-PEDIDOS-ESTOURO               VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-OPERADOR-SESSAO   PIC X(05)     VALUE SPACES.
       77  WRK-NUMERO            PIC 9(06)     VALUE ZEROS.
       77  WRK-QTDE              PIC 9(05)     VALUE ZEROS.
       77  WRK-SALDO-BASE        PIC 9(07)     VALUE ZEROS.
       77  WRK-NOTA-FORNECEDOR   PIC X(09)     VALUE SPACES.
       77  WRK-TOLERANCIA        PIC 9(02)     VALUE ZEROS.
       77  WRK-SALDO-PEDIDO      PIC 9(05)     VALUE ZEROS.
       77  WRK-LIMITE-RECEB      PIC S9(06)    VALUE ZEROS.
       77  WRK-LIMITE-ED         PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-DIGITADOS      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-POSTADOS       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-RECUSADOS      PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-UNIDADES     PIC 9(09)     VALUE ZEROS.

      *********** PEDIDOS DE COMPRA (PEDCOMPR), REGRAVADOS NO FIM *
       01  WS-TABELA-PEDIDOS.
           02 WS-QTD-PEDIDOS     PIC 9(04)     VALUE ZEROS.
           02 WS-PED-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-IDX-PED.
               03 WS-PED-NUMERO       PIC 9(06).
               03 WS-PED-FORNECEDOR   PIC X(05).
               03 WS-PED-PRODUTO      PIC X(06).
               03 WS-PED-FILIAL       PIC X(03).
               03 WS-PED-QTDE-PEDIDA  PIC 9(05).
               03 WS-PED-QTDE-RECEB   PIC 9(05).
               03 WS-PED-CUSTO        PIC 9(06)V99.
               03 WS-PED-EMISSAO      PIC 9(08).
               03 WS-PED-PREVISTA     PIC 9(08).
               03 WS-PED-ULT-RECEB    PIC 9(08).
               03 WS-PED-SITUACAO     PIC X(01).

      *********** TOLERANCIA DE RECEBIMENTO POR FORNECEDOR ********
       01  WS-TABELA-FORNECEDORES.
           02 WS-QTD-FORNECEDORES PIC 9(03)    VALUE ZEROS.
           02 WS-FORN-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-FORN.
               03 WS-FORN-CODIGO      PIC X(05).
               03 WS-FORN-TOLERANCIA  PIC 9(02).

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0045-LER-SESSAO-OPERADOR.
           PERFORM 0050-CARREGAR-PEDIDOS.
           PERFORM 0070-CARREGAR-FORNECEDORES.
           IF WRK-RETORNO < 8
               PERFORM 0080-ABRIR-ESTOQUE
           END-IF.
           IF WRK-RETORNO < 8
               PERFORM 0100-RECEBER-PEDIDO
                   UNTIL WS-FIM-RECEBIMENTO
               CLOSE STOCK-BAL-FILE
               IF WS-QTD-POSTADOS > ZEROS
                   PERFORM 0700-REGRAVAR-PEDIDOS
               END-IF
               DISPLAY 'RECEBIMENTOS POSTADOS.. : ' WS-QTD-POSTADOS
               DISPLAY 'RECEBIMENTOS RECUSADOS. : ' WS-QTD-RECUSADOS
               DISPLAY 'UNIDADES RECEBIDAS..... : ' WS-TOTAL-UNIDADES
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

       0045-LER-SESSAO-OPERADOR.
           OPEN INPUT OPERATOR-SESS-FILE.
           IF WS-SESSAO-STATUS = '00'
               READ OPERATOR-SESS-FILE
                   NOT AT END
                       MOVE OS-OPERADOR TO WRK-OPERADOR-SESSAO
               END-READ
               CLOSE OPERATOR-SESS-FILE
           END-IF.

      *********** PEDCOMPR INTEIRO NA TABELA: SEM ELE, OU MAIOR ****
      *********** QUE A TABELA, NAO HA COMO REGRAVAR COM SEGURANCA *
       0050-CARREGAR-PEDIDOS.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WS-PEDCOMPR-STATUS NOT = '00'
               DISPLAY 'ARQUIVO PEDCOMPR NAO ENCONTRADO'
               MOVE 'PRGCOB96' TO EL-PROGRAMA
               MOVE '0050-CARREGAR-PEDIDOS' TO EL-PARAGRAFO
               MOVE 'ARQUIVO PEDCOMPR NAO ENCONTRADO NO RECEBIMENTO'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0052-LER-PEDIDO
               PERFORM 0054-ARMAZENAR-PEDIDO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE PURCHASE-ORDER-FILE
               IF WS-PEDIDOS-ESTOURO
                   DISPLAY 'PEDCOMPR MAIOR QUE A TABELA - '
                       'RECEBIMENTO NAO REALIZADO'
                   MOVE 'PRGCOB96' TO EL-PROGRAMA
                   MOVE '0050-CARREGAR-PEDIDOS' TO EL-PARAGRAFO
                   MOVE 'PEDCOMPR MAIOR QUE A TABELA DO RECEBIMENTO'
                       TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   MOVE 8 TO WRK-RETORNO
               END-IF
           END-IF.

       0052-LER-PEDIDO.
           READ PURCHASE-ORDER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0054-ARMAZENAR-PEDIDO.
           IF WS-QTD-PEDIDOS < 1000
               ADD 1 TO WS-QTD-PEDIDOS
               SET WS-IDX-PED TO WS-QTD-PEDIDOS
               MOVE PC-NUMERO        TO WS-PED-NUMERO(WS-IDX-PED)
               MOVE PC-FORNECEDOR    TO WS-PED-FORNECEDOR(WS-IDX-PED)
               MOVE PC-PRODUTO       TO WS-PED-PRODUTO(WS-IDX-PED)
               MOVE PC-FILIAL        TO WS-PED-FILIAL(WS-IDX-PED)
               MOVE PC-QTDE-PEDIDA   TO WS-PED-QTDE-PEDIDA(WS-IDX-PED)
               MOVE PC-QTDE-RECEBIDA TO WS-PED-QTDE-RECEB(WS-IDX-PED)
               MOVE PC-CUSTO-UNIT    TO WS-PED-CUSTO(WS-IDX-PED)
               MOVE PC-DATA-EMISSAO  TO WS-PED-EMISSAO(WS-IDX-PED)
               MOVE PC-DATA-PREVISTA TO WS-PED-PREVISTA(WS-IDX-PED)
               MOVE PC-DATA-ULT-RECEB
                   TO WS-PED-ULT-RECEB(WS-IDX-PED)
               MOVE PC-SITUACAO      TO WS-PED-SITUACAO(WS-IDX-PED)
           ELSE
               MOVE 'S' TO WS-PEDIDOS-ESTOURO-SW
           END-IF.
           PERFORM 0052-LER-PEDIDO.

      *********** SEM O FORNEC, A TOLERANCIA E ZERO: SO ENTRA ATE **
      *********** A QUANTIDADE PEDIDA *******************************
       0070-CARREGAR-FORNECEDORES.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-FORNEC-STATUS = '00'
               PERFORM 0072-LER-FORNECEDOR
               PERFORM 0074-ARMAZENAR-FORNECEDOR
                   UNTIL WS-FIM-ARQUIVO
               CLOSE SUPPLIER-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO FORNEC AUSENTE - RECEBIMENTO '
                   'SEM TOLERANCIA ACIMA DO PEDIDO'
           END-IF.

       0072-LER-FORNECEDOR.
           READ SUPPLIER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0074-ARMAZENAR-FORNECEDOR.
           IF WS-QTD-FORNECEDORES < 300
               ADD 1 TO WS-QTD-FORNECEDORES
               SET WS-IDX-FORN TO WS-QTD-FORNECEDORES
               MOVE FN-CODIGO     TO WS-FORN-CODIGO(WS-IDX-FORN)
               MOVE FN-TOLERANCIA TO WS-FORN-TOLERANCIA(WS-IDX-FORN)
           ELSE
               DISPLAY 'TABELA DE FORNECEDORES CHEIA - REGISTRO '
                   'IGNORADO'
           END-IF.
           PERFORM 0072-LER-FORNECEDOR.

      *********** STOCKBAL EM I-O, CRIADO VAZIO NA PRIMEIRA VEZ *****
      *********** (COMO NO PRGCOB59) ********************************
       0080-ABRIR-ESTOQUE.
           OPEN I-O STOCK-BAL-FILE.
           IF WS-STOCKBAL-STATUS = '35'
               OPEN OUTPUT STOCK-BAL-FILE
               CLOSE STOCK-BAL-FILE
               OPEN I-O STOCK-BAL-FILE
           END-IF.
           IF WS-STOCKBAL-STATUS NOT = '00'
               DISPLAY 'ARQUIVO STOCKBAL INDISPONIVEL - STATUS '
                   WS-STOCKBAL-STATUS
               MOVE 'PRGCOB96' TO EL-PROGRAMA
               MOVE '0080-ABRIR-ESTOQUE' TO EL-PARAGRAFO
               MOVE 'ARQUIVO STOCKBAL INDISPONIVEL NO RECEBIMENTO'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           END-IF.

      *********** UM RECEBIMENTO POR PEDIDO INFORMADO; PEDIDO ZERO **
      *********** ENCERRA ******************************************
       0100-RECEBER-PEDIDO.
           DISPLAY ' '.
           DISPLAY 'PEDIDO DE COMPRA (0=ENCERRAR).. : '
               WITH NO ADVANCING.
           ACCEPT WRK-NUMERO.
           IF WRK-NUMERO = ZEROS
               MOVE 'S' TO WS-FIM-RECEBIMENTO-SW
           ELSE
               PERFORM 0110-BUSCAR-PEDIDO
               EVALUATE TRUE
                   WHEN NOT WS-ACHADO
                       DISPLAY 'PEDIDO NAO ENCONTRADO'
                   WHEN WS-PED-SITUACAO(WS-IDX-PED) = 'A'
                     OR WS-PED-SITUACAO(WS-IDX-PED) = 'P'
                       PERFORM 0200-REGISTRAR-RECEBIMENTO
                   WHEN OTHER
                       DISPLAY 'PEDIDO JA RECEBIDO OU CANCELADO - '
                           'SITUACAO ' WS-PED-SITUACAO(WS-IDX-PED)
               END-EVALUATE
           END-IF.

       0110-BUSCAR-PEDIDO.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0112-COMPARAR-PEDIDO
               VARYING WS-IDX-PED FROM 1 BY 1
               UNTIL WS-IDX-PED > WS-QTD-PEDIDOS
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-PED DOWN BY 1
           END-IF.

       0112-COMPARAR-PEDIDO.
           IF WS-PED-NUMERO(WS-IDX-PED) = WRK-NUMERO
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** LIMITE DO RECEBIMENTO = PEDIDO + TOLERANCIA DO ****
      *********** FORNECEDOR (TRUNCADA) MENOS O JA RECEBIDO *********
       0200-REGISTRAR-RECEBIMENTO.
           PERFORM 0210-BUSCAR-TOLERANCIA.
           COMPUTE WRK-SALDO-PEDIDO =
               WS-PED-QTDE-PEDIDA(WS-IDX-PED)
               - WS-PED-QTDE-RECEB(WS-IDX-PED).
           COMPUTE WRK-LIMITE-RECEB =
               WS-PED-QTDE-PEDIDA(WS-IDX-PED)
               + (WS-PED-QTDE-PEDIDA(WS-IDX-PED) * WRK-TOLERANCIA
                  / 100)
               - WS-PED-QTDE-RECEB(WS-IDX-PED).
           IF WRK-LIMITE-RECEB < ZEROS
               MOVE ZEROS TO WRK-LIMITE-RECEB
           END-IF.
           MOVE WRK-LIMITE-RECEB TO WRK-LIMITE-ED.
           DISPLAY 'PRODUTO/FILIAL......... : '
               WS-PED-PRODUTO(WS-IDX-PED) ' '
               WS-PED-FILIAL(WS-IDX-PED).
           DISPLAY 'PEDIDO/JA RECEBIDO..... : '
               WS-PED-QTDE-PEDIDA(WS-IDX-PED) ' / '
               WS-PED-QTDE-RECEB(WS-IDX-PED).
           DISPLAY 'SALDO A RECEBER........ : ' WRK-SALDO-PEDIDO
               ' (ACEITA ATE ' WRK-LIMITE-ED ')'.
           DISPLAY 'QUANTIDADE RECEBIDA.... : ' WITH NO ADVANCING.
           ACCEPT WRK-QTDE.
           DISPLAY 'NOTA DO FORNECEDOR..... : ' WITH NO ADVANCING.
           ACCEPT WRK-NOTA-FORNECEDOR.
           ADD 1 TO WS-QTD-DIGITADOS.
           EVALUATE TRUE
               WHEN WRK-QTDE = ZEROS
                   DISPLAY 'QUANTIDADE ZERADA - NADA RECEBIDO'
               WHEN WRK-QTDE > WRK-LIMITE-RECEB
                   PERFORM 0220-RECUSAR-RECEBIMENTO
               WHEN OTHER
                   PERFORM 0300-POSTAR-ESTOQUE
                   PERFORM 0400-ATUALIZAR-PEDIDO
                   PERFORM 0500-GRAVAR-HISTORICO
                   ADD 1 TO WS-QTD-POSTADOS
                   ADD WRK-QTDE TO WS-TOTAL-UNIDADES
                   IF WRK-QTDE > WRK-SALDO-PEDIDO
                       DISPLAY 'RECEBIDO ACIMA DO PEDIDO, DENTRO DA '
                           'TOLERANCIA DO FORNECEDOR'
                   END-IF
                   DISPLAY 'RECEBIMENTO POSTADO - PEDIDO '
                       WRK-NUMERO ' SITUACAO '
                       WS-PED-SITUACAO(WS-IDX-PED)
           END-EVALUATE.

       0210-BUSCAR-TOLERANCIA.
           MOVE ZEROS TO WRK-TOLERANCIA.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0212-COMPARAR-FORNECEDOR
               VARYING WS-IDX-FORN FROM 1 BY 1
               UNTIL WS-IDX-FORN > WS-QTD-FORNECEDORES
                  OR WS-ACHADO.

       0212-COMPARAR-FORNECEDOR.
           IF WS-FORN-CODIGO(WS-IDX-FORN) =
                  WS-PED-FORNECEDOR(WS-IDX-PED)
               MOVE WS-FORN-TOLERANCIA(WS-IDX-FORN) TO WRK-TOLERANCIA
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0220-RECUSAR-RECEBIMENTO.
           DISPLAY 'QUANTIDADE ACIMA DA TOLERANCIA DO FORNECEDOR - '
               'RECEBIMENTO RECUSADO'.
           MOVE 'PRGCOB96' TO EL-PROGRAMA.
           MOVE '0220-RECUSAR-RECEBIMENTO' TO EL-PARAGRAFO.
           MOVE 'RECEBIMENTO ACIMA DA TOLERANCIA DO PEDIDO DE COMPRA'
               TO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           ADD 1 TO WS-QTD-RECUSADOS.
           PERFORM 0590-MARCAR-REJEICAO.

      *********** CREDITO NO SALDO DO PRODUTO/FILIAL; SEM SALDO ****
      *********** AINDA, O REGISTRO E CRIADO ************************
      *********** O CUSTO MEDIO PONDERA O SALDO EXISTENTE (SALDO ****
      *********** NEGATIVO CONTA COMO ZERO) COM O CUSTO DO PEDIDO ***
       0300-POSTAR-ESTOQUE.
           MOVE WS-PED-PRODUTO(WS-IDX-PED) TO EB-PRODUTO.
           MOVE WS-PED-FILIAL(WS-IDX-PED)  TO EB-FILIAL.
           READ STOCK-BAL-FILE
               INVALID KEY
                   MOVE WS-PED-PRODUTO(WS-IDX-PED) TO EB-PRODUTO
                   MOVE WS-PED-FILIAL(WS-IDX-PED)  TO EB-FILIAL
                   MOVE ZEROS TO EB-SALDO
                   MOVE ZEROS TO EB-QT-MOVTOS
                   MOVE ZEROS TO EB-CUSTO-MEDIO
                   MOVE ZEROS TO EB-CUSTO-ULT-VENDA
                   PERFORM 0310-APLICAR-ENTRADA
                   WRITE STOCK-BAL-REC
               NOT INVALID KEY
                   PERFORM 0310-APLICAR-ENTRADA
                   REWRITE STOCK-BAL-REC
           END-READ.

       0310-APLICAR-ENTRADA.
           IF EB-SALDO > ZEROS
               MOVE EB-SALDO TO WRK-SALDO-BASE
           ELSE
               MOVE ZEROS TO WRK-SALDO-BASE
           END-IF.
           COMPUTE EB-CUSTO-MEDIO ROUNDED =
               (WRK-SALDO-BASE * EB-CUSTO-MEDIO
                + WRK-QTDE * WS-PED-CUSTO(WS-IDX-PED))
               / (WRK-SALDO-BASE + WRK-QTDE).
           ADD WRK-QTDE TO EB-SALDO.
           ADD 1 TO EB-QT-MOVTOS.
           MOVE WS-DATA-PROCESSO TO EB-DATA-ULT-MOVTO.

       0400-ATUALIZAR-PEDIDO.
           ADD WRK-QTDE TO WS-PED-QTDE-RECEB(WS-IDX-PED).
           MOVE WS-DATA-PROCESSO TO WS-PED-ULT-RECEB(WS-IDX-PED).
           IF WS-PED-QTDE-RECEB(WS-IDX-PED) <
                  WS-PED-QTDE-PEDIDA(WS-IDX-PED)
               MOVE 'P' TO WS-PED-SITUACAO(WS-IDX-PED)
           ELSE
               MOVE 'R' TO WS-PED-SITUACAO(WS-IDX-PED)
           END-IF.

       0500-GRAVAR-HISTORICO.
           OPEN EXTEND GOODS-RECEIPT-FILE.
           IF WS-RECEBMER-STATUS = '35'
               OPEN OUTPUT GOODS-RECEIPT-FILE
           END-IF.
           IF WS-RECEBMER-STATUS = '00'
               MOVE SPACES                     TO GOODS-RECEIPT-REC
               MOVE WS-DATA-PROCESSO           TO RM-DATA
               MOVE WRK-NUMERO                 TO RM-PEDIDO
               MOVE WS-PED-PRODUTO(WS-IDX-PED) TO RM-PRODUTO
               MOVE WS-PED-FILIAL(WS-IDX-PED)  TO RM-FILIAL
               MOVE WRK-QTDE                   TO RM-QTDE
               MOVE WRK-NOTA-FORNECEDOR        TO RM-NOTA-FORNECEDOR
               MOVE WRK-OPERADOR-SESSAO        TO RM-OPERADOR
               WRITE GOODS-RECEIPT-REC
               CLOSE GOODS-RECEIPT-FILE
           ELSE
               DISPLAY 'AVISO: RECEBMER INDISPONIVEL - RECEBIMENTO '
                   'SEM HISTORICO'
           END-IF.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

       0700-REGRAVAR-PEDIDOS.
           OPEN OUTPUT PURCHASE-ORDER-FILE.
           PERFORM 0710-GRAVAR-PEDIDO
               VARYING WS-IDX-PED FROM 1 BY 1
               UNTIL WS-IDX-PED > WS-QTD-PEDIDOS.
           CLOSE PURCHASE-ORDER-FILE.

       0710-GRAVAR-PEDIDO.
           MOVE SPACES TO PURCHASE-ORDER-REC.
           MOVE WS-PED-NUMERO(WS-IDX-PED)      TO PC-NUMERO.
           MOVE WS-PED-FORNECEDOR(WS-IDX-PED)  TO PC-FORNECEDOR.
           MOVE WS-PED-PRODUTO(WS-IDX-PED)     TO PC-PRODUTO.
           MOVE WS-PED-FILIAL(WS-IDX-PED)      TO PC-FILIAL.
           MOVE WS-PED-QTDE-PEDIDA(WS-IDX-PED) TO PC-QTDE-PEDIDA.
           MOVE WS-PED-QTDE-RECEB(WS-IDX-PED)  TO PC-QTDE-RECEBIDA.
           MOVE WS-PED-CUSTO(WS-IDX-PED)       TO PC-CUSTO-UNIT.
           MOVE WS-PED-EMISSAO(WS-IDX-PED)     TO PC-DATA-EMISSAO.
           MOVE WS-PED-PREVISTA(WS-IDX-PED)    TO PC-DATA-PREVISTA.
           MOVE WS-PED-ULT-RECEB(WS-IDX-PED)   TO PC-DATA-ULT-RECEB.
           MOVE WS-PED-SITUACAO(WS-IDX-PED)    TO PC-SITUACAO.
           WRITE PURCHASE-ORDER-REC.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB96'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-DIGITADOS   TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-POSTADOS    TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-UNIDADES  TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
