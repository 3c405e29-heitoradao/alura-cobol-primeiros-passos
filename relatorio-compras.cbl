       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB97.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = RELATORIO DE COMPRAS (COMPRREL):
      ***                            PEDIDOS DE COMPRA EM ABERTO
      ***                            (PEDCOMPR EM A OU P) COM O
      ***                            SALDO A RECEBER E OS DIAS DE
      ***                            ATRASO SOBRE A DATA PREVISTA;
      ***                            E SUGESTAO DE REPOSICAO POR
      ***                            PRODUTO/FILIAL COM LIMITE NO
      ***                            ESTQLIM: SALDO DO STOCKBAL MAIS
      ***                            O PENDENTE DOS PEDIDOS MENOS A
      ***                            VENDA ESPERADA NO PRAZO DO
      ***                            FORNECEDOR (VELOCIDADE DE
      ***                            VENDA DO SALESITM NA JANELA
      ***                            INFORMADA); PROJECAO ABAIXO
      ***                            DO MINIMO SUGERE COMPRAR ATE
      ***                            O MAXIMO
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA O CUSTO MEDIO INCLUIDO NO
      ***                    STOCKBAL.COB (FD DE 51 POSICOES)
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
           SELECT STOCK-LIMIT-FILE ASSIGN TO 'ESTQLIM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTQLIM-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO 'FORNEC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORNEC-STATUS.
           SELECT SALES-ITEM-FILE ASSIGN TO 'SALESITM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESITM-STATUS.
           SELECT STOCK-BAL-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-CHAVE
               FILE STATUS IS WS-STOCKBAL-STATUS.
           SELECT PURCHASE-REPORT ASSIGN TO 'COMPRREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE
           RECORD CONTAINS 73 CHARACTERS.
           COPY 'PEDCOMPR.COB'.

       FD  STOCK-LIMIT-FILE
           RECORD CONTAINS 28 CHARACTERS.
           COPY 'ESTQLIM.COB'.

       FD  SUPPLIER-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY 'FORNEC.COB'.

       FD  SALES-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.
           COPY 'SALESITM.COB'.

       FD  STOCK-BAL-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY 'STOCKBAL.COB'.

       FD  PURCHASE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  PURCHASE-LINE         PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-PEDCOMPR-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-ESTQLIM-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-FORNEC-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-SALESITM-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-STOCKBAL-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHADO-SW          PIC X(01)     VALUE 'N'.
           88 WS-ACHADO                        VALUE 'S'.
       77  WS-STOCKBAL-ABERTO-SW PIC X(01)     VALUE 'N'.
           88 WS-STOCKBAL-ABERTO               VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-JANELA-DIAS       PIC 9(03)     VALUE ZEROS.
       77  WRK-DATA-INICIO       PIC 9(08)     VALUE ZEROS.
       77  WRK-PRODUTO           PIC X(06)     VALUE SPACES.
       77  WRK-FILIAL            PIC X(03)     VALUE SPACES.
       77  WRK-SALDO-PEDIDO      PIC 9(05)     VALUE ZEROS.
       77  WRK-DIAS-ATRASO       PIC 9(04)     VALUE ZEROS.
       77  WRK-SALDO-ESTOQUE     PIC S9(07)    VALUE ZEROS.
       77  WRK-PENDENTE          PIC 9(07)     VALUE ZEROS.
       77  WRK-VENDAS            PIC S9(07)    VALUE ZEROS.
       77  WRK-PRAZO-DIAS        PIC 9(03)     VALUE ZEROS.
       77  WRK-CONSUMO-PRAZO     PIC 9(07)     VALUE ZEROS.
       77  WRK-COBERTURA         PIC 9(03)     VALUE ZEROS.
       77  WRK-PROJETADO         PIC S9(07)    VALUE ZEROS.
       77  WRK-SUGERIDO          PIC 9(07)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-LINHAS         PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-ABERTOS        PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-ATRASADOS      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-LIMITES        PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-REPOR          PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-PENDENTE     PIC 9(09)     VALUE ZEROS.
       77  WS-TOTAL-SUGERIDO     PIC 9(09)     VALUE ZEROS.

      *********** SALDO A RECEBER DOS PEDIDOS POR PRODUTO/FILIAL **
       01  WS-TABELA-PENDENTES.
           02 WS-QTD-PENDENTES   PIC 9(03)     VALUE ZEROS.
           02 WS-PEND-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-IDX-PEND.
               03 WS-PEND-PRODUTO     PIC X(06).
               03 WS-PEND-FILIAL      PIC X(03).
               03 WS-PEND-QTDE        PIC 9(07).

      *********** VENDA LIQUIDA DA JANELA POR PRODUTO/FILIAL ******
       01  WS-TABELA-VENDAS.
           02 WS-QTD-VENDAS      PIC 9(04)     VALUE ZEROS.
           02 WS-VEND-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-IDX-VEND.
               03 WS-VEND-PRODUTO     PIC X(06).
               03 WS-VEND-FILIAL      PIC X(03).
               03 WS-VEND-QTDE        PIC S9(07).

      *********** PRAZO DE ENTREGA DOS FORNECEDORES **************
       01  WS-TABELA-FORNECEDORES.
           02 WS-QTD-FORNECEDORES PIC 9(03)    VALUE ZEROS.
           02 WS-FORN-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-FORN.
               03 WS-FORN-CODIGO      PIC X(05).
               03 WS-FORN-PRAZO       PIC 9(03).

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(40) VALUE
              'PEDIDOS DE COMPRA E REPOSICAO           '.
           02 FILLER             PIC X(06) VALUE 'DATA: '.
           02 WC1-DATA           PIC 9(08).
           02 FILLER             PIC X(16) VALUE
              '  JANELA (DIAS):'.
           02 WC1-JANELA         PIC ZZ9.
       01  WS-TITULO-SECAO.
           02 WTS-TITULO         PIC X(80).
       01  WS-CABECALHO-PEDIDO.
           02 FILLER             PIC X(40) VALUE
              'PEDIDO FORN  PRODUT FIL PEDID RECEB SALD'.
           02 FILLER             PIC X(40) VALUE
              'O PREVISTA ATRS S'.
       01  WS-LINHA-PEDIDO.
           02 WLP-NUMERO         PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-FORNECEDOR     PIC X(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-PRODUTO        PIC X(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-FILIAL         PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-PEDIDA         PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-RECEBIDA       PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-SALDO          PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-PREVISTA       PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-ATRASO         PIC ZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-SITUACAO       PIC X(01).
       01  WS-CABECALHO-REPOSICAO.
           02 FILLER             PIC X(40) VALUE
              'PRODUT FIL   SALDO  PEDIDO  VENDAS  COB '.
           02 FILLER             PIC X(40) VALUE
              '  MIN   MAX  PROJET  SUGERE FORN'.
       01  WS-LINHA-REPOSICAO.
           02 WLR-PRODUTO        PIC X(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-FILIAL         PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-SALDO          PIC ZZZZZZ9-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-PENDENTE       PIC ZZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-VENDAS         PIC ZZZZZZ9-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-COBERTURA      PIC ZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-MINIMO         PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-MAXIMO         PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-PROJETADO      PIC ZZZZZZ9-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-SUGERIDO       PIC ZZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLR-FORNECEDOR     PIC X(05).
       01  WS-LINHA-RESUMO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLS-ROTULO         PIC X(34).
           02 WLS-QTDE           PIC ZZZZZ9.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLS-UNIDADES       PIC ZZZ.ZZZ.ZZ9.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           DISPLAY 'JANELA DE VENDAS EM DIAS (0=30).. : '
               WITH NO ADVANCING.
           ACCEPT WRK-JANELA-DIAS.
           IF WRK-JANELA-DIAS = ZEROS
               MOVE 30 TO WRK-JANELA-DIAS
           END-IF.
           COMPUTE WRK-DATA-INICIO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
               - WRK-JANELA-DIAS + 1).
           PERFORM 0050-CARREGAR-FORNECEDORES.
           PERFORM 0060-CARREGAR-VENDAS.
           OPEN OUTPUT PURCHASE-REPORT.
           MOVE WS-DATA-PROCESSO TO WC1-DATA.
           MOVE WRK-JANELA-DIAS  TO WC1-JANELA.
           WRITE PURCHASE-LINE FROM WS-CABECALHO-1.
           WRITE PURCHASE-LINE FROM WS-LINHA-SEPARADOR.
           PERFORM 0100-LISTAR-PEDIDOS-ABERTOS.
           PERFORM 0200-SUGERIR-REPOSICAO.
           PERFORM 0800-IMPRIMIR-RESUMO.
           CLOSE PURCHASE-REPORT.
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

       0050-CARREGAR-FORNECEDORES.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-FORNEC-STATUS = '00'
               PERFORM 0052-LER-FORNECEDOR
               PERFORM 0054-ARMAZENAR-FORNECEDOR
                   UNTIL WS-FIM-ARQUIVO
               CLOSE SUPPLIER-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO FORNEC AUSENTE - PRAZO DE '
                   'ENTREGA ZERO NA REPOSICAO'
           END-IF.

       0052-LER-FORNECEDOR.
           READ SUPPLIER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0054-ARMAZENAR-FORNECEDOR.
           IF WS-QTD-FORNECEDORES < 300
               ADD 1 TO WS-QTD-FORNECEDORES
               SET WS-IDX-FORN TO WS-QTD-FORNECEDORES
               MOVE FN-CODIGO     TO WS-FORN-CODIGO(WS-IDX-FORN)
               MOVE FN-PRAZO-DIAS TO WS-FORN-PRAZO(WS-IDX-FORN)
           ELSE
               DISPLAY 'TABELA DE FORNECEDORES CHEIA - REGISTRO '
                   'IGNORADO'
           END-IF.
           PERFORM 0052-LER-FORNECEDOR.

      *********** VELOCIDADE DE VENDA: ITENS DO SALESITM NA JANELA *
      *********** ATE A DATA DE PROCESSO, V SOMA E D ABATE *********
       0060-CARREGAR-VENDAS.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT SALES-ITEM-FILE.
           IF WS-SALESITM-STATUS = '00'
               PERFORM 0062-LER-ITEM
               PERFORM 0064-ACUMULAR-ITEM
                   UNTIL WS-FIM-ARQUIVO
               CLOSE SALES-ITEM-FILE
           ELSE
               DISPLAY 'AVISO: SALESITM AUSENTE - REPOSICAO SEM '
                   'VELOCIDADE DE VENDA'
           END-IF.

       0062-LER-ITEM.
           READ SALES-ITEM-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0064-ACUMULAR-ITEM.
           IF SI-DATA-CAPTURA NOT < WRK-DATA-INICIO
              AND SI-DATA-CAPTURA NOT > WS-DATA-PROCESSO
              AND SI-QTDE IS NUMERIC
               MOVE SI-CODIGO-PRODUTO TO WRK-PRODUTO
               MOVE SI-FILIAL         TO WRK-FILIAL
               PERFORM 0066-BUSCAR-VENDA
               IF WS-ACHADO
                   IF SI-TIPO = 'D'
                       SUBTRACT SI-QTDE
                           FROM WS-VEND-QTDE(WS-IDX-VEND)
                   ELSE
                       ADD SI-QTDE TO WS-VEND-QTDE(WS-IDX-VEND)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0062-LER-ITEM.

       0066-BUSCAR-VENDA.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0068-COMPARAR-VENDA
               VARYING WS-IDX-VEND FROM 1 BY 1
               UNTIL WS-IDX-VEND > WS-QTD-VENDAS
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-VEND DOWN BY 1
           ELSE
               IF WS-QTD-VENDAS < 1000
                   ADD 1 TO WS-QTD-VENDAS
                   SET WS-IDX-VEND TO WS-QTD-VENDAS
                   MOVE WRK-PRODUTO TO WS-VEND-PRODUTO(WS-IDX-VEND)
                   MOVE WRK-FILIAL  TO WS-VEND-FILIAL(WS-IDX-VEND)
                   MOVE ZEROS       TO WS-VEND-QTDE(WS-IDX-VEND)
                   MOVE 'S' TO WS-ACHADO-SW
               ELSE
                   DISPLAY 'TABELA DE VENDAS CHEIA - ' WRK-PRODUTO
                       ' ' WRK-FILIAL ' SEM VELOCIDADE'
               END-IF
           END-IF.

       0068-COMPARAR-VENDA.
           IF WS-VEND-PRODUTO(WS-IDX-VEND) = WRK-PRODUTO
              AND WS-VEND-FILIAL(WS-IDX-VEND) = WRK-FILIAL
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** PEDIDOS ABERTOS (A) OU PARCIAIS (P), COM O ******
      *********** SALDO A RECEBER ACUMULADO POR PRODUTO/FILIAL *****
      *********** PARA A REPOSICAO *********************************
       0100-LISTAR-PEDIDOS-ABERTOS.
           MOVE 'PEDIDOS DE COMPRA EM ABERTO' TO WTS-TITULO.
           WRITE PURCHASE-LINE FROM WS-TITULO-SECAO.
           WRITE PURCHASE-LINE FROM WS-CABECALHO-PEDIDO.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WS-PEDCOMPR-STATUS = '00'
               PERFORM 0105-LER-PEDIDO
               PERFORM 0110-TRATAR-PEDIDO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE PURCHASE-ORDER-FILE
           ELSE
               DISPLAY 'AVISO: PEDCOMPR AUSENTE - NENHUM PEDIDO EM '
                   'ABERTO'
           END-IF.
           WRITE PURCHASE-LINE FROM WS-LINHA-SEPARADOR.

       0105-LER-PEDIDO.
           READ PURCHASE-ORDER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0110-TRATAR-PEDIDO.
           IF PC-ABERTO OR PC-PARCIAL
               MOVE ZEROS TO WRK-SALDO-PEDIDO
               IF PC-QTDE-PEDIDA > PC-QTDE-RECEBIDA
                   COMPUTE WRK-SALDO-PEDIDO =
                       PC-QTDE-PEDIDA - PC-QTDE-RECEBIDA
               END-IF
               MOVE ZEROS TO WRK-DIAS-ATRASO
               IF PC-DATA-PREVISTA > ZEROS
                  AND PC-DATA-PREVISTA < WS-DATA-PROCESSO
                   COMPUTE WRK-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
                       - FUNCTION INTEGER-OF-DATE(PC-DATA-PREVISTA)
                   ADD 1 TO WS-QTD-ATRASADOS
               END-IF
               MOVE PC-NUMERO        TO WLP-NUMERO
               MOVE PC-FORNECEDOR    TO WLP-FORNECEDOR
               MOVE PC-PRODUTO       TO WLP-PRODUTO
               MOVE PC-FILIAL        TO WLP-FILIAL
               MOVE PC-QTDE-PEDIDA   TO WLP-PEDIDA
               MOVE PC-QTDE-RECEBIDA TO WLP-RECEBIDA
               MOVE WRK-SALDO-PEDIDO TO WLP-SALDO
               MOVE PC-DATA-PREVISTA TO WLP-PREVISTA
               MOVE WRK-DIAS-ATRASO  TO WLP-ATRASO
               MOVE PC-SITUACAO      TO WLP-SITUACAO
               WRITE PURCHASE-LINE FROM WS-LINHA-PEDIDO
               ADD 1 TO WS-QTD-LINHAS
               ADD 1 TO WS-QTD-ABERTOS
               ADD WRK-SALDO-PEDIDO TO WS-TOTAL-PENDENTE
               PERFORM 0120-ACUMULAR-PENDENTE
           END-IF.
           PERFORM 0105-LER-PEDIDO.

       0120-ACUMULAR-PENDENTE.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0122-COMPARAR-PENDENTE
               VARYING WS-IDX-PEND FROM 1 BY 1
               UNTIL WS-IDX-PEND > WS-QTD-PENDENTES
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-PEND DOWN BY 1
               ADD WRK-SALDO-PEDIDO TO WS-PEND-QTDE(WS-IDX-PEND)
           ELSE
               IF WS-QTD-PENDENTES < 500
                   ADD 1 TO WS-QTD-PENDENTES
                   SET WS-IDX-PEND TO WS-QTD-PENDENTES
                   MOVE PC-PRODUTO TO WS-PEND-PRODUTO(WS-IDX-PEND)
                   MOVE PC-FILIAL  TO WS-PEND-FILIAL(WS-IDX-PEND)
                   MOVE WRK-SALDO-PEDIDO
                       TO WS-PEND-QTDE(WS-IDX-PEND)
               ELSE
                   DISPLAY 'TABELA DE PENDENTES CHEIA - PEDIDO '
                       PC-NUMERO ' FORA DA REPOSICAO'
                   PERFORM 0590-MARCAR-REJEICAO
               END-IF
           END-IF.

       0122-COMPARAR-PENDENTE.
           IF WS-PEND-PRODUTO(WS-IDX-PEND) = PC-PRODUTO
              AND WS-PEND-FILIAL(WS-IDX-PEND) = PC-FILIAL
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** UMA LINHA POR LIMITE DO ESTQLIM; O SALDO VEM DO **
      *********** STOCKBAL POR CHAVE (SEM ELE, SALDO ZERO E RC=4) **
       0200-SUGERIR-REPOSICAO.
           MOVE 'SUGESTAO DE REPOSICAO POR PRODUTO/FILIAL'
               TO WTS-TITULO.
           WRITE PURCHASE-LINE FROM WS-TITULO-SECAO.
           WRITE PURCHASE-LINE FROM WS-CABECALHO-REPOSICAO.
           OPEN INPUT STOCK-BAL-FILE.
           IF WS-STOCKBAL-STATUS = '00'
               MOVE 'S' TO WS-STOCKBAL-ABERTO-SW
           ELSE
               DISPLAY 'STOCKBAL INDISPONIVEL - REPOSICAO COM SALDO '
                   'ZERO'
               MOVE 'PRGCOB97' TO EL-PROGRAMA
               MOVE '0200-SUGERIR-REPOSICAO' TO EL-PARAGRAFO
               MOVE 'STOCKBAL INDISPONIVEL NA SUGESTAO DE REPOSICAO'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT STOCK-LIMIT-FILE.
           IF WS-ESTQLIM-STATUS = '00'
               PERFORM 0205-LER-LIMITE
               PERFORM 0210-AVALIAR-LIMITE
                   UNTIL WS-FIM-ARQUIVO
               CLOSE STOCK-LIMIT-FILE
           ELSE
               DISPLAY 'AVISO: ESTQLIM AUSENTE - NENHUM LIMITE A '
                   'AVALIAR'
           END-IF.
           IF WS-STOCKBAL-ABERTO
               CLOSE STOCK-BAL-FILE
           END-IF.
           WRITE PURCHASE-LINE FROM WS-LINHA-SEPARADOR.

       0205-LER-LIMITE.
           READ STOCK-LIMIT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

      *********** PROJETADO = SALDO + PENDENTE - VENDA ESPERADA NO *
      *********** PRAZO DO FORNECEDOR; ABAIXO DO MINIMO, SUGERE ****
      *********** COMPRAR ATE O MAXIMO; COBERTURA EM DIAS PELA *****
      *********** VELOCIDADE DA JANELA (999 = SEM VENDA) ***********
       0210-AVALIAR-LIMITE.
           ADD 1 TO WS-QTD-LIMITES.
           MOVE LI-PRODUTO TO WRK-PRODUTO.
           MOVE LI-FILIAL  TO WRK-FILIAL.
           MOVE ZEROS TO WRK-SALDO-ESTOQUE.
           IF WS-STOCKBAL-ABERTO
               MOVE LI-PRODUTO TO EB-PRODUTO
               MOVE LI-FILIAL  TO EB-FILIAL
               READ STOCK-BAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EB-SALDO TO WRK-SALDO-ESTOQUE
               END-READ
           END-IF.
           PERFORM 0220-BUSCAR-PENDENTE.
           PERFORM 0230-BUSCAR-VELOCIDADE.
           PERFORM 0240-BUSCAR-PRAZO.
           MOVE ZEROS TO WRK-CONSUMO-PRAZO.
           MOVE 999 TO WRK-COBERTURA.
           IF WRK-VENDAS > ZEROS
               COMPUTE WRK-CONSUMO-PRAZO ROUNDED =
                   WRK-VENDAS * WRK-PRAZO-DIAS / WRK-JANELA-DIAS
               MOVE ZEROS TO WRK-COBERTURA
               IF WRK-SALDO-ESTOQUE > ZEROS
                   COMPUTE WRK-COBERTURA =
                       WRK-SALDO-ESTOQUE * WRK-JANELA-DIAS
                       / WRK-VENDAS
                       ON SIZE ERROR
                           MOVE 999 TO WRK-COBERTURA
                   END-COMPUTE
               END-IF
           END-IF.
           COMPUTE WRK-PROJETADO =
               WRK-SALDO-ESTOQUE + WRK-PENDENTE - WRK-CONSUMO-PRAZO.
           MOVE ZEROS TO WRK-SUGERIDO.
           IF WRK-PROJETADO < LI-MINIMO
               COMPUTE WRK-SUGERIDO = LI-MAXIMO - WRK-PROJETADO
               ADD 1 TO WS-QTD-REPOR
               ADD WRK-SUGERIDO TO WS-TOTAL-SUGERIDO
           END-IF.
           MOVE LI-PRODUTO        TO WLR-PRODUTO.
           MOVE LI-FILIAL         TO WLR-FILIAL.
           MOVE WRK-SALDO-ESTOQUE TO WLR-SALDO.
           MOVE WRK-PENDENTE      TO WLR-PENDENTE.
           MOVE WRK-VENDAS        TO WLR-VENDAS.
           MOVE WRK-COBERTURA     TO WLR-COBERTURA.
           MOVE LI-MINIMO         TO WLR-MINIMO.
           MOVE LI-MAXIMO         TO WLR-MAXIMO.
           MOVE WRK-PROJETADO     TO WLR-PROJETADO.
           MOVE WRK-SUGERIDO      TO WLR-SUGERIDO.
           MOVE LI-FORNECEDOR     TO WLR-FORNECEDOR.
           WRITE PURCHASE-LINE FROM WS-LINHA-REPOSICAO.
           ADD 1 TO WS-QTD-LINHAS.
           PERFORM 0205-LER-LIMITE.

       0220-BUSCAR-PENDENTE.
           MOVE ZEROS TO WRK-PENDENTE.
           PERFORM 0222-SOMAR-PENDENTE
               VARYING WS-IDX-PEND FROM 1 BY 1
               UNTIL WS-IDX-PEND > WS-QTD-PENDENTES.

       0222-SOMAR-PENDENTE.
           IF WS-PEND-PRODUTO(WS-IDX-PEND) = WRK-PRODUTO
              AND WS-PEND-FILIAL(WS-IDX-PEND) = WRK-FILIAL
               ADD WS-PEND-QTDE(WS-IDX-PEND) TO WRK-PENDENTE
           END-IF.

       0230-BUSCAR-VELOCIDADE.
           MOVE ZEROS TO WRK-VENDAS.
           PERFORM 0232-SOMAR-VENDA
               VARYING WS-IDX-VEND FROM 1 BY 1
               UNTIL WS-IDX-VEND > WS-QTD-VENDAS.

       0232-SOMAR-VENDA.
           IF WS-VEND-PRODUTO(WS-IDX-VEND) = WRK-PRODUTO
              AND WS-VEND-FILIAL(WS-IDX-VEND) = WRK-FILIAL
               ADD WS-VEND-QTDE(WS-IDX-VEND) TO WRK-VENDAS
           END-IF.

       0240-BUSCAR-PRAZO.
           MOVE ZEROS TO WRK-PRAZO-DIAS.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0242-COMPARAR-FORNECEDOR
               VARYING WS-IDX-FORN FROM 1 BY 1
               UNTIL WS-IDX-FORN > WS-QTD-FORNECEDORES
                  OR WS-ACHADO.

       0242-COMPARAR-FORNECEDOR.
           IF WS-FORN-CODIGO(WS-IDX-FORN) = LI-FORNECEDOR
               MOVE WS-FORN-PRAZO(WS-IDX-FORN) TO WRK-PRAZO-DIAS
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** RESUMO NO FIM DO RELATORIO E NO SYSOUT ***********
       0800-IMPRIMIR-RESUMO.
           MOVE 'PEDIDOS EM ABERTO / UNIDADES' TO WLS-ROTULO.
           MOVE WS-QTD-ABERTOS    TO WLS-QTDE.
           MOVE WS-TOTAL-PENDENTE TO WLS-UNIDADES.
           WRITE PURCHASE-LINE FROM WS-LINHA-RESUMO.
           MOVE 'PEDIDOS COM ENTREGA ATRASADA' TO WLS-ROTULO.
           MOVE WS-QTD-ATRASADOS  TO WLS-QTDE.
           MOVE ZEROS             TO WLS-UNIDADES.
           WRITE PURCHASE-LINE FROM WS-LINHA-RESUMO.
           MOVE 'LIMITES AVALIADOS' TO WLS-ROTULO.
           MOVE WS-QTD-LIMITES    TO WLS-QTDE.
           MOVE ZEROS             TO WLS-UNIDADES.
           WRITE PURCHASE-LINE FROM WS-LINHA-RESUMO.
           MOVE 'A REPOR / UNIDADES SUGERIDAS' TO WLS-ROTULO.
           MOVE WS-QTD-REPOR      TO WLS-QTDE.
           MOVE WS-TOTAL-SUGERIDO TO WLS-UNIDADES.
           WRITE PURCHASE-LINE FROM WS-LINHA-RESUMO.
           DISPLAY 'PEDIDOS DE COMPRA EM ABERTO.. : ' WS-QTD-ABERTOS.
           DISPLAY 'PEDIDOS ATRASADOS............ : '
               WS-QTD-ATRASADOS.
           DISPLAY 'LIMITES AVALIADOS............ : ' WS-QTD-LIMITES.
           DISPLAY 'PRODUTOS/FILIAIS A REPOR..... : ' WS-QTD-REPOR.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB97'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-LINHAS      TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-SUGERIDO  TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
