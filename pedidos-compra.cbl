       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB95.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = PEDIDOS DE COMPRA POR PRODUTO/
      ***                            FILIAL (PEDCOMPR): EMISSAO
      ***                            CONTRA O CADASTRO DE
      ***                            FORNECEDORES (FORNEC) E DE
      ***                            PRODUTOS (PRODMAST), COM A
      ***                            DATA PREVISTA PELO PRAZO DO
      ***                            FORNECEDOR; LISTAGEM DOS
      ***                            PEDIDOS EM ABERTO E
      ***                            CANCELAMENTO DO SALDO A
      ***                            RECEBER; E MANUTENCAO DOS
      ***                            LIMITES MINIMO/MAXIMO DE
      ***                            ESTOQUE POR PRODUTO/FILIAL
      ***                            (ESTQLIM) USADOS NA SUGESTAO
      ***                            DE REPOSICAO (PRGCOB97)
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
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
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
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

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 56 CHARACTERS.
           COPY 'PRODMAST.COB'.

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       WORKING-STORAGE SECTION.
       77  WS-PEDCOMPR-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-ESTQLIM-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-FORNEC-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-PRODMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHADO-SW          PIC X(01)     VALUE 'N'.
           88 WS-ACHADO                        VALUE 'S'.
       77  WS-PEDIDOS-ALTERADOS-SW PIC X(01)   VALUE 'N'.
           88 WS-PEDIDOS-ALTERADOS             VALUE 'S'.
       77  WS-LIMITES-ALTERADOS-SW PIC X(01)   VALUE 'N'.
           88 WS-LIMITES-ALTERADOS             VALUE 'S'.
       77  WS-PEDIDOS-ESTOURO-SW PIC X(01)     VALUE 'N'.
           88 WS-PEDIDOS-ESTOURO               VALUE 'S'.
       77  WS-LIMITES-ESTOURO-SW PIC X(01)     VALUE 'N'.
           88 WS-LIMITES-ESTOURO               VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WRK-NUMERO            PIC 9(06)     VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO     PIC 9(06)     VALUE ZEROS.
       77  WRK-FORNECEDOR        PIC X(05)     VALUE SPACES.
       77  WRK-PRODUTO           PIC X(06)     VALUE SPACES.
       77  WRK-FILIAL            PIC X(03)     VALUE SPACES.
       77  WRK-QTDE              PIC 9(05)     VALUE ZEROS.
       77  WRK-CUSTO-UNIT        PIC 9(06)V99  VALUE ZEROS.
       77  WRK-PRAZO-DIAS        PIC 9(03)     VALUE ZEROS.
       77  WRK-DATA-PREVISTA     PIC 9(08)     VALUE ZEROS.
       77  WRK-MINIMO            PIC 9(05)     VALUE ZEROS.
       77  WRK-MAXIMO            PIC 9(05)     VALUE ZEROS.
       77  WRK-SALDO-PEDIDO      PIC 9(05)     VALUE ZEROS.
       77  WRK-CUSTO-ED          PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WS-QTD-LISTADOS       PIC 9(04)     VALUE ZEROS.

      *********** PEDIDOS DE COMPRA (PEDCOMPR) ********************
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

      *********** LIMITES MINIMO/MAXIMO POR PRODUTO/FILIAL ********
       01  WS-TABELA-LIMITES.
           02 WS-QTD-LIMITES     PIC 9(03)     VALUE ZEROS.
           02 WS-LIM-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-IDX-LIM.
               03 WS-LIM-PRODUTO      PIC X(06).
               03 WS-LIM-FILIAL       PIC X(03).
               03 WS-LIM-MINIMO       PIC 9(05).
               03 WS-LIM-MAXIMO       PIC 9(05).
               03 WS-LIM-FORNECEDOR   PIC X(05).

      *********** FORNECEDORES E PRODUTOS PARA A VALIDACAO ********
       01  WS-TABELA-FORNECEDORES.
           02 WS-QTD-FORNECEDORES PIC 9(03)    VALUE ZEROS.
           02 WS-FORN-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-FORN.
               03 WS-FORN-CODIGO      PIC X(05).
               03 WS-FORN-PRAZO       PIC 9(03).
               03 WS-FORN-ATIVO       PIC X(01).

       01  WS-TABELA-PRODUTOS.
           02 WS-QTD-PRODUTOS    PIC 9(03)     VALUE ZEROS.
           02 WS-PROD-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-IDX-PROD.
               03 WS-PROD-CODIGO      PIC X(06).
               03 WS-PROD-ATIVO       PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0050-CARREGAR-PEDIDOS.
           PERFORM 0060-CARREGAR-LIMITES.
           PERFORM 0070-CARREGAR-FORNECEDORES.
           PERFORM 0080-CARREGAR-PRODUTOS.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
           IF WS-PEDIDOS-ALTERADOS
               PERFORM 0700-REGRAVAR-PEDIDOS
               DISPLAY 'PEDIDOS DE COMPRA REGRAVADOS'
           END-IF.
           IF WS-LIMITES-ALTERADOS
               PERFORM 0750-REGRAVAR-LIMITES
               DISPLAY 'LIMITES DE ESTOQUE REGRAVADOS'
           END-IF.
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

      *********** PEDIDOS NA TABELA; O MAIOR NUMERO LIDO NUMERA O **
      *********** PROXIMO PEDIDO EMITIDO ***************************
       0050-CARREGAR-PEDIDOS.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WS-PEDCOMPR-STATUS = '00'
               PERFORM 0052-LER-PEDIDO
               PERFORM 0054-ARMAZENAR-PEDIDO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE PURCHASE-ORDER-FILE
           END-IF.
           DISPLAY 'PEDIDOS DE COMPRA...... : ' WS-QTD-PEDIDOS.
           IF WS-PEDIDOS-ESTOURO
               DISPLAY 'PEDCOMPR MAIOR QUE A TABELA - EMISSAO E '
                   'CANCELAMENTO BLOQUEADOS'
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
           IF PC-NUMERO > WRK-ULTIMO-NUMERO
               MOVE PC-NUMERO TO WRK-ULTIMO-NUMERO
           END-IF.
           PERFORM 0052-LER-PEDIDO.

       0060-CARREGAR-LIMITES.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT STOCK-LIMIT-FILE.
           IF WS-ESTQLIM-STATUS = '00'
               PERFORM 0062-LER-LIMITE
               PERFORM 0064-ARMAZENAR-LIMITE
                   UNTIL WS-FIM-ARQUIVO
               CLOSE STOCK-LIMIT-FILE
           END-IF.
           IF WS-LIMITES-ESTOURO
               DISPLAY 'ESTQLIM MAIOR QUE A TABELA - MANUTENCAO DE '
                   'LIMITES BLOQUEADA'
           END-IF.

       0062-LER-LIMITE.
           READ STOCK-LIMIT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0064-ARMAZENAR-LIMITE.
           IF WS-QTD-LIMITES < 500
               ADD 1 TO WS-QTD-LIMITES
               SET WS-IDX-LIM TO WS-QTD-LIMITES
               MOVE LI-PRODUTO    TO WS-LIM-PRODUTO(WS-IDX-LIM)
               MOVE LI-FILIAL     TO WS-LIM-FILIAL(WS-IDX-LIM)
               MOVE LI-MINIMO     TO WS-LIM-MINIMO(WS-IDX-LIM)
               MOVE LI-MAXIMO     TO WS-LIM-MAXIMO(WS-IDX-LIM)
               MOVE LI-FORNECEDOR TO WS-LIM-FORNECEDOR(WS-IDX-LIM)
           ELSE
               MOVE 'S' TO WS-LIMITES-ESTOURO-SW
           END-IF.
           PERFORM 0062-LER-LIMITE.

       0070-CARREGAR-FORNECEDORES.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-FORNEC-STATUS = '00'
               PERFORM 0072-LER-FORNECEDOR
               PERFORM 0074-ARMAZENAR-FORNECEDOR
                   UNTIL WS-FIM-ARQUIVO
               CLOSE SUPPLIER-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO FORNEC AUSENTE - NENHUM '
                   'PEDIDO PODE SER EMITIDO'
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
               MOVE FN-PRAZO-DIAS TO WS-FORN-PRAZO(WS-IDX-FORN)
               MOVE FN-ATIVO      TO WS-FORN-ATIVO(WS-IDX-FORN)
           ELSE
               DISPLAY 'TABELA DE FORNECEDORES CHEIA - REGISTRO '
                   'IGNORADO'
           END-IF.
           PERFORM 0072-LER-FORNECEDOR.

       0080-CARREGAR-PRODUTOS.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODMAST-STATUS = '00'
               PERFORM 0082-LER-PRODUTO
               PERFORM 0084-ARMAZENAR-PRODUTO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE PRODUCT-MASTER-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO PRODMAST AUSENTE - NENHUM '
                   'PEDIDO PODE SER EMITIDO'
           END-IF.

       0082-LER-PRODUTO.
           READ PRODUCT-MASTER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0084-ARMAZENAR-PRODUTO.
           IF WS-QTD-PRODUTOS < 200
               ADD 1 TO WS-QTD-PRODUTOS
               SET WS-IDX-PROD TO WS-QTD-PRODUTOS
               MOVE PM-CODIGO TO WS-PROD-CODIGO(WS-IDX-PROD)
               MOVE PM-ATIVO  TO WS-PROD-ATIVO(WS-IDX-PROD)
           ELSE
               DISPLAY 'TABELA DE PRODUTOS CHEIA - REGISTRO IGNORADO'
           END-IF.
           PERFORM 0082-LER-PRODUTO.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== PEDIDOS DE COMPRA ====='.
           DISPLAY ' (1) LISTAR PEDIDOS EM ABERTO '.
           DISPLAY ' (2) EMITIR PEDIDO DE COMPRA '.
           DISPLAY ' (3) CANCELAR PEDIDO DE COMPRA '.
           DISPLAY ' (4) INCLUIR/ALTERAR LIMITE MINIMO/MAXIMO '.
           DISPLAY ' (5) LISTAR LIMITES DE ESTOQUE '.
           DISPLAY ' (0) ENCERRAR (GRAVA AS ALTERACOES) '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-LISTAR-PEDIDOS
               WHEN 2
                   IF WS-PEDIDOS-ESTOURO
                       DISPLAY 'EMISSAO BLOQUEADA - PEDCOMPR CHEIO'
                   ELSE
                       PERFORM 0300-EMITIR-PEDIDO
                   END-IF
               WHEN 3
                   IF WS-PEDIDOS-ESTOURO
                       DISPLAY 'CANCELAMENTO BLOQUEADO - PEDCOMPR '
                           'CHEIO'
                   ELSE
                       PERFORM 0400-CANCELAR-PEDIDO
                   END-IF
               WHEN 4
                   IF WS-LIMITES-ESTOURO
                       DISPLAY 'MANUTENCAO BLOQUEADA - ESTQLIM CHEIO'
                   ELSE
                       PERFORM 0500-MANTER-LIMITE
                   END-IF
               WHEN 5
                   PERFORM 0600-LISTAR-LIMITES
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** PEDIDOS ABERTOS (A) OU COM RECEBIMENTO PARCIAL ***
      *********** (P), COM O SALDO A RECEBER **********************
       0200-LISTAR-PEDIDOS.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           PERFORM 0210-EXIBIR-PEDIDO
               VARYING WS-IDX-PED FROM 1 BY 1
               UNTIL WS-IDX-PED > WS-QTD-PEDIDOS.
           DISPLAY 'PEDIDOS EM ABERTO...... : ' WS-QTD-LISTADOS.

       0210-EXIBIR-PEDIDO.
           IF WS-PED-SITUACAO(WS-IDX-PED) = 'A'
              OR WS-PED-SITUACAO(WS-IDX-PED) = 'P'
               COMPUTE WRK-SALDO-PEDIDO =
                   WS-PED-QTDE-PEDIDA(WS-IDX-PED)
                   - WS-PED-QTDE-RECEB(WS-IDX-PED)
               MOVE WS-PED-CUSTO(WS-IDX-PED) TO WRK-CUSTO-ED
               DISPLAY WS-PED-NUMERO(WS-IDX-PED) ' '
                   WS-PED-FORNECEDOR(WS-IDX-PED) ' '
                   WS-PED-PRODUTO(WS-IDX-PED) ' '
                   WS-PED-FILIAL(WS-IDX-PED) ' PED='
                   WS-PED-QTDE-PEDIDA(WS-IDX-PED) ' REC='
                   WS-PED-QTDE-RECEB(WS-IDX-PED) ' SALDO='
                   WRK-SALDO-PEDIDO ' ' WRK-CUSTO-ED ' PREV='
                   WS-PED-PREVISTA(WS-IDX-PED) ' '
                   WS-PED-SITUACAO(WS-IDX-PED)
               ADD 1 TO WS-QTD-LISTADOS
           END-IF.

      *********** EMISSAO: FORNECEDOR E PRODUTO ATIVOS NO CADASTRO, *
      *********** DATA PREVISTA = EMISSAO + PRAZO DO FORNECEDOR ****
       0300-EMITIR-PEDIDO.
           IF WS-QTD-PEDIDOS >= 1000
               DISPLAY 'TABELA DE PEDIDOS CHEIA - NADA EMITIDO'
           ELSE
               DISPLAY 'FORNECEDOR............. : ' WITH NO ADVANCING
               ACCEPT WRK-FORNECEDOR
               MOVE FUNCTION UPPER-CASE(WRK-FORNECEDOR)
                   TO WRK-FORNECEDOR
               PERFORM 0310-BUSCAR-FORNECEDOR
               IF NOT WS-ACHADO
                   DISPLAY 'FORNECEDOR INEXISTENTE OU INATIVO - NADA '
                       'EMITIDO'
               ELSE
                   MOVE WS-FORN-PRAZO(WS-IDX-FORN) TO WRK-PRAZO-DIAS
                   PERFORM 0320-COMPLETAR-EMISSAO
               END-IF
           END-IF.

       0310-BUSCAR-FORNECEDOR.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0312-COMPARAR-FORNECEDOR
               VARYING WS-IDX-FORN FROM 1 BY 1
               UNTIL WS-IDX-FORN > WS-QTD-FORNECEDORES
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-FORN DOWN BY 1
           END-IF.

       0312-COMPARAR-FORNECEDOR.
           IF WS-FORN-CODIGO(WS-IDX-FORN) = WRK-FORNECEDOR
              AND WS-FORN-ATIVO(WS-IDX-FORN) = 'S'
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0320-COMPLETAR-EMISSAO.
           DISPLAY 'PRODUTO................ : ' WITH NO ADVANCING.
           ACCEPT WRK-PRODUTO.
           MOVE FUNCTION UPPER-CASE(WRK-PRODUTO) TO WRK-PRODUTO.
           PERFORM 0330-BUSCAR-PRODUTO.
           IF NOT WS-ACHADO
               DISPLAY 'PRODUTO INEXISTENTE OU INATIVO - NADA EMITIDO'
           ELSE
               DISPLAY 'FILIAL................. : ' WITH NO ADVANCING
               ACCEPT WRK-FILIAL
               DISPLAY 'QUANTIDADE............. : ' WITH NO ADVANCING
               ACCEPT WRK-QTDE
               DISPLAY 'CUSTO UNITARIO......... : ' WITH NO ADVANCING
               ACCEPT WRK-CUSTO-UNIT
               IF WRK-FILIAL = SPACES OR WRK-QTDE = ZEROS
                  OR WRK-CUSTO-UNIT = ZEROS
                   DISPLAY 'FILIAL, QUANTIDADE OU CUSTO EM BRANCO - '
                       'NADA EMITIDO'
               ELSE
                   PERFORM 0340-GRAVAR-EMISSAO
               END-IF
           END-IF.

       0330-BUSCAR-PRODUTO.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0332-COMPARAR-PRODUTO
               VARYING WS-IDX-PROD FROM 1 BY 1
               UNTIL WS-IDX-PROD > WS-QTD-PRODUTOS
                  OR WS-ACHADO.

       0332-COMPARAR-PRODUTO.
           IF WS-PROD-CODIGO(WS-IDX-PROD) = WRK-PRODUTO
              AND WS-PROD-ATIVO(WS-IDX-PROD) = 'S'
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0340-GRAVAR-EMISSAO.
           COMPUTE WRK-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
               + WRK-PRAZO-DIAS).
           ADD 1 TO WRK-ULTIMO-NUMERO.
           ADD 1 TO WS-QTD-PEDIDOS.
           SET WS-IDX-PED TO WS-QTD-PEDIDOS.
           MOVE WRK-ULTIMO-NUMERO TO WS-PED-NUMERO(WS-IDX-PED).
           MOVE WRK-FORNECEDOR    TO WS-PED-FORNECEDOR(WS-IDX-PED).
           MOVE WRK-PRODUTO       TO WS-PED-PRODUTO(WS-IDX-PED).
           MOVE WRK-FILIAL        TO WS-PED-FILIAL(WS-IDX-PED).
           MOVE WRK-QTDE          TO WS-PED-QTDE-PEDIDA(WS-IDX-PED).
           MOVE ZEROS             TO WS-PED-QTDE-RECEB(WS-IDX-PED).
           MOVE WRK-CUSTO-UNIT    TO WS-PED-CUSTO(WS-IDX-PED).
           MOVE WS-DATA-PROCESSO  TO WS-PED-EMISSAO(WS-IDX-PED).
           MOVE WRK-DATA-PREVISTA TO WS-PED-PREVISTA(WS-IDX-PED).
           MOVE ZEROS             TO WS-PED-ULT-RECEB(WS-IDX-PED).
           MOVE 'A'               TO WS-PED-SITUACAO(WS-IDX-PED).
           MOVE 'S' TO WS-PEDIDOS-ALTERADOS-SW.
           DISPLAY 'PEDIDO DE COMPRA ' WRK-ULTIMO-NUMERO
               ' EMITIDO - PREVISTO PARA ' WRK-DATA-PREVISTA.

      *********** CANCELAMENTO: O SALDO AINDA NAO RECEBIDO DEIXA ***
      *********** DE SER ESPERADO; O JA RECEBIDO FICA NO ESTOQUE ***
       0400-CANCELAR-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO....... : ' WITH NO ADVANCING.
           ACCEPT WRK-NUMERO.
           PERFORM 0410-BUSCAR-PEDIDO.
           IF NOT WS-ACHADO
               DISPLAY 'PEDIDO NAO ENCONTRADO'
           ELSE
               IF WS-PED-SITUACAO(WS-IDX-PED) = 'A'
                  OR WS-PED-SITUACAO(WS-IDX-PED) = 'P'
                   MOVE 'C' TO WS-PED-SITUACAO(WS-IDX-PED)
                   MOVE 'S' TO WS-PEDIDOS-ALTERADOS-SW
                   DISPLAY 'PEDIDO ' WRK-NUMERO ' CANCELADO'
               ELSE
                   DISPLAY 'PEDIDO JA RECEBIDO OU CANCELADO - NADA '
                       'ALTERADO'
               END-IF
           END-IF.

       0410-BUSCAR-PEDIDO.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0412-COMPARAR-PEDIDO
               VARYING WS-IDX-PED FROM 1 BY 1
               UNTIL WS-IDX-PED > WS-QTD-PEDIDOS
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-PED DOWN BY 1
           END-IF.

       0412-COMPARAR-PEDIDO.
           IF WS-PED-NUMERO(WS-IDX-PED) = WRK-NUMERO
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** LIMITE DO PRODUTO/FILIAL: INCLUI OU SUBSTITUI ****
       0500-MANTER-LIMITE.
           DISPLAY 'PRODUTO................ : ' WITH NO ADVANCING.
           ACCEPT WRK-PRODUTO.
           MOVE FUNCTION UPPER-CASE(WRK-PRODUTO) TO WRK-PRODUTO.
           DISPLAY 'FILIAL................. : ' WITH NO ADVANCING.
           ACCEPT WRK-FILIAL.
           DISPLAY 'ESTOQUE MINIMO......... : ' WITH NO ADVANCING.
           ACCEPT WRK-MINIMO.
           DISPLAY 'ESTOQUE MAXIMO......... : ' WITH NO ADVANCING.
           ACCEPT WRK-MAXIMO.
           DISPLAY 'FORNECEDOR PREFERENCIAL : ' WITH NO ADVANCING.
           ACCEPT WRK-FORNECEDOR.
           MOVE FUNCTION UPPER-CASE(WRK-FORNECEDOR) TO WRK-FORNECEDOR.
           PERFORM 0330-BUSCAR-PRODUTO.
           IF NOT WS-ACHADO
               DISPLAY 'PRODUTO INEXISTENTE OU INATIVO - NADA GRAVADO'
           ELSE
               IF WRK-FILIAL = SPACES OR WRK-MAXIMO = ZEROS
                  OR WRK-MINIMO > WRK-MAXIMO
                   DISPLAY 'FILIAL EM BRANCO OU MINIMO/MAXIMO '
                       'INCOERENTES - NADA GRAVADO'
               ELSE
                   PERFORM 0510-GRAVAR-LIMITE
               END-IF
           END-IF.

       0510-GRAVAR-LIMITE.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0512-COMPARAR-LIMITE
               VARYING WS-IDX-LIM FROM 1 BY 1
               UNTIL WS-IDX-LIM > WS-QTD-LIMITES
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-LIM DOWN BY 1
           ELSE
               IF WS-QTD-LIMITES < 500
                   ADD 1 TO WS-QTD-LIMITES
                   SET WS-IDX-LIM TO WS-QTD-LIMITES
                   MOVE WRK-PRODUTO TO WS-LIM-PRODUTO(WS-IDX-LIM)
                   MOVE WRK-FILIAL  TO WS-LIM-FILIAL(WS-IDX-LIM)
                   MOVE 'S' TO WS-ACHADO-SW
               ELSE
                   DISPLAY 'TABELA DE LIMITES CHEIA - NADA GRAVADO'
               END-IF
           END-IF.
           IF WS-ACHADO
               MOVE WRK-MINIMO     TO WS-LIM-MINIMO(WS-IDX-LIM)
               MOVE WRK-MAXIMO     TO WS-LIM-MAXIMO(WS-IDX-LIM)
               MOVE WRK-FORNECEDOR TO WS-LIM-FORNECEDOR(WS-IDX-LIM)
               MOVE 'S' TO WS-LIMITES-ALTERADOS-SW
               DISPLAY 'LIMITE ' WRK-PRODUTO ' ' WRK-FILIAL
                   ' GRAVADO'
           END-IF.

       0512-COMPARAR-LIMITE.
           IF WS-LIM-PRODUTO(WS-IDX-LIM) = WRK-PRODUTO
              AND WS-LIM-FILIAL(WS-IDX-LIM) = WRK-FILIAL
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0600-LISTAR-LIMITES.
           PERFORM 0610-EXIBIR-LIMITE
               VARYING WS-IDX-LIM FROM 1 BY 1
               UNTIL WS-IDX-LIM > WS-QTD-LIMITES.
           DISPLAY 'LIMITES CADASTRADOS.... : ' WS-QTD-LIMITES.

       0610-EXIBIR-LIMITE.
           DISPLAY WS-LIM-PRODUTO(WS-IDX-LIM) ' '
               WS-LIM-FILIAL(WS-IDX-LIM) ' MIN='
               WS-LIM-MINIMO(WS-IDX-LIM) ' MAX='
               WS-LIM-MAXIMO(WS-IDX-LIM) ' FORN='
               WS-LIM-FORNECEDOR(WS-IDX-LIM).

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

       0750-REGRAVAR-LIMITES.
           OPEN OUTPUT STOCK-LIMIT-FILE.
           PERFORM 0760-GRAVAR-LIMITE
               VARYING WS-IDX-LIM FROM 1 BY 1
               UNTIL WS-IDX-LIM > WS-QTD-LIMITES.
           CLOSE STOCK-LIMIT-FILE.

       0760-GRAVAR-LIMITE.
           MOVE SPACES TO STOCK-LIMIT-REC.
           MOVE WS-LIM-PRODUTO(WS-IDX-LIM)    TO LI-PRODUTO.
           MOVE WS-LIM-FILIAL(WS-IDX-LIM)     TO LI-FILIAL.
           MOVE WS-LIM-MINIMO(WS-IDX-LIM)     TO LI-MINIMO.
           MOVE WS-LIM-MAXIMO(WS-IDX-LIM)     TO LI-MAXIMO.
           MOVE WS-LIM-FORNECEDOR(WS-IDX-LIM) TO LI-FORNECEDOR.
           WRITE STOCK-LIMIT-REC.
