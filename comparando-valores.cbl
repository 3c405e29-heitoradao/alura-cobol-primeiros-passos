      ***                    PROCESSAMENTO DO PROCDATE
      ***                    (PRGCOB82); SEM O CONTROLE, VALE O
      ***                    RELOGIO COMO ANTES
      ***   15/10/2026 HJR   NO MODO LOTE O NUMERO DA COTACAO
      ***                    PASSA A SER GRAVADO NO CABECALHO DO
      ***                    PEDIDO (OR-NUMERO-COTACAO), QUE FICA
      ***                    COMO COTADO (C) NO ORDERS REGRAVADO
      ***                    AO FINAL DO LOTE; PEDIDO JA COTADO
      ***                    OU JA ATENDIDO NAO E COTADO DE NOVO
      ***   15/10/2026 HJR   SO SAO COTADAS AS TRANSPORTADORAS
      ***                    DA TABELA DE FRETE CADASTRADAS E
      ***                    ATIVAS NO CADASTRO TRANSPOR
      ***                    (PRGCOB02); AS DEMAIS SAO RETIRADAS
      ***                    DA LISTA DE COTACAO COM AVISO
      ******************************************************

       ENVIRONMENT DIVISION.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CARRIER-FILE ASSIGN TO 'TRANSPOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSPOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       FD  CARRIER-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY 'TRANSPOR.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-PRODUTO     PIC X(20)     VALUE SPACES.
       77  WRK-VALOR       PIC 9(06)V99  VALUE ZEROS.
           02 WS-TRANSP-CODIGO   PIC X(03) OCCURS 10 TIMES
                   INDEXED BY WS-IDX-TRANSP.
       77  WS-BUSCA-CARRIER      PIC X(03)      VALUE SPACES.
      *********** CADASTRO DE TRANSPORTADORAS (TRANSPOR): SO ******
      *********** TRANSPORTADORA CADASTRADA E ATIVA E COTADA ******
       77  WS-TRANSPOR-STATUS    PIC X(02)      VALUE SPACES.
       77  WS-FIM-TRANSPOR-SW    PIC X(01)      VALUE 'N'.
           88 WS-FIM-TRANSPOR                   VALUE 'S'.
       77  WS-TRANSP-ATIVA-SW    PIC X(01)      VALUE 'N'.
           88 WS-TRANSP-ATIVA                   VALUE 'S'.
       77  WS-QTD-TRANSP-VALIDAS PIC 9(02)      VALUE ZEROS.
       01  WS-TABELA-CADASTRO-TRANSP.
           02 WS-QTD-CAD-TRANSP  PIC 9(03)      VALUE ZEROS.
           02 WS-CAD-TRANSP-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-CAD-TRANSP.
               03 WS-CAD-TRANSP-CODIGO PIC X(03).
               03 WS-CAD-TRANSP-ATIVO  PIC X(01).
       77  WS-TRANSP-JA-REG-SW   PIC X(01)      VALUE 'N'.
           88 WS-TRANSP-JA-REG                  VALUE 'S'.
       77  WS-UF-COBERTA-SW      PIC X(01)      VALUE 'N'.
       77  WS-HORA-INICIO        PIC 9(08)      VALUE ZEROS.
       77  WS-HORA-FIM           PIC 9(08)      VALUE ZEROS.
       77  WS-QTD-PED-IGNORADOS  PIC 9(04)      VALUE ZEROS.
       77  WS-QTD-PED-JA-COTADOS PIC 9(04)      VALUE ZEROS.
       77  WS-QTD-PED-COTADOS    PIC 9(04)      VALUE ZEROS.
       77  WS-ORDERS-CHEIO-SW    PIC X(01)      VALUE 'N'.
           88 WS-ORDERS-CHEIO                   VALUE 'S'.
       77  WRK-IDX-LINHA         PIC 9(04)      VALUE ZEROS.
       77  WRK-IDX-CABECALHO     PIC 9(04)      VALUE ZEROS.
       01  WS-TABELA-ORDERS.
           02 WS-QTD-LINHAS      PIC 9(04)      VALUE ZEROS.
           02 WS-LINHA-ENTRY OCCURS 2000 TIMES.
               03 WS-LINHA-ORDERS     PIC X(42).
               03 WS-LINHA-COTACAO    PIC 9(06).
       77  WS-FIM-ICMS-SW        PIC X(01)      VALUE 'N'.
           88 WS-FIM-ICMS                       VALUE 'S'.
       77  WS-ICMS-ACHADO-SW     PIC X(01)      VALUE 'N'.
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM 0005-LER-DATA-PROCESSO
           MOVE WS-DATA-PROCESSO TO WS-DATA-HOJE
           PERFORM 0006-CARREGAR-TRANSPORTADORAS
           PERFORM 0010-CARREGAR-TABELA-FRETE
           PERFORM 0019-FILTRAR-TRANSPORTADORAS
           PERFORM 0041-CARREGAR-PRODUTOS
           PERFORM 0070-CARREGAR-TABELA-ICMS

           END-IF
           .

      *********** CADASTRO DE TRANSPORTADORAS (PRGCOB02); SEM *****
      *********** O CADASTRO NENHUMA TRANSPORTADORA E COTADA ******
       0006-CARREGAR-TRANSPORTADORAS.
           OPEN INPUT CARRIER-FILE
           IF WS-TRANSPOR-STATUS = '00'
               PERFORM 0007-LER-TRANSPORTADORA
               PERFORM 0008-ARMAZENAR-TRANSPORTADORA
                   UNTIL WS-FIM-TRANSPOR
               CLOSE CARRIER-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO TRANSPOR AUSENTE - NENHUMA '
                   'TRANSPORTADORA SERA COTADA'
           END-IF
           .

       0007-LER-TRANSPORTADORA.
           READ CARRIER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-TRANSPOR-SW
           END-READ
           .

       0008-ARMAZENAR-TRANSPORTADORA.
           IF WS-QTD-CAD-TRANSP < 300
               ADD 1 TO WS-QTD-CAD-TRANSP
               MOVE TP-CODIGO
                   TO WS-CAD-TRANSP-CODIGO(WS-QTD-CAD-TRANSP)
               MOVE TP-ATIVO
                   TO WS-CAD-TRANSP-ATIVO(WS-QTD-CAD-TRANSP)
           ELSE
               DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA - REGISTRO '
                   'IGNORADO'
           END-IF
           PERFORM 0007-LER-TRANSPORTADORA
           .

       0055-MODO-INTERATIVO.
           DISPLAY 'UF DE ORIGEM (BRANCO = SP MATRIZ): '
           ACCEPT WRK-UF-ORIGEM
               PERFORM 0063-PROCESSAR-REGISTRO
                   UNTIL WS-FIM-ORDERS
               CLOSE ORDERS-FILE
               PERFORM 0067-REGRAVAR-ORDERS
               MOVE WS-TOTAL-FRETE-LOTE TO WS-TOTAL-FRETE-LT-ED
               DISPLAY '======= RESUMO DO LOTE DE PEDIDOS ======='
               DISPLAY 'PEDIDOS PROCESSADOS.. : ' WS-QTD-PEDIDOS
               DISPLAY 'JA COTADOS/ATENDIDOS. : '
                   WS-QTD-PED-JA-COTADOS
               DISPLAY 'FRETE TOTAL DO LOTE.. : '
                   WS-TOTAL-FRETE-LT-ED
               DISPLAY '=========================================='
           .

       0063-PROCESSAR-REGISTRO.
           PERFORM 0065-GUARDAR-LINHA
           EVALUATE TRUE
               WHEN OR-TIPO-HEADER
                   PERFORM 0062-INICIALIZAR-PEDIDO
           END-IF
           MOVE OR-CUPOM TO WRK-CUPOM
           MOVE FUNCTION UPPER-CASE(WRK-CUPOM) TO WRK-CUPOM
           MOVE WRK-IDX-LINHA TO WRK-IDX-CABECALHO
           PERFORM 0025-VERIFICAR-COBERTURA
           EVALUATE TRUE
               WHEN OR-COTADO OR OR-ATENDIDO
                   MOVE 'N' TO WS-PEDIDO-VALIDO-SW
                   ADD 1 TO WS-QTD-PED-JA-COTADOS
               WHEN WS-UF-COBERTA
                   MOVE 'S' TO WS-PEDIDO-VALIDO-SW
               WHEN OTHER
                   MOVE 'N' TO WS-PEDIDO-VALIDO-SW
                   ADD 1 TO WS-QTD-PED-IGNORADOS
                   DISPLAY 'PEDIDO IGNORADO - SEM ENTREGA NA UF '
                       WRK-UF
           END-EVALUATE
           .

       0064-PROCESSAR-ITEM-LOTE.

       0066-FECHAR-PEDIDO-LOTE.
           PERFORM 0052-FECHAR-PEDIDO
           IF WRK-IDX-CABECALHO > ZEROS
               MOVE WRK-NUMERO-COTACAO
                   TO WS-LINHA-COTACAO(WRK-IDX-CABECALHO)
               ADD 1 TO WS-QTD-PED-COTADOS
           END-IF
           ADD 1 TO WS-QTD-PEDIDOS
           ADD WRK-FRETE TO WS-TOTAL-FRETE-LOTE
           MOVE WRK-FRETE TO WRK-VALOR-ED
               ' FRETE ' WRK-VALOR-ED
           .

      *********** GUARDA CADA LINHA DO ORDERS PARA A REGRAVACAO **
      *********** COM A COTACAO NO CABECALHO; SEM ESPACO NA *******
      *********** TABELA O ARQUIVO NAO E REGRAVADO ****************
       0065-GUARDAR-LINHA.
           MOVE ZEROS TO WRK-IDX-LINHA
           IF WS-QTD-LINHAS < 2000
               ADD 1 TO WS-QTD-LINHAS
               MOVE WS-QTD-LINHAS TO WRK-IDX-LINHA
               MOVE ORDER-REC TO WS-LINHA-ORDERS(WRK-IDX-LINHA)
               MOVE ZEROS TO WS-LINHA-COTACAO(WRK-IDX-LINHA)
           ELSE
               MOVE 'S' TO WS-ORDERS-CHEIO-SW
           END-IF
           .

      *********** REGRAVA O ORDERS MARCANDO COMO COTADO (C) CADA **
      *********** PEDIDO QUE RECEBEU COTACAO NESTE LOTE ************
       0067-REGRAVAR-ORDERS.
           EVALUATE TRUE
               WHEN WS-QTD-PED-COTADOS = ZEROS
                   CONTINUE
               WHEN WS-ORDERS-CHEIO
                   DISPLAY 'AVISO: ORDERS COM MAIS DE 2000 LINHAS - '
                       'COTACOES NAO GRAVADAS NOS PEDIDOS'
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               WHEN OTHER
                   OPEN OUTPUT ORDERS-FILE
                   IF WS-ORDERS-STATUS NOT = '00'
                       DISPLAY 'ERRO AO REGRAVAR ORDERS - STATUS '
                           WS-ORDERS-STATUS
                       MOVE 8 TO WRK-RETORNO
                   ELSE
                       PERFORM 0068-GRAVAR-LINHA-PEDIDO
                           VARYING WRK-IDX-LINHA FROM 1 BY 1
                           UNTIL WRK-IDX-LINHA > WS-QTD-LINHAS
                       CLOSE ORDERS-FILE
                       DISPLAY 'PEDIDOS MARCADOS COTADOS : '
                           WS-QTD-PED-COTADOS
                   END-IF
           END-EVALUATE
           .

       0068-GRAVAR-LINHA-PEDIDO.
           MOVE WS-LINHA-ORDERS(WRK-IDX-LINHA) TO ORDER-REC
           IF WS-LINHA-COTACAO(WRK-IDX-LINHA) > ZEROS
               MOVE WS-LINHA-COTACAO(WRK-IDX-LINHA)
                   TO OR-NUMERO-COTACAO
               MOVE 'C' TO OR-SITUACAO
           END-IF
           WRITE ORDER-REC
           .

      *********** CAPTURA DE CADA ITEM DO CARRINHO: COM O ********
      *********** CADASTRO CARREGADO O OPERADOR INFORMA O ********
      *********** CODIGO DO PRODUTO; SEM ELE, O NOME LIVRE *******
           END-IF
           .

      *********** RETIRA DA LISTA DE COTACAO AS TRANSPORTADORAS **
      *********** DA TABELA DE FRETE FORA DO CADASTRO OU INATIVAS *
       0019-FILTRAR-TRANSPORTADORAS.
           MOVE ZEROS TO WS-QTD-TRANSP-VALIDAS
           PERFORM 0011-VALIDAR-TRANSPORTADORA
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR > WS-QTD-TRANSP
           MOVE WS-QTD-TRANSP-VALIDAS TO WS-QTD-TRANSP
           IF WS-QTD-TRANSP = ZEROS
               DISPLAY 'AVISO: NENHUMA TRANSPORTADORA DA TABELA DE '
                   'FRETE ESTA ATIVA NO CADASTRO'
           END-IF
           .

       0011-VALIDAR-TRANSPORTADORA.
           MOVE 'N' TO WS-TRANSP-ATIVA-SW
           PERFORM 0013-COMPARAR-CADASTRO
               VARYING WS-IDX-CAD-TRANSP FROM 1 BY 1
               UNTIL WS-IDX-CAD-TRANSP > WS-QTD-CAD-TRANSP
                  OR WS-TRANSP-ATIVA
           IF WS-TRANSP-ATIVA
               ADD 1 TO WS-QTD-TRANSP-VALIDAS
               MOVE WS-TRANSP-CODIGO(WRK-IDX-CAR)
                   TO WS-TRANSP-CODIGO(WS-QTD-TRANSP-VALIDAS)
           ELSE
               DISPLAY 'TRANSPORTADORA ' WS-TRANSP-CODIGO(WRK-IDX-CAR)
                   ' NAO CADASTRADA OU INATIVA - NAO SERA COTADA'
           END-IF
           .

       0013-COMPARAR-CADASTRO.
           IF WS-CAD-TRANSP-CODIGO(WS-IDX-CAD-TRANSP)
                  = WS-TRANSP-CODIGO(WRK-IDX-CAR)
              AND WS-CAD-TRANSP-ATIVO(WS-IDX-CAD-TRANSP) = 'S'
               MOVE 'S' TO WS-TRANSP-ATIVA-SW
           END-IF
           .

      *********** TABELA PADRAO DOS 27 ESTADOS *******************
      *** UF / TAXA SOBRE VALOR / TAXA POR QUILO ******************
       0016-TABELA-FRETE-PADRAO.
