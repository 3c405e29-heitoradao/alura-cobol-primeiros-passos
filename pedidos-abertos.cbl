       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB92.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = RELATORIO DE PEDIDOS EM ABERTO:
      ***                            LISTA OS PEDIDOS DO ORDERS JA
      ***                            COTADOS (C) PELO PRGCOB08 E
      ***                            AINDA NAO ATENDIDOS EM VENDA
      ***                            NO PRGCOB18, COM A COTACAO, O
      ***                            STATUS DO QUOTSTAT E OS DIAS
      ***                            PARADOS; CONTA OS PEDIDOS
      ***                            AINDA SEM COTACAO; E LISTA AS
      ***                            VENDAS DA COMPETENCIA GRAVADAS
      ***                            NO SALESDET SEM PEDIDO
      ***                            (SD-PEDIDO ZERADO), COM O
      ***                            TOTAL DAS VENDAS COM PEDIDO
      ***                            PARA COMPARACAO (PEDABREL)
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
           SELECT ORDERS-FILE ASSIGN TO 'ORDERS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SALESDET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESDET-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT QUOTE-STATUS-FILE ASSIGN TO 'QUOTSTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-NUMERO
               FILE STATUS IS WS-QSTAT-STATUS.
           SELECT OPEN-ORDERS-REPORT ASSIGN TO 'PEDABREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY 'ORDERS.COB'.

       FD  SALES-DETAIL-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SALESDET.COB'.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 56 CHARACTERS.
           COPY 'PRODMAST.COB'.

       FD  QUOTE-STATUS-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY 'QUOTSTAT.COB'.

       FD  OPEN-ORDERS-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  OPEN-ORDERS-LINE      PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-ORDERS-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-SALESDET-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PRODMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-QSTAT-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ORDERS-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-ORDERS                    VALUE 'S'.
       77  WS-FIM-SALESDET-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-SALESDET                  VALUE 'S'.
       77  WS-FIM-PRODMAST-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-PRODMAST                  VALUE 'S'.
       77  WS-PROD-ACHADO-SW     PIC X(01)     VALUE 'N'.
           88 WS-PROD-ACHADO                   VALUE 'S'.
       77  WS-QUOTSTAT-ABERTO-SW PIC X(01)     VALUE 'N'.
           88 WS-QUOTSTAT-ABERTO               VALUE 'S'.
       77  WS-PEDIDO-ABERTO-SW   PIC X(01)     VALUE 'N'.
           88 WS-PEDIDO-ABERTO                 VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-COMPETENCIA-SD    PIC 9(06)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-ITEM-CODIGO       PIC X(06)     VALUE SPACES.
       77  WRK-ITEM-VALOR        PIC 9(08)V99  VALUE ZEROS.
       77  WRK-PERC-DESCONTO     PIC 9(02)     VALUE ZEROS.
       77  WRK-PED-NUMERO        PIC 9(06)     VALUE ZEROS.
       77  WRK-PED-COTACAO       PIC 9(06)     VALUE ZEROS.
       77  WRK-PED-UF            PIC X(02)     VALUE SPACES.
       77  WRK-PED-ORIGEM        PIC X(02)     VALUE SPACES.
       77  WRK-PED-ITENS         PIC 9(03)     VALUE ZEROS.
       77  WRK-PED-BRUTO         PIC 9(08)V99  VALUE ZEROS.
       77  WRK-PED-LIQUIDO       PIC 9(08)V99  VALUE ZEROS.
       77  WRK-DIAS-PARADO       PIC S9(05)    VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-LINHAS         PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-ABERTOS        PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-PENDENTES      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-ATENDIDOS      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-SEM-PEDIDO     PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-COM-PEDIDO     PIC 9(06)     VALUE ZEROS.
       77  WS-TOTAL-ABERTO       PIC S9(10)V99 VALUE ZEROS.
       77  WS-TOTAL-SEM-PEDIDO   PIC S9(10)V99 VALUE ZEROS.
       77  WS-TOTAL-COM-PEDIDO   PIC S9(10)V99 VALUE ZEROS.

      *********** PRECOS DO CADASTRO DE PRODUTOS (PRODMAST) *******
       01  WS-TABELA-PRODUTOS.
           02 WS-QTD-PRODUTOS    PIC 9(03)     VALUE ZEROS.
           02 WS-PROD-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-IDX-PROD.
               03 WS-PROD-CODIGO      PIC X(06).
               03 WS-PROD-VALOR       PIC 9(06)V99.
               03 WS-PROD-ATIVO       PIC X(01).

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(40) VALUE
              'PEDIDOS EM ABERTO E VENDAS SEM PEDIDO   '.
           02 FILLER             PIC X(06) VALUE 'DATA: '.
           02 WC1-DATA           PIC 9(08).
           02 FILLER             PIC X(15) VALUE '  COMPETENCIA: '.
           02 WC1-COMPETENCIA    PIC 9(06).
       01  WS-TITULO-SECAO.
           02 WTS-TITULO         PIC X(80).
       01  WS-CABECALHO-PEDIDO.
           02 FILLER             PIC X(40) VALUE
              'PEDIDO COTACAO UF OR ITE          VALOR '.
           02 FILLER             PIC X(40) VALUE
              'S     DATA DIAS TRP'.
       01  WS-LINHA-PEDIDO.
           02 WLP-NUMERO         PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-COTACAO        PIC 9(06).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLP-UF             PIC X(02).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-ORIGEM         PIC X(02).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-ITENS          PIC ZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-STATUS         PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-DATA           PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-DIAS           PIC ZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-TRANSP         PIC X(03).
       01  WS-CABECALHO-VENDA.
           02 FILLER             PIC X(33) VALUE
              '    DATA   SEQ VEND  FIL CLIENT C'.
           02 FILLER             PIC X(15) VALUE
              '          VALOR'.
       01  WS-LINHA-VENDA.
           02 WLV-DATA           PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLV-SEQUENCIA      PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLV-VENDEDOR       PIC X(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLV-FILIAL         PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLV-CLIENTE        PIC X(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLV-COND           PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLV-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-RESUMO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLR-ROTULO         PIC X(34).
           02 WLR-QTDE           PIC ZZZZZ9.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLR-VALOR          PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           DISPLAY 'COMPETENCIA DAS VENDAS (AAAAMM, 0=MES ATUAL): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA = ZEROS
               COMPUTE WRK-COMPETENCIA = WS-DATA-PROCESSO / 100
           END-IF.
           COMPUTE WRK-ANO = WRK-COMPETENCIA / 100.
           COMPUTE WRK-MES = WRK-COMPETENCIA - WRK-ANO * 100.
           IF WRK-ANO < 2000 OR WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - RELATORIO NAO EMITIDO'
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0050-CARREGAR-PRODUTOS
               OPEN OUTPUT OPEN-ORDERS-REPORT
               MOVE WS-DATA-PROCESSO TO WC1-DATA
               MOVE WRK-COMPETENCIA  TO WC1-COMPETENCIA
               WRITE OPEN-ORDERS-LINE FROM WS-CABECALHO-1
               WRITE OPEN-ORDERS-LINE FROM WS-LINHA-SEPARADOR
               PERFORM 0100-LISTAR-PEDIDOS-ABERTOS
               PERFORM 0200-LISTAR-VENDAS-SEM-PEDIDO
               PERFORM 0800-IMPRIMIR-RESUMO
               CLOSE OPEN-ORDERS-REPORT
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

      *********** PRECOS DO PRODMAST PARA VALORIZAR OS PEDIDOS; ****
      *********** AUSENTE, VALE O VALOR GRAVADO NO ITEM DO PEDIDO **
       0050-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODMAST-STATUS = '00'
               PERFORM 0052-LER-PRODUTO
               PERFORM 0054-ARMAZENAR-PRODUTO
                   UNTIL WS-FIM-PRODMAST
               CLOSE PRODUCT-MASTER-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO PRODMAST AUSENTE - PEDIDO '
                   'VALORIZADO PELO VALOR DO ITEM'
           END-IF.

       0052-LER-PRODUTO.
           READ PRODUCT-MASTER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-PRODMAST-SW
           END-READ.

       0054-ARMAZENAR-PRODUTO.
           IF WS-QTD-PRODUTOS < 200
               ADD 1 TO WS-QTD-PRODUTOS
               MOVE PM-CODIGO     TO WS-PROD-CODIGO(WS-QTD-PRODUTOS)
               MOVE PM-VALOR-UNIT TO WS-PROD-VALOR(WS-QTD-PRODUTOS)
               MOVE PM-ATIVO      TO WS-PROD-ATIVO(WS-QTD-PRODUTOS)
           ELSE
               DISPLAY 'TABELA DE PRODUTOS CHEIA - REGISTRO IGNORADO'
           END-IF.
           PERFORM 0052-LER-PRODUTO.

      *********** PEDIDOS COTADOS E NAO ATENDIDOS: UMA LINHA POR ***
      *********** PEDIDO, IMPRESSA NO FIM (F) DO PEDIDO, COM O *****
      *********** STATUS DA COTACAO NO QUOTSTAT; PEDIDO SEM *******
      *********** COTACAO OU JA ATENDIDO SO E CONTADO *************
       0100-LISTAR-PEDIDOS-ABERTOS.
           MOVE 'PEDIDOS COTADOS E AINDA NAO ATENDIDOS EM VENDA'
               TO WTS-TITULO.
           WRITE OPEN-ORDERS-LINE FROM WS-TITULO-SECAO.
           WRITE OPEN-ORDERS-LINE FROM WS-CABECALHO-PEDIDO.
           OPEN INPUT ORDERS-FILE.
           IF WS-ORDERS-STATUS NOT = '00'
               DISPLAY 'ORDERS NAO DISPONIVEL - SEM PEDIDOS A LISTAR'
               MOVE 'PRGCOB92' TO EL-PROGRAMA
               MOVE '0100-LISTAR-PEDIDOS' TO EL-PARAGRAFO
               MOVE 'ORDERS NAO DISPONIVEL NO RELATORIO DE PEDIDOS'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           ELSE
               OPEN INPUT QUOTE-STATUS-FILE
               IF WS-QSTAT-STATUS = '00'
                   MOVE 'S' TO WS-QUOTSTAT-ABERTO-SW
               ELSE
                   DISPLAY 'AVISO: QUOTSTAT INDISPONIVEL - PEDIDOS '
                       'SEM STATUS DA COTACAO'
               END-IF
               PERFORM 0105-LER-PEDIDO
               PERFORM 0110-TRATAR-REGISTRO-PEDIDO
                   UNTIL WS-FIM-ORDERS
               IF WS-PEDIDO-ABERTO
                   PERFORM 0140-IMPRIMIR-PEDIDO
               END-IF
               CLOSE ORDERS-FILE
               IF WS-QUOTSTAT-ABERTO
                   CLOSE QUOTE-STATUS-FILE
               END-IF
           END-IF.
           WRITE OPEN-ORDERS-LINE FROM WS-LINHA-SEPARADOR.

       0105-LER-PEDIDO.
           READ ORDERS-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ORDERS-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0110-TRATAR-REGISTRO-PEDIDO.
           EVALUATE TRUE
               WHEN OR-TIPO-HEADER
                   IF WS-PEDIDO-ABERTO
                       PERFORM 0140-IMPRIMIR-PEDIDO
                   END-IF
                   PERFORM 0120-INICIAR-PEDIDO
               WHEN OR-TIPO-ITEM
                   IF WS-PEDIDO-ABERTO
                       PERFORM 0130-SOMAR-ITEM
                   END-IF
               WHEN OR-TIPO-FIM
                   IF WS-PEDIDO-ABERTO
                       PERFORM 0140-IMPRIMIR-PEDIDO
                   END-IF
           END-EVALUATE.
           PERFORM 0105-LER-PEDIDO.

       0120-INICIAR-PEDIDO.
           MOVE 'N' TO WS-PEDIDO-ABERTO-SW.
           EVALUATE TRUE
               WHEN OR-COTADO
                   MOVE 'S' TO WS-PEDIDO-ABERTO-SW
                   MOVE ZEROS TO WRK-PED-NUMERO
                   IF OR-NUMERO IS NUMERIC
                       MOVE OR-NUMERO TO WRK-PED-NUMERO
                   END-IF
                   MOVE ZEROS TO WRK-PED-COTACAO
                   IF OR-NUMERO-COTACAO IS NUMERIC
                       MOVE OR-NUMERO-COTACAO TO WRK-PED-COTACAO
                   END-IF
                   MOVE OR-UF     TO WRK-PED-UF
                   MOVE OR-ORIGEM TO WRK-PED-ORIGEM
                   MOVE ZEROS     TO WRK-PED-ITENS
                   MOVE ZEROS     TO WRK-PED-BRUTO
                   EVALUATE OR-CUPOM
                       WHEN 'DESC10'
                           MOVE 10 TO WRK-PERC-DESCONTO
                       WHEN 'DESC20'
                           MOVE 20 TO WRK-PERC-DESCONTO
                       WHEN OTHER
                           MOVE ZEROS TO WRK-PERC-DESCONTO
                   END-EVALUATE
               WHEN OR-ATENDIDO
                   ADD 1 TO WS-QTD-ATENDIDOS
               WHEN OTHER
                   ADD 1 TO WS-QTD-PENDENTES
           END-EVALUATE.

      *********** ITEM PELO PRECO DO PRODMAST (PRODUTO ATIVO) *****
      *********** VEZES A QUANTIDADE, COMO NA VENDA DO PEDIDO *****
       0130-SOMAR-ITEM.
           MOVE ZEROS TO WRK-ITEM-VALOR.
           IF WS-QTD-PRODUTOS > ZEROS
               MOVE OR-ITEM-CODIGO TO WRK-ITEM-CODIGO
               PERFORM 0132-BUSCAR-PRODUTO
               IF WS-PROD-ACHADO
                  AND WS-PROD-ATIVO(WS-IDX-PROD) = 'S'
                  AND OR-ITEM-QTDE IS NUMERIC
                   COMPUTE WRK-ITEM-VALOR =
                       WS-PROD-VALOR(WS-IDX-PROD) * OR-ITEM-QTDE
               END-IF
           ELSE
               IF OR-ITEM-VALOR IS NUMERIC
                   MOVE OR-ITEM-VALOR TO WRK-ITEM-VALOR
               END-IF
           END-IF.
           IF WRK-ITEM-VALOR > ZEROS
               ADD 1 TO WRK-PED-ITENS
               ADD WRK-ITEM-VALOR TO WRK-PED-BRUTO
           END-IF.

       0132-BUSCAR-PRODUTO.
           MOVE 'N' TO WS-PROD-ACHADO-SW.
           PERFORM 0134-COMPARAR-PRODUTO
               VARYING WS-IDX-PROD FROM 1 BY 1
               UNTIL WS-IDX-PROD > WS-QTD-PRODUTOS
                  OR WS-PROD-ACHADO.
           IF WS-PROD-ACHADO
               SET WS-IDX-PROD DOWN BY 1
           END-IF.

       0134-COMPARAR-PRODUTO.
           IF WS-PROD-CODIGO(WS-IDX-PROD) = WRK-ITEM-CODIGO
               MOVE 'S' TO WS-PROD-ACHADO-SW
           END-IF.

      *********** LINHA DO PEDIDO EM ABERTO, COM O STATUS DA ******
      *********** COTACAO E OS DIAS DESDE A ULTIMA ATUALIZACAO ****
       0140-IMPRIMIR-PEDIDO.
           MOVE 'N' TO WS-PEDIDO-ABERTO-SW.
           COMPUTE WRK-PED-LIQUIDO =
               WRK-PED-BRUTO
               - (WRK-PED-BRUTO * WRK-PERC-DESCONTO / 100).
           MOVE WRK-PED-NUMERO  TO WLP-NUMERO.
           MOVE WRK-PED-COTACAO TO WLP-COTACAO.
           MOVE WRK-PED-UF      TO WLP-UF.
           MOVE WRK-PED-ORIGEM  TO WLP-ORIGEM.
           MOVE WRK-PED-ITENS   TO WLP-ITENS.
           MOVE WRK-PED-LIQUIDO TO WLP-VALOR.
           MOVE '?'    TO WLP-STATUS.
           MOVE ZEROS  TO WLP-DATA.
           MOVE ZEROS  TO WLP-DIAS.
           MOVE SPACES TO WLP-TRANSP.
           IF WS-QUOTSTAT-ABERTO AND WRK-PED-COTACAO > ZEROS
               MOVE WRK-PED-COTACAO TO QT-NUMERO
               READ QUOTE-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0145-DADOS-COTACAO
               END-READ
           END-IF.
           WRITE OPEN-ORDERS-LINE FROM WS-LINHA-PEDIDO.
           ADD 1 TO WS-QTD-LINHAS.
           ADD 1 TO WS-QTD-ABERTOS.
           ADD WRK-PED-LIQUIDO TO WS-TOTAL-ABERTO.

       0145-DADOS-COTACAO.
           MOVE QT-STATUS         TO WLP-STATUS.
           MOVE QT-TRANSPORTADORA TO WLP-TRANSP.
           MOVE QT-DATA-ATUALIZACAO TO WLP-DATA.
           IF QT-DATA-ATUALIZACAO > ZEROS
              AND QT-DATA-ATUALIZACAO NOT > WS-DATA-PROCESSO
               COMPUTE WRK-DIAS-PARADO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
                   - FUNCTION INTEGER-OF-DATE(QT-DATA-ATUALIZACAO)
               MOVE WRK-DIAS-PARADO TO WLP-DIAS
           END-IF.

      *********** VENDAS (V) DA COMPETENCIA SEM PEDIDO: SD-PEDIDO **
      *********** ZERADO OU AUSENTE (REGISTRO ANTERIOR AO CAMPO); **
      *********** AS COM PEDIDO SO ENTRAM NO TOTAL *****************
       0200-LISTAR-VENDAS-SEM-PEDIDO.
           MOVE 'VENDAS DA COMPETENCIA SEM PEDIDO' TO WTS-TITULO.
           WRITE OPEN-ORDERS-LINE FROM WS-TITULO-SECAO.
           WRITE OPEN-ORDERS-LINE FROM WS-CABECALHO-VENDA.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WS-SALESDET-STATUS NOT = '00'
               DISPLAY 'SALESDET NAO DISPONIVEL - SEM VENDAS A LISTAR'
               MOVE 'PRGCOB92' TO EL-PROGRAMA
               MOVE '0200-LISTAR-VENDAS' TO EL-PARAGRAFO
               MOVE 'SALESDET NAO DISPONIVEL NO RELATORIO DE PEDIDOS'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           ELSE
               PERFORM 0205-LER-VENDA
               PERFORM 0210-TRATAR-VENDA
                   UNTIL WS-FIM-SALESDET
               CLOSE SALES-DETAIL-FILE
           END-IF.
           WRITE OPEN-ORDERS-LINE FROM WS-LINHA-SEPARADOR.

       0205-LER-VENDA.
           READ SALES-DETAIL-FILE
               AT END
                   MOVE 'S' TO WS-FIM-SALESDET-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0210-TRATAR-VENDA.
           COMPUTE WRK-COMPETENCIA-SD = SD-DATA-CAPTURA / 100.
           IF SD-TIPO = 'V'
              AND WRK-COMPETENCIA-SD = WRK-COMPETENCIA
               IF SD-PEDIDO IS NUMERIC AND SD-PEDIDO > ZEROS
                   ADD 1 TO WS-QTD-COM-PEDIDO
                   ADD SD-VENDA TO WS-TOTAL-COM-PEDIDO
               ELSE
                   MOVE SD-DATA-CAPTURA TO WLV-DATA
                   MOVE SD-SEQUENCIA    TO WLV-SEQUENCIA
                   MOVE SD-VENDEDOR     TO WLV-VENDEDOR
                   MOVE SD-FILIAL       TO WLV-FILIAL
                   MOVE SD-CLIENTE      TO WLV-CLIENTE
                   MOVE SD-COND-PAGTO   TO WLV-COND
                   MOVE SD-VENDA        TO WLV-VALOR
                   WRITE OPEN-ORDERS-LINE FROM WS-LINHA-VENDA
                   ADD 1 TO WS-QTD-LINHAS
                   ADD 1 TO WS-QTD-SEM-PEDIDO
                   ADD SD-VENDA TO WS-TOTAL-SEM-PEDIDO
               END-IF
           END-IF.
           PERFORM 0205-LER-VENDA.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** RESUMO NO FIM DO RELATORIO E NO SYSOUT ***********
       0800-IMPRIMIR-RESUMO.
           MOVE 'PEDIDOS COTADOS EM ABERTO' TO WLR-ROTULO.
           MOVE WS-QTD-ABERTOS  TO WLR-QTDE.
           MOVE WS-TOTAL-ABERTO TO WLR-VALOR.
           WRITE OPEN-ORDERS-LINE FROM WS-LINHA-RESUMO.
           MOVE 'PEDIDOS AINDA SEM COTACAO' TO WLR-ROTULO.
           MOVE WS-QTD-PENDENTES TO WLR-QTDE.
           MOVE ZEROS TO WLR-VALOR.
           WRITE OPEN-ORDERS-LINE FROM WS-LINHA-RESUMO.
           MOVE 'PEDIDOS ATENDIDOS (A EXPURGAR)' TO WLR-ROTULO.
           MOVE WS-QTD-ATENDIDOS TO WLR-QTDE.
           MOVE ZEROS TO WLR-VALOR.
           WRITE OPEN-ORDERS-LINE FROM WS-LINHA-RESUMO.
           MOVE 'VENDAS DA COMPETENCIA SEM PEDIDO' TO WLR-ROTULO.
           MOVE WS-QTD-SEM-PEDIDO   TO WLR-QTDE.
           MOVE WS-TOTAL-SEM-PEDIDO TO WLR-VALOR.
           WRITE OPEN-ORDERS-LINE FROM WS-LINHA-RESUMO.
           MOVE 'VENDAS DA COMPETENCIA COM PEDIDO' TO WLR-ROTULO.
           MOVE WS-QTD-COM-PEDIDO   TO WLR-QTDE.
           MOVE WS-TOTAL-COM-PEDIDO TO WLR-VALOR.
           WRITE OPEN-ORDERS-LINE FROM WS-LINHA-RESUMO.
           DISPLAY 'PEDIDOS COTADOS EM ABERTO.... : ' WS-QTD-ABERTOS.
           DISPLAY 'PEDIDOS AINDA SEM COTACAO.... : '
               WS-QTD-PENDENTES.
           DISPLAY 'VENDAS SEM PEDIDO............ : '
               WS-QTD-SEM-PEDIDO.
           DISPLAY 'VENDAS COM PEDIDO............ : '
               WS-QTD-COM-PEDIDO.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB92'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-LINHAS      TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-ABERTO    TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
