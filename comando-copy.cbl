      ***                    COM A DATA ERRADA E QUEBRAVA O
      ***                    CASAMENTO DO PRGCOB26; SEM O
      ***                    CONTROLE, VALE O RELOGIO COMO ANTES
      ***   15/10/2026 HJR   ACOMPANHA O VALOR RECEBIDO E A DATA
      ***                    DE RECEBIMENTO INCLUIDOS NO
      ***                    RECEIVBL.COB (FD DE 75 POSICOES),
      ***                    GRAVADOS ZERADOS NA PARCELA NOVA
      ***   15/10/2026 HJR   ACOMPANHA O NUMERO DA REMESSA DE
      ***                    COBRANCA INCLUIDO NO RECEIVBL.COB
      ***                    (FD DE 82 POSICOES), GRAVADO ZERADO
      ***   15/10/2026 HJR   VENDA PARCELADA (CREDIARIO DA LOJA;
      ***                    NO CARTAO O RISCO E DA OPERADORA)
      ***                    PASSA A CONFERIR O CREDITO DO
      ***                    CLIENTE: SALDO EM ABERTO NO CONTASR
      ***                    MAIS A VENDA ACIMA DO LIMITE
      ***                    (CM-LIMITE-CREDITO, OU O PADRAO DO
      ***                    RECEBPRM), PARCELA VENCIDA HA MAIS
      ***                    DIAS QUE O RECEBPRM PERMITE OU
      ***                    CLIENTE NAO IDENTIFICADO BARRAM A
      ***                    VENDA, QUE SO SEGUE COM LIBERACAO
      ***                    DO SUPERVISOR (SUPAUTH); RECUSAS E
      ***                    LIBERACOES VAO PARA O LOG CREDVEND
      ***                    DO GERENTE DE CREDITO
      ***   15/10/2026 HJR   ACOMPANHA O NUMERO DO PEDIDO E O DA
      ***                    COTACAO INCLUIDOS NO SALESDET.COB
      ***                    (FD DE 90 POSICOES)
      ***   15/10/2026 HJR   ATENDIMENTO DE PEDIDO: HAVENDO PEDIDO
      ***                    COTADO NO ORDERS, A VENDA PERGUNTA O
      ***                    NUMERO DO PEDIDO (0 = VENDA SEM
      ***                    PEDIDO); O VALOR SAI DOS ITENS DO
      ***                    PEDIDO PRECIFICADOS PELO PRODMAST,
      ***                    MENOS O CUPOM (MESMA REGRA DO
      ***                    PRGCOB08), OS ITENS VAO PARA O
      ***                    SALESITM COM O DESCONTO RATEADO, O
      ***                    DETALHE LEVA O NUMERO DO PEDIDO E O
      ***                    DA COTACAO (SD-PEDIDO/SD-COTACAO) E
      ***                    O PEDIDO FICA ATENDIDO (A) NO ORDERS
      ***   15/10/2026 HJR   PARCELA BAIXADA COMO PERDA (B) COM
      ***                    SALDO ENTRA NO ATRASO E NO LIMITE
      ***   15/10/2026 HJR   PEDIDO ATENDIDO: O CABECALHO E
      ***                    RELIDO NO ORDERS E REGRAVADO SOZINHO
      ***                    (I-O) ANTES DE GRAVAR A VENDA, SO SE
      ***                    AINDA ESTIVER COTADO; SENAO A VENDA E
      ***                    RECUSADA. O ORDERS NAO E MAIS
      ***                    RECRIADO A PARTIR DA COPIA DA SESSAO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RECEIVABLE-PARM-FILE ASSIGN TO 'RECEBPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CREDIT-LOG-FILE ASSIGN TO 'CREDVEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDVEND-STATUS.
           SELECT ORDERS-FILE ASSIGN TO 'ORDERS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-DETAIL-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SALESDET.COB'.

       FD  SALES-ACCUM-FILE
           COPY 'SLSMAST.COB'.

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY 'CUSTMAST.COB'.

       FD  OPERATOR-SESS-FILE
           COPY 'PRODMAST.COB'.

       FD  RECEIVABLE-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY 'RECEIVBL.COB'.

       FD  HOLIDAY-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       FD  RECEIVABLE-PARM-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY 'RECEBPRM.COB'.

       FD  CREDIT-LOG-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY 'CREDVND.COB'.

       FD  ORDERS-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY 'ORDERS.COB'.

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  CHECKPOINT-REC.
           88 WS-CLI-ACHADO                      VALUE 'S'.
       77  WS-CLI-NOME-ACHADO     PIC X(30)      VALUE SPACES.
       77  WS-CLI-ATIVO-ACHADO    PIC X(01)      VALUE SPACES.
       77  WS-CLI-LIMITE-ACHADO   PIC 9(07)V99   VALUE ZEROS.
       77  WS-PARM-STATUS         PIC X(02)      VALUE SPACES.
       77  WS-CREDVEND-STATUS     PIC X(02)      VALUE SPACES.
       77  WS-DIAS-BLOQUEIO       PIC 9(03)      VALUE 30.
       77  WS-LIMITE-PADRAO       PIC 9(07)V99   VALUE 3000,00.
       77  WS-FIM-CONTASR-SW      PIC X(01)      VALUE 'N'.
           88 WS-FIM-CONTASR                     VALUE 'S'.
       77  WS-CREDITO-MOTIVO      PIC X(01)      VALUE SPACES.
           88 WS-CREDITO-LIBERADO                VALUE SPACES.
           88 WS-CREDITO-LIMITE                  VALUE 'L'.
           88 WS-CREDITO-ATRASO                  VALUE 'A'.
           88 WS-CREDITO-SEM-CLIENTE             VALUE 'S'.
       77  WS-CREDITO-DECISAO     PIC X(01)      VALUE SPACES.
           88 WS-CREDITO-RECUSADO                VALUE 'R'.
       77  WS-CREDITO-RESP        PIC X(01)      VALUE 'N'.
           88 WS-CREDITO-RESP-SIM                VALUE 'S' 's'.
       77  WRK-LIMITE-CLIENTE     PIC 9(07)V99   VALUE ZEROS.
       77  WRK-SALDO-ABERTO       PIC S9(08)V99  VALUE ZEROS.
       77  WRK-SALDO-PROJETADO    PIC S9(08)V99  VALUE ZEROS.
       77  WRK-DIAS-ATRASO        PIC S9(07)     VALUE ZEROS.
       77  WRK-MAIOR-ATRASO       PIC 9(05)      VALUE ZEROS.
       77  WRK-SUPERVISOR-CREDITO PIC X(05)      VALUE SPACES.
       77  WS-SALESITM-STATUS     PIC X(02)      VALUE SPACES.
       77  WS-PRODMAST-STATUS     PIC X(02)      VALUE SPACES.
       77  WS-FIM-PRODMAST-SW     PIC X(01)      VALUE 'N'.
               03 WS-CLI-CODIGO       PIC X(06).
               03 WS-CLI-NOME         PIC X(30).
               03 WS-CLI-ATIVO        PIC X(01).
               03 WS-CLI-LIMITE       PIC 9(07)V99.
       01  WS-TABELA-VENDEDORES.
           02 WS-QTD-VENDEDORES   PIC 9(02)      VALUE ZEROS.
           02 WS-VEND-ENTRY OCCURS 50 TIMES
               03 WS-VEND-NOME        PIC X(30).
               03 WS-VEND-FILIAL      PIC X(03).
               03 WS-VEND-ATIVO       PIC X(01).
       77  WS-ORDERS-STATUS       PIC X(02)      VALUE SPACES.
       77  WS-FIM-ORDERS-SW       PIC X(01)      VALUE 'N'.
           88 WS-FIM-ORDERS                      VALUE 'S'.
       77  WS-QTD-PED-COTADOS     PIC 9(04)      VALUE ZEROS.
       77  WS-PEDIDO-OK-SW        PIC X(01)      VALUE 'N'.
           88 WS-PEDIDO-OK                       VALUE 'S'.
       77  WS-PED-ACHADO-SW       PIC X(01)      VALUE 'N'.
           88 WS-PED-ACHADO                      VALUE 'S'.
       77  WS-FIM-ITENS-PED-SW    PIC X(01)      VALUE 'N'.
           88 WS-FIM-ITENS-PED                   VALUE 'S'.
       77  WRK-PEDIDO             PIC 9(06)      VALUE ZEROS.
       77  WRK-COTACAO            PIC 9(06)      VALUE ZEROS.
       77  WRK-IDX-PED-CAB        PIC 9(04)      VALUE ZEROS.
       77  WRK-IDX-LINHA          PIC 9(04)      VALUE ZEROS.
       77  WRK-IDX-ULTIMO-ITEM    PIC 9(04)      VALUE ZEROS.
       77  WRK-PERC-DESCONTO      PIC 9(02)      VALUE ZEROS.
       77  WRK-PEDIDO-BRUTO       PIC 9(08)V99   VALUE ZEROS.
       77  WRK-PEDIDO-DESCONTO    PIC 9(08)V99   VALUE ZEROS.
       77  WRK-PEDIDO-LIQUIDO     PIC 9(08)V99   VALUE ZEROS.
       77  WRK-ITENS-LIQ-ACUM     PIC 9(08)V99   VALUE ZEROS.
       77  WRK-ITEM-UNITARIO      PIC 9(06)V99   VALUE ZEROS.
       77  WRK-ITEM-LIQUIDO       PIC 9(08)V99   VALUE ZEROS.
       01  WS-TABELA-ORDERS.
           02 WS-QTD-LINHAS-PED   PIC 9(04)      VALUE ZEROS.
           02 WS-LINHA-PEDIDO     PIC X(42) OCCURS 1000 TIMES.
       COPY 'SUPAUTH.COB'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 0057-CARREGAR-CLIENTES.
            PERFORM 0075-CARREGAR-FERIADOS.
            PERFORM 0080-CARREGAR-PRODUTOS.
            PERFORM 0085-CARREGAR-PARM-CREDITO.
            PERFORM 0090-CARREGAR-PEDIDOS.
            PERFORM 0060-IDENTIFICAR-OPERADOR.
            PERFORM 0070-VERIFICAR-PERIODO-FECHADO.
            IF WS-PERIODO-BLOQUEADO
                MOVE CM-CODIGO TO WS-CLI-CODIGO(WS-QTD-CLIENTES)
                MOVE CM-NOME   TO WS-CLI-NOME(WS-QTD-CLIENTES)
                MOVE CM-ATIVO  TO WS-CLI-ATIVO(WS-QTD-CLIENTES)
                IF CM-LIMITE-CREDITO IS NUMERIC
                    MOVE CM-LIMITE-CREDITO
                        TO WS-CLI-LIMITE(WS-QTD-CLIENTES)
                ELSE
                    MOVE ZEROS TO WS-CLI-LIMITE(WS-QTD-CLIENTES)
                END-IF
            ELSE
                DISPLAY 'TABELA DE CLIENTES CHEIA - '
                    'REGISTRO IGNORADO'
            END-IF.
            PERFORM 0081-LER-PRODUTO.

      *********** DIAS DE ATRASO QUE BLOQUEIAM VENDA A PRAZO E ***
      *********** LIMITE PADRAO DO CLIENTE SEM LIMITE PROPRIO, ***
      *********** DO CONTROLE RECEBPRM; AUSENTES OU ZERADOS, ****
      *********** VALEM 30 DIAS E R$ 3.000,00 *********************
       0085-CARREGAR-PARM-CREDITO.
            OPEN INPUT RECEIVABLE-PARM-FILE.
            IF WS-PARM-STATUS = '00'
                READ RECEIVABLE-PARM-FILE
                    NOT AT END
                        IF RP-DIAS-BLOQUEIO IS NUMERIC
                           AND RP-DIAS-BLOQUEIO > ZEROS
                            MOVE RP-DIAS-BLOQUEIO
                                TO WS-DIAS-BLOQUEIO
                        END-IF
                        IF RP-LIMITE-PADRAO IS NUMERIC
                           AND RP-LIMITE-PADRAO > ZEROS
                            MOVE RP-LIMITE-PADRAO
                                TO WS-LIMITE-PADRAO
                        END-IF
                END-READ
                CLOSE RECEIVABLE-PARM-FILE
            END-IF.

       0050-VERIFICAR-RESTART.
            OPEN INPUT CHECKPOINT-FILE.
            IF WS-CKPT-STATUS = '00'
                PERFORM 0072-LER-PERLOCK
            END-IF.

      *********** PEDIDOS DO ORDERS (PRGCOB63), GUARDADOS LINHA ***
      *********** A LINHA PARA A ESCOLHA E VALORIZACAO DO PEDIDO; *
      *********** SEM PEDIDO COTADO (OU SEM O ARQUIVO, COMO NA ***
      *********** EXECUCAO POR JOB) A VENDA NAO PERGUNTA PEDIDO **
       0090-CARREGAR-PEDIDOS.
            OPEN INPUT ORDERS-FILE.
            IF WS-ORDERS-STATUS = '00'
                PERFORM 0091-LER-PEDIDO
                PERFORM 0092-ARMAZENAR-LINHA-PEDIDO
                    UNTIL WS-FIM-ORDERS
                CLOSE ORDERS-FILE
                IF WS-QTD-PED-COTADOS > ZEROS
                    DISPLAY 'PEDIDOS COTADOS A ATENDER : '
                        WS-QTD-PED-COTADOS
                END-IF
            END-IF.

       0091-LER-PEDIDO.
            READ ORDERS-FILE
                AT END
                    MOVE 'S' TO WS-FIM-ORDERS-SW
            END-READ.

       0092-ARMAZENAR-LINHA-PEDIDO.
            IF WS-QTD-LINHAS-PED < 1000
                ADD 1 TO WS-QTD-LINHAS-PED
                MOVE ORDER-REC TO WS-LINHA-PEDIDO(WS-QTD-LINHAS-PED)
                IF OR-TIPO-HEADER AND OR-COTADO
                    ADD 1 TO WS-QTD-PED-COTADOS
                END-IF
                PERFORM 0091-LER-PEDIDO
            ELSE
                DISPLAY 'AVISO: ORDERS COM MAIS DE 1000 LINHAS - '
                    'VENDA SEM ATENDIMENTO DE PEDIDO'
                MOVE ZEROS TO WS-QTD-PED-COTADOS
                MOVE 'S' TO WS-FIM-ORDERS-SW
            END-IF.

       0100-INICIALIZAR.
            MOVE 'N' TO WS-VENDA-VALIDA-SW.
            PERFORM 0110-CAPTURAR-VENDA UNTIL WS-VENDA-VALIDA.
            ELSE
                IF WRK-TIPO-VENDA OR WRK-TIPO-DEVOLUCAO
                    PERFORM 0111-CAPTURAR-CLIENTE
                    MOVE ZEROS TO WRK-PEDIDO
                    MOVE ZEROS TO WRK-COTACAO
                    IF WRK-TIPO-VENDA AND WS-QTD-PED-COTADOS > ZEROS
                        PERFORM 0130-CAPTURAR-PEDIDO
                    END-IF
                    PERFORM 0115-CAPTURAR-VALOR
                ELSE
                    DISPLAY 'TIPO INVALIDO - INFORME V, D OU 0'
                    TO WS-CLI-NOME-ACHADO
                MOVE WS-CLI-ATIVO(WS-IDX-CLI)
                    TO WS-CLI-ATIVO-ACHADO
                MOVE WS-CLI-LIMITE(WS-IDX-CLI)
                    TO WS-CLI-LIMITE-ACHADO
            END-IF.

       0115-CAPTURAR-VALOR.
            IF WRK-PEDIDO > ZEROS
                MOVE WRK-PEDIDO-LIQUIDO TO WRK-VENDAS
            ELSE
                DISPLAY 'DIGITE O NUMERO..... : '
                ACCEPT WRK-VENDAS
            END-IF.
            IF WRK-VENDAS = 0
                MOVE 'S' TO WS-VENDA-VALIDA-SW
            ELSE
                        PERFORM 0117-CAPTURAR-CONDICAO
                    END-IF
                    MOVE 'S' TO WS-VENDA-VALIDA-SW
                    IF WRK-TIPO-VENDA AND WRK-COND-PARCELADO
                        PERFORM 0120-VERIFICAR-CREDITO
                    END-IF
                    IF WS-VENDA-VALIDA AND WRK-PEDIDO > ZEROS
                        PERFORM 0290-MARCAR-PEDIDO-ATENDIDO
                    END-IF
                END-IF
            END-IF.

      *********** PEDIDO ATENDIDO PELA VENDA: SO PEDIDO COTADO ***
      *********** (C) NO ORDERS, COM VALOR DENTRO DA FAIXA DE *****
      *********** CAPTURA; 0 SEGUE COMO VENDA SEM PEDIDO **********
       0130-CAPTURAR-PEDIDO.
            MOVE 'N' TO WS-PEDIDO-OK-SW.
            PERFORM 0131-VALIDAR-PEDIDO UNTIL WS-PEDIDO-OK.

       0131-VALIDAR-PEDIDO.
            DISPLAY 'NUMERO DO PEDIDO (0=SEM PEDIDO): '
                WITH NO ADVANCING.
            ACCEPT WRK-PEDIDO.
            IF WRK-PEDIDO = ZEROS
                MOVE ZEROS TO WRK-COTACAO
                MOVE 'S' TO WS-PEDIDO-OK-SW
            ELSE
                PERFORM 0132-BUSCAR-PEDIDO
                EVALUATE TRUE
                    WHEN NOT WS-PED-ACHADO
                        DISPLAY 'PEDIDO NAO ENCONTRADO NO ORDERS - '
                            'INFORME NOVAMENTE'
                    WHEN OR-ATENDIDO
                        DISPLAY 'PEDIDO JA ATENDIDO - '
                            'INFORME OUTRO NUMERO'
                    WHEN NOT OR-COTADO
                        DISPLAY 'PEDIDO AINDA NAO COTADO - '
                            'INFORME OUTRO NUMERO'
                    WHEN OTHER
                        MOVE OR-NUMERO-COTACAO TO WRK-COTACAO
                        PERFORM 0134-VALORIZAR-PEDIDO
                        IF WRK-PEDIDO-LIQUIDO < WS-VENDA-MINIMA
                           OR WRK-PEDIDO-LIQUIDO > WS-VENDA-MAXIMA
                            DISPLAY 'VALOR DO PEDIDO ('
                                WRK-PEDIDO-LIQUIDO ') FORA DA '
                                'FAIXA DE CAPTURA - RECUSADO'
                        ELSE
                            DISPLAY 'PEDIDO ' WRK-PEDIDO
                                ' COTACAO ' WRK-COTACAO
                                ' VALOR ' WRK-PEDIDO-LIQUIDO
                            MOVE 'S' TO WS-PEDIDO-OK-SW
                        END-IF
                END-EVALUATE
            END-IF.

      *********** CABECALHO DO PEDIDO PELO NUMERO; ACHADO, FICA ***
      *********** CARREGADO NO ORDER-REC **************************
       0132-BUSCAR-PEDIDO.
            MOVE 'N'   TO WS-PED-ACHADO-SW.
            MOVE ZEROS TO WRK-IDX-PED-CAB.
            PERFORM 0133-COMPARAR-PEDIDO
                VARYING WRK-IDX-LINHA FROM 1 BY 1
                UNTIL WRK-IDX-LINHA > WS-QTD-LINHAS-PED
                   OR WS-PED-ACHADO.
            IF WS-PED-ACHADO
                MOVE WS-LINHA-PEDIDO(WRK-IDX-PED-CAB) TO ORDER-REC
            END-IF.

       0133-COMPARAR-PEDIDO.
            MOVE WS-LINHA-PEDIDO(WRK-IDX-LINHA) TO ORDER-REC.
            IF OR-TIPO-HEADER
               AND OR-NUMERO IS NUMERIC
               AND OR-NUMERO = WRK-PEDIDO
                MOVE 'S' TO WS-PED-ACHADO-SW
                MOVE WRK-IDX-LINHA TO WRK-IDX-PED-CAB
            END-IF.

      *********** VALOR DO PEDIDO: ITENS PRECIFICADOS PELO *******
      *********** PRODMAST (SEM O CADASTRO, O VALOR DO ITEM NO ****
      *********** PEDIDO) MENOS O CUPOM, COMO NA COTACAO **********
       0134-VALORIZAR-PEDIDO.
            EVALUATE OR-CUPOM
                WHEN 'DESC10'
                    MOVE 10 TO WRK-PERC-DESCONTO
                WHEN 'DESC20'
                    MOVE 20 TO WRK-PERC-DESCONTO
                WHEN OTHER
                    MOVE ZEROS TO WRK-PERC-DESCONTO
            END-EVALUATE.
            MOVE ZEROS TO WRK-PEDIDO-BRUTO.
            MOVE ZEROS TO WRK-IDX-ULTIMO-ITEM.
            MOVE 'N'   TO WS-FIM-ITENS-PED-SW.
            PERFORM 0135-SOMAR-ITEM-PEDIDO
                VARYING WRK-IDX-LINHA FROM WRK-IDX-PED-CAB BY 1
                UNTIL WRK-IDX-LINHA >= WS-QTD-LINHAS-PED
                   OR WS-FIM-ITENS-PED.
            COMPUTE WRK-PEDIDO-DESCONTO ROUNDED =
                WRK-PEDIDO-BRUTO * WRK-PERC-DESCONTO / 100.
            COMPUTE WRK-PEDIDO-LIQUIDO =
                WRK-PEDIDO-BRUTO - WRK-PEDIDO-DESCONTO.
            MOVE WS-LINHA-PEDIDO(WRK-IDX-PED-CAB) TO ORDER-REC.

       0135-SOMAR-ITEM-PEDIDO.
            MOVE WS-LINHA-PEDIDO(WRK-IDX-LINHA + 1) TO ORDER-REC.
            IF OR-TIPO-ITEM
                PERFORM 0136-PRECIFICAR-ITEM-PEDIDO
                IF WRK-ITEM-VALOR > ZEROS
                    ADD WRK-ITEM-VALOR TO WRK-PEDIDO-BRUTO
                    COMPUTE WRK-IDX-ULTIMO-ITEM = WRK-IDX-LINHA + 1
                END-IF
            ELSE
                MOVE 'S' TO WS-FIM-ITENS-PED-SW
            END-IF.

      *********** ITEM DO PEDIDO (NO ORDER-REC): PRODUTO ATIVO DO *
      *********** PRODMAST VEZES A QUANTIDADE; SEM O CADASTRO, O **
      *********** VALOR GRAVADO NO PEDIDO; INVALIDO FICA ZERADO ***
       0136-PRECIFICAR-ITEM-PEDIDO.
            MOVE ZEROS          TO WRK-ITEM-VALOR.
            MOVE ZEROS          TO WRK-ITEM-UNITARIO.
            MOVE OR-ITEM-CODIGO TO WRK-ITEM-CODIGO.
            MOVE ZEROS          TO WRK-ITEM-QTDE.
            IF OR-ITEM-QTDE IS NUMERIC
                MOVE OR-ITEM-QTDE TO WRK-ITEM-QTDE
            END-IF.
            IF WS-QTD-PRODUTOS > ZEROS
                PERFORM 0274-BUSCAR-PRODUTO
                IF WS-PROD-ACHADO
                   AND WS-PROD-ATIVO-ACHADO = 'S'
                   AND WRK-ITEM-QTDE > ZEROS
                    MOVE WS-PROD-VALOR-ACHADO TO WRK-ITEM-UNITARIO
                    COMPUTE WRK-ITEM-VALOR =
                        WS-PROD-VALOR-ACHADO * WRK-ITEM-QTDE
                END-IF
            ELSE
                IF OR-ITEM-VALOR IS NUMERIC
                    MOVE OR-ITEM-VALOR TO WRK-ITEM-VALOR
                    MOVE OR-ITEM-VALOR TO WRK-ITEM-UNITARIO
                    IF WRK-ITEM-QTDE > ZEROS
                        COMPUTE WRK-ITEM-UNITARIO ROUNDED =
                            OR-ITEM-VALOR / WRK-ITEM-QTDE
                    END-IF
                END-IF
            END-IF.

                    DISPLAY 'CONDICAO INVALIDA - INFORME 1, 2 OU 3'
            END-EVALUATE.

      *********** CREDITO DA VENDA A PRAZO: CLIENTE NAO **********
      *********** IDENTIFICADO, PARCELA VENCIDA HA MAIS DE *******
      *********** WS-DIAS-BLOQUEIO DIAS OU SALDO EM ABERTO MAIS **
      *********** A VENDA ACIMA DO LIMITE BARRAM A VENDA, QUE SO **
      *********** SEGUE COM LIBERACAO DO SUPERVISOR; RECUSADA, O *
      *********** OPERADOR INFORMA A TRANSACAO DE NOVO ************
       0120-VERIFICAR-CREDITO.
            MOVE SPACES TO WS-CREDITO-MOTIVO.
            MOVE SPACES TO WS-CREDITO-DECISAO.
            MOVE SPACES TO WRK-SUPERVISOR-CREDITO.
            MOVE ZEROS  TO WRK-SALDO-ABERTO.
            MOVE ZEROS  TO WRK-MAIOR-ATRASO.
            MOVE ZEROS  TO WRK-LIMITE-CLIENTE.
            IF WRK-CLIENTE = SPACES
                MOVE 'S' TO WS-CREDITO-MOTIVO
            ELSE
                MOVE WS-LIMITE-PADRAO TO WRK-LIMITE-CLIENTE
                IF WS-QTD-CLIENTES > ZEROS
                   AND WS-CLI-LIMITE-ACHADO > ZEROS
                    MOVE WS-CLI-LIMITE-ACHADO TO WRK-LIMITE-CLIENTE
                END-IF
                PERFORM 0121-SOMAR-SALDO-ABERTO
                COMPUTE WRK-SALDO-PROJETADO =
                    WRK-SALDO-ABERTO + WRK-VENDAS
                EVALUATE TRUE
                    WHEN WRK-MAIOR-ATRASO > WS-DIAS-BLOQUEIO
                        MOVE 'A' TO WS-CREDITO-MOTIVO
                    WHEN WRK-SALDO-PROJETADO > WRK-LIMITE-CLIENTE
                        MOVE 'L' TO WS-CREDITO-MOTIVO
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            IF NOT WS-CREDITO-LIBERADO
                PERFORM 0123-PEDIR-LIBERACAO-CREDITO
                PERFORM 0124-GRAVAR-LOG-CREDITO
                IF WS-CREDITO-RECUSADO
                    DISPLAY 'VENDA A PRAZO RECUSADA - INFORME A '
                        'TRANSACAO NOVAMENTE'
                    MOVE 'N' TO WS-VENDA-VALIDA-SW
                END-IF
            END-IF.

      *********** SALDO EM ABERTO (VALOR MENOS O JA RECEBIDO) *****
      *********** DAS PARCELAS ABERTAS DO CLIENTE NO CONTASR E ****
      *********** MAIOR ATRASO EM DIAS NA DATA DE PROCESSAMENTO; **
      *********** PARCELA BAIXADA COMO PERDA (B) AINDA DEVIDA *****
      *********** CONTA COMO ABERTA E VENCIDA *********************
       0121-SOMAR-SALDO-ABERTO.
            MOVE 'N' TO WS-FIM-CONTASR-SW.
            OPEN INPUT RECEIVABLE-FILE.
            IF WS-CONTASR-STATUS = '00'
                PERFORM 0122-LER-PARCELA-CLIENTE
                    UNTIL WS-FIM-CONTASR
                CLOSE RECEIVABLE-FILE
            END-IF.

       0122-LER-PARCELA-CLIENTE.
            READ RECEIVABLE-FILE
                AT END
                    MOVE 'S' TO WS-FIM-CONTASR-SW
                NOT AT END
                    IF RV-CLIENTE = WRK-CLIENTE
                       AND (RV-SITUACAO = 'A'
                        OR (RV-SITUACAO = 'B'
                            AND RV-VALOR > RV-VALOR-PAGO))
                        COMPUTE WRK-SALDO-ABERTO =
                            WRK-SALDO-ABERTO + RV-VALOR
                            - RV-VALOR-PAGO
                        IF RV-DATA-VENCIMENTO > ZEROS
                           AND RV-DATA-VENCIMENTO < WS-DATA-PROCESSO
                            COMPUTE WRK-DIAS-ATRASO =
                                FUNCTION INTEGER-OF-DATE
                                    (WS-DATA-PROCESSO) -
                                FUNCTION INTEGER-OF-DATE
                                    (RV-DATA-VENCIMENTO)
                            IF WRK-DIAS-ATRASO > WRK-MAIOR-ATRASO
                                MOVE WRK-DIAS-ATRASO
                                    TO WRK-MAIOR-ATRASO
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       0123-PEDIR-LIBERACAO-CREDITO.
            EVALUATE TRUE
                WHEN WS-CREDITO-SEM-CLIENTE
                    DISPLAY 'CREDITO: VENDA A PRAZO SEM CLIENTE '
                        'IDENTIFICADO'
                WHEN WS-CREDITO-ATRASO
                    DISPLAY 'CREDITO: CLIENTE COM PARCELA VENCIDA HA '
                        WRK-MAIOR-ATRASO ' DIAS (MAXIMO '
                        WS-DIAS-BLOQUEIO ')'
                WHEN OTHER
                    DISPLAY 'CREDITO: SALDO EM ABERTO '
                        WRK-SALDO-ABERTO ' + VENDA ' WRK-VENDAS
                    DISPLAY '         ACIMA DO LIMITE '
                        WRK-LIMITE-CLIENTE
            END-EVALUATE.
            DISPLAY 'PEDIR LIBERACAO DO SUPERVISOR (S/N)? '
                WITH NO ADVANCING.
            ACCEPT WS-CREDITO-RESP.
            MOVE 'R' TO WS-CREDITO-DECISAO.
            IF WS-CREDITO-RESP-SIM
                MOVE 'CREDITO' TO SU-ACAO
                CALL 'SUPAUTH' USING SUP-AUTH-LINK
                IF SU-APROVADO
                    MOVE 'L' TO WS-CREDITO-DECISAO
                    MOVE SU-SUPERVISOR TO WRK-SUPERVISOR-CREDITO
                    DISPLAY 'VENDA A PRAZO LIBERADA PELO SUPERVISOR '
                        WRK-SUPERVISOR-CREDITO
                END-IF
            END-IF.

      *********** LOG DE CREDITO (CREDVEND) DO GERENTE DE ********
      *********** CREDITO: UMA LINHA POR RECUSA OU LIBERACAO ******
       0124-GRAVAR-LOG-CREDITO.
            OPEN EXTEND CREDIT-LOG-FILE.
            IF WS-CREDVEND-STATUS = '35'
                OPEN OUTPUT CREDIT-LOG-FILE
            END-IF.
            IF WS-CREDVEND-STATUS = '00'
                MOVE SPACES             TO CREDIT-LOG-REC
                MOVE WS-DATA-PROCESSO   TO CV-DATA
                ACCEPT CV-HORA FROM TIME
                MOVE WRK-CLIENTE        TO CV-CLIENTE
                MOVE WRK-VENDEDOR       TO CV-VENDEDOR
                MOVE WRK-FILIAL         TO CV-FILIAL
                MOVE WRK-VENDAS         TO CV-VALOR-VENDA
                MOVE WRK-QT-PARCELAS    TO CV-QT-PARCELAS
                MOVE WRK-SALDO-ABERTO   TO CV-SALDO-ABERTO
                MOVE WRK-LIMITE-CLIENTE TO CV-LIMITE
                MOVE WRK-MAIOR-ATRASO   TO CV-MAIOR-ATRASO
                MOVE WS-CREDITO-MOTIVO  TO CV-MOTIVO
                MOVE WS-CREDITO-DECISAO TO CV-DECISAO
                MOVE WRK-SUPERVISOR-CREDITO TO CV-SUPERVISOR
                MOVE WRK-OPERADOR-SESSAO    TO CV-OPERADOR
                WRITE CREDIT-LOG-REC
                CLOSE CREDIT-LOG-FILE
            ELSE
                DISPLAY 'AVISO: LOG CREDVEND INDISPONIVEL - '
                    'DECISAO DE CREDITO NAO REGISTRADA'
            END-IF.

       0200-PROCESSAR.
             ADD 1 TO WS-ENTRADAS-SESSAO.
             IF WRK-TIPO-DEVOLUCAO
                 REMAINDER WS-HASH-DIGITOS.
             ADD WS-HASH-DIGITOS TO WS-HASH-TOTAL.
             PERFORM 0210-GRAVAR-DETALHE.
             EVALUATE TRUE
                 WHEN WRK-PEDIDO > ZEROS
                     PERFORM 0280-GRAVAR-ITENS-PEDIDO
                 WHEN WS-QTD-PRODUTOS > ZEROS
                     PERFORM 0270-CAPTURAR-ITENS
             END-EVALUATE.
             IF WRK-TIPO-VENDA AND WRK-QT-PARCELAS > 0
                 PERFORM 0230-GRAVAR-RECEBIVEIS
             END-IF.
             MOVE WRK-CLIENTE     TO SD-CLIENTE.
             MOVE WRK-COND-PAGTO  TO SD-COND-PAGTO.
             MOVE WRK-QT-PARCELAS TO SD-QT-PARCELAS.
             MOVE WRK-PEDIDO      TO SD-PEDIDO.
             MOVE WRK-COTACAO     TO SD-COTACAO.
             IF WRK-TIPO-DEVOLUCAO
                 MOVE 'D'            TO SD-TIPO
                 MOVE WRK-MOTIVO-DEV TO SD-MOTIVO
             PERFORM 0250-CALCULAR-VENCIMENTO.
             MOVE WRK-DATA-VENCIMENTO TO RV-DATA-VENCIMENTO.
             MOVE 'A'                TO RV-SITUACAO.
             MOVE ZEROS              TO RV-VALOR-PAGO.
             MOVE ZEROS              TO RV-DATA-PAGAMENTO.
             MOVE ZEROS              TO RV-NUM-REMESSA.
             WRITE RECEIVABLE-REC.

      *********** VENCIMENTO = DATA DA VENDA + 30 DIAS POR *******
                 WRITE SALES-ITEM-REC
             END-IF.

      *********** ITENS DO PEDIDO ATENDIDO NO SALESITM, COM O *****
      *********** DESCONTO DO CUPOM RATEADO E A DIFERENCA DE ******
      *********** CENTAVOS NO ULTIMO ITEM, SOMANDO O SD-VENDA *****
       0280-GRAVAR-ITENS-PEDIDO.
             MOVE ZEROS TO WRK-ITENS-LIQ-ACUM.
             MOVE 'N'   TO WS-FIM-ITENS-PED-SW.
             OPEN EXTEND SALES-ITEM-FILE.
             IF WS-SALESITM-STATUS = '35'
                 OPEN OUTPUT SALES-ITEM-FILE
             END-IF.
             IF WS-SALESITM-STATUS = '00'
                 PERFORM 0282-GRAVAR-ITEM-PEDIDO
                     VARYING WRK-IDX-LINHA FROM WRK-IDX-PED-CAB BY 1
                     UNTIL WRK-IDX-LINHA >= WS-QTD-LINHAS-PED
                        OR WS-FIM-ITENS-PED
                 CLOSE SALES-ITEM-FILE
             ELSE
                 DISPLAY 'AVISO: SALESITM INDISPONIVEL - '
                     'ITENS NAO GRAVADOS'
             END-IF.

       0282-GRAVAR-ITEM-PEDIDO.
             MOVE WS-LINHA-PEDIDO(WRK-IDX-LINHA + 1) TO ORDER-REC.
             IF OR-TIPO-ITEM
                 PERFORM 0136-PRECIFICAR-ITEM-PEDIDO
                 IF WRK-ITEM-VALOR > ZEROS
                     IF WRK-IDX-LINHA + 1 = WRK-IDX-ULTIMO-ITEM
                         COMPUTE WRK-ITEM-LIQUIDO =
                             WRK-PEDIDO-LIQUIDO - WRK-ITENS-LIQ-ACUM
                     ELSE
                         COMPUTE WRK-ITEM-LIQUIDO ROUNDED =
                             WRK-ITEM-VALOR
                             - (WRK-ITEM-VALOR * WRK-PERC-DESCONTO
                                / 100)
                     END-IF
                     ADD WRK-ITEM-LIQUIDO TO WRK-ITENS-LIQ-ACUM
                     MOVE WS-ENTRADAS-SESSAO  TO SI-SEQUENCIA
                     MOVE WS-DATA-ATUAL       TO SI-DATA-CAPTURA
                     MOVE WRK-VENDEDOR        TO SI-VENDEDOR
                     MOVE WRK-FILIAL          TO SI-FILIAL
                     MOVE 'V'                 TO SI-TIPO
                     MOVE WRK-ITEM-CODIGO     TO SI-CODIGO-PRODUTO
                     MOVE WRK-ITEM-QTDE       TO SI-QTDE
                     MOVE WRK-ITEM-UNITARIO   TO SI-VALOR-UNIT
                     MOVE WRK-ITEM-LIQUIDO    TO SI-VALOR-TOTAL
                     WRITE SALES-ITEM-REC
                 END-IF
             ELSE
                 MOVE 'S' TO WS-FIM-ITENS-PED-SW
             END-IF.

      *********** PEDIDO ATENDIDO (A) NO ORDERS ANTES DE GRAVAR **
      *********** A VENDA: O CABECALHO E RELIDO DO ARQUIVO (I-O, **
      *********** SO ELE E REGRAVADO, COMO NA BAIXA DO PRGCOB75) **
      *********** E SO E MARCADO SE AINDA ESTA COTADO (C); JA *****
      *********** ATENDIDO POR OUTRA SESSAO, ALTERADO PELO ********
      *********** PRGCOB08 OU SEM O ARQUIVO, A VENDA E RECUSADA ***
      *********** E O OPERADOR INFORMA A TRANSACAO DE NOVO ********
       0290-MARCAR-PEDIDO-ATENDIDO.
             MOVE 'N' TO WS-PED-ACHADO-SW.
             MOVE 'N' TO WS-FIM-ORDERS-SW.
             OPEN I-O ORDERS-FILE.
             IF WS-ORDERS-STATUS NOT = '00'
                 DISPLAY 'ORDERS INDISPONIVEL - PEDIDO ' WRK-PEDIDO
                     ' NAO PODE SER ATENDIDO - VENDA RECUSADA'
                 MOVE 'N' TO WS-VENDA-VALIDA-SW
             ELSE
                 PERFORM 0091-LER-PEDIDO
                 PERFORM 0292-LOCALIZAR-CABECALHO
                     UNTIL WS-FIM-ORDERS OR WS-PED-ACHADO
                 EVALUATE TRUE
                     WHEN NOT WS-PED-ACHADO
                         DISPLAY 'PEDIDO ' WRK-PEDIDO ' NAO ESTA '
                             'MAIS NO ORDERS - VENDA RECUSADA'
                         MOVE 'N' TO WS-VENDA-VALIDA-SW
                     WHEN NOT OR-COTADO
                         DISPLAY 'PEDIDO ' WRK-PEDIDO ' COM SITUACAO '
                             OR-SITUACAO ' NO ORDERS (ATENDIDO OU '
                             'ALTERADO EM OUTRA SESSAO) - VENDA '
                             'RECUSADA'
                         MOVE ORDER-REC
                             TO WS-LINHA-PEDIDO(WRK-IDX-PED-CAB)
                         SUBTRACT 1 FROM WS-QTD-PED-COTADOS
                         MOVE 'N' TO WS-VENDA-VALIDA-SW
                     WHEN OTHER
                         MOVE 'A' TO OR-SITUACAO
                         REWRITE ORDER-REC
                         MOVE ORDER-REC
                             TO WS-LINHA-PEDIDO(WRK-IDX-PED-CAB)
                         SUBTRACT 1 FROM WS-QTD-PED-COTADOS
                         DISPLAY 'PEDIDO ' WRK-PEDIDO ' ATENDIDO'
                 END-EVALUATE
                 CLOSE ORDERS-FILE
             END-IF.
             IF NOT WS-VENDA-VALIDA
                 DISPLAY 'INFORME A TRANSACAO NOVAMENTE'
             END-IF.

       0292-LOCALIZAR-CABECALHO.
             IF OR-TIPO-HEADER
                AND OR-NUMERO IS NUMERIC
                AND OR-NUMERO = WRK-PEDIDO
                 MOVE 'S' TO WS-PED-ACHADO-SW
             ELSE
                 PERFORM 0091-LER-PEDIDO
             END-IF.

       0220-GRAVAR-CHECKPOINT.
             MOVE WS-DATA-PROCESSO TO WS-DATA-ATUAL.
             OPEN OUTPUT CHECKPOINT-FILE.
