       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB99.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = TRANSFERENCIAS DE ESTOQUE ENTRE
      ***                            FILIAIS: O ENVIO BAIXA O SALDO
      ***                            DA FILIAL DE ORIGEM NO
      ***                            STOCKBAL E GRAVA A TRANSFERENCIA
      ***                            EM TRANSITO (TRANSFER); A
      ***                            CONFIRMACAO DO RECEBIMENTO PELO
      ***                            DESTINO CREDITA O SALDO DA
      ***                            FILIAL DE DESTINO. O RELATORIO
      ***                            TRANSREL LISTA AS
      ***                            TRANSFERENCIAS EM TRANSITO HA
      ***                            MAIS DE N DIAS, PARA QUE AS
      ***                            CARGAS EXTRAVIADAS SEJAM
      ***                            APURADAS - ATE AQUI A
      ***                            TRANSFERENCIA ERA SIMULADA COM
      ***                            UMA VENDA E UMA DEVOLUCAO
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   O CUSTO MEDIO DA ORIGEM SEGUE COM A
      ***                    TRANSFERENCIA E ENTRA NO CUSTO MEDIO
      ***                    DO DESTINO NO RECEBIMENTO (FD DO
      ***                    STOCKBAL DE 51 E DO TRANSFER DE 71)
      ***--------------------------------------------------
      ***   RETORNO: 00 = LIMPO   04 = TRANSFERENCIA RECUSADA
      ***               08 = FALHA DE ARQUIVO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-TRANSFER-FILE ASSIGN TO 'TRANSFER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT STOCK-BAL-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-CHAVE
               FILE STATUS IS WS-STOCKBAL-STATUS.
           SELECT TRANSIT-REPORT-FILE ASSIGN TO 'TRANSREL'
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  STOCK-TRANSFER-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY 'TRANSFER.COB'.

       FD  PRODUCT-FILE
           RECORD CONTAINS 56 CHARACTERS.
           COPY 'PRODMAST.COB'.

       FD  STOCK-BAL-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY 'STOCKBAL.COB'.

       FD  TRANSIT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSIT-LINE          PIC X(80).

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
       77  WS-TRANSFER-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PRODMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-STOCKBAL-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SESSAO-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHADO-SW          PIC X(01)     VALUE 'N'.
           88 WS-ACHADO                        VALUE 'S'.
       77  WS-TRANSF-ESTOURO-SW  PIC X(01)     VALUE 'N'.
           88 WS-TRANSF-ESTOURO                VALUE 'S'.
       77  WS-SALDO-OK-SW        PIC X(01)     VALUE 'N'.
           88 WS-SALDO-OK                      VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WRK-OPERADOR-SESSAO   PIC X(05)     VALUE SPACES.
       77  WRK-NUMERO            PIC 9(06)     VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO     PIC 9(06)     VALUE ZEROS.
       77  WRK-PRODUTO           PIC X(06)     VALUE SPACES.
       77  WRK-FILIAL-ORIGEM     PIC X(03)     VALUE SPACES.
       77  WRK-FILIAL-DESTINO    PIC X(03)     VALUE SPACES.
       77  WRK-QTDE              PIC 9(05)     VALUE ZEROS.
       77  WRK-SALDO-BASE        PIC 9(07)     VALUE ZEROS.
       77  WRK-CONFIRMA          PIC X(01)     VALUE SPACES.
       77  WRK-DIAS-LIMITE       PIC 9(03)     VALUE ZEROS.
       77  WRK-DIAS-TRANSITO     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-ENVIADAS       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-RECEBIDAS      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-EM-TRANSITO    PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-ATRASADAS      PIC 9(05)     VALUE ZEROS.
       77  WS-UNID-EM-TRANSITO   PIC 9(09)     VALUE ZEROS.
       77  WS-UNID-ATRASADAS     PIC 9(09)     VALUE ZEROS.
       77  WS-SALDO-ED           PIC Z.ZZZ.ZZ9-.

      *********** PRODUTOS DO CADASTRO (PRODMAST) *****************
       01  WS-TABELA-PRODUTOS.
           02 WS-QTD-PRODUTOS    PIC 9(03)     VALUE ZEROS.
           02 WS-PROD-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-IDX-PROD.
               03 WS-PROD-CODIGO      PIC X(06).
               03 WS-PROD-ATIVO       PIC X(01).

      *********** TRANSFERENCIAS (TRANSFER) ************************
       01  WS-TABELA-TRANSFERENCIAS.
           02 WS-QTD-TRANSFERENCIAS PIC 9(04)  VALUE ZEROS.
           02 WS-TRF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-TRF.
               03 WS-TRF-NUMERO       PIC 9(06).
               03 WS-TRF-PRODUTO      PIC X(06).
               03 WS-TRF-ORIGEM       PIC X(03).
               03 WS-TRF-DESTINO      PIC X(03).
               03 WS-TRF-QTDE         PIC 9(05).
               03 WS-TRF-ENVIO        PIC 9(08).
               03 WS-TRF-RECEBIMENTO  PIC 9(08).
               03 WS-TRF-OPER-ENVIO   PIC X(05).
               03 WS-TRF-OPER-RECEB   PIC X(05).
               03 WS-TRF-SITUACAO     PIC X(01).
               03 WS-TRF-CUSTO        PIC 9(07)V9(04).

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(38) VALUE
              'TRANSFERENCIAS EM TRANSITO HA MAIS DE '.
           02 WC1-DIAS           PIC ZZ9.
           02 FILLER             PIC X(13) VALUE ' DIAS - DATA '.
           02 WC1-DATA           PIC 9(08).
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(28) VALUE
              'NUMERO PRODUT ORI DES  QTDE '.
           02 FILLER             PIC X(20) VALUE
              '   ENVIO OPERA  DIAS'.
       01  WS-LINHA-TRANSITO.
           02 WLT-NUMERO         PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-PRODUTO        PIC X(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-ORIGEM         PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-DESTINO        PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-QTDE           PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-ENVIO          PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-OPERADOR       PIC X(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-DIAS           PIC ZZZZ9.
       01  WS-LINHA-RESUMO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLS-ROTULO         PIC X(34).
           02 WLS-QTDE           PIC ZZZZ9.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLS-UNIDADES       PIC ZZZ.ZZZ.ZZ9.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0045-LER-SESSAO-OPERADOR.
           PERFORM 0050-CARREGAR-PRODUTOS.
           PERFORM 0060-CARREGAR-TRANSFERENCIAS.
           IF WRK-RETORNO < 8
               PERFORM 0080-ABRIR-ESTOQUE
           END-IF.
           IF WRK-RETORNO < 8
               PERFORM 0100-EXIBIR-MENU
                   UNTIL WRK-OPCAO-FIM
               CLOSE STOCK-BAL-FILE
               DISPLAY 'TRANSFERENCIAS ENVIADAS : ' WS-QTD-ENVIADAS
               DISPLAY 'TRANSFERENCIAS RECEBIDAS: ' WS-QTD-RECEBIDAS
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

       0050-CARREGAR-PRODUTOS.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODMAST-STATUS = '00'
               PERFORM 0052-LER-PRODUTO
               PERFORM 0054-ARMAZENAR-PRODUTO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE PRODUCT-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO PRODMAST AUSENTE - NENHUM '
                   'ENVIO SERA ACEITO'
           END-IF.

       0052-LER-PRODUTO.
           READ PRODUCT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0054-ARMAZENAR-PRODUTO.
           IF WS-QTD-PRODUTOS < 200
               ADD 1 TO WS-QTD-PRODUTOS
               SET WS-IDX-PROD TO WS-QTD-PRODUTOS
               MOVE PM-CODIGO TO WS-PROD-CODIGO(WS-IDX-PROD)
               MOVE PM-ATIVO  TO WS-PROD-ATIVO(WS-IDX-PROD)
           ELSE
               DISPLAY 'TABELA DE PRODUTOS CHEIA - PRODUTO '
                   PM-CODIGO ' IGNORADO'
           END-IF.
           PERFORM 0052-LER-PRODUTO.

      *********** TRANSFER AUSENTE = NENHUMA TRANSFERENCIA AINDA; **
      *********** MAIOR QUE A TABELA NAO PODE SER REGRAVADO ********
       0060-CARREGAR-TRANSFERENCIAS.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT STOCK-TRANSFER-FILE.
           IF WS-TRANSFER-STATUS = '00'
               PERFORM 0062-LER-TRANSFERENCIA
               PERFORM 0064-ARMAZENAR-TRANSFERENCIA
                   UNTIL WS-FIM-ARQUIVO
               CLOSE STOCK-TRANSFER-FILE
               IF WS-TRANSF-ESTOURO
                   DISPLAY 'TRANSFER MAIOR QUE A TABELA - '
                       'TRANSFERENCIAS NAO DISPONIVEIS'
                   MOVE 'PRGCOB99' TO EL-PROGRAMA
                   MOVE '0060-CARREGAR-TRANSF' TO EL-PARAGRAFO
                   MOVE 'TRANSFER MAIOR QUE A TABELA DE TRANSFERENCIAS'
                       TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   MOVE 8 TO WRK-RETORNO
               END-IF
           END-IF.

       0062-LER-TRANSFERENCIA.
           READ STOCK-TRANSFER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0064-ARMAZENAR-TRANSFERENCIA.
           IF WS-QTD-TRANSFERENCIAS < 2000
               ADD 1 TO WS-QTD-TRANSFERENCIAS
               SET WS-IDX-TRF TO WS-QTD-TRANSFERENCIAS
               MOVE TR-NUMERO         TO WS-TRF-NUMERO(WS-IDX-TRF)
               MOVE TR-PRODUTO        TO WS-TRF-PRODUTO(WS-IDX-TRF)
               MOVE TR-FILIAL-ORIGEM  TO WS-TRF-ORIGEM(WS-IDX-TRF)
               MOVE TR-FILIAL-DESTINO TO WS-TRF-DESTINO(WS-IDX-TRF)
               MOVE TR-QTDE           TO WS-TRF-QTDE(WS-IDX-TRF)
               MOVE TR-DATA-ENVIO     TO WS-TRF-ENVIO(WS-IDX-TRF)
               MOVE TR-DATA-RECEBIMENTO
                   TO WS-TRF-RECEBIMENTO(WS-IDX-TRF)
               MOVE TR-OPERADOR-ENVIO
                   TO WS-TRF-OPER-ENVIO(WS-IDX-TRF)
               MOVE TR-OPERADOR-RECEB
                   TO WS-TRF-OPER-RECEB(WS-IDX-TRF)
               MOVE TR-SITUACAO       TO WS-TRF-SITUACAO(WS-IDX-TRF)
               MOVE TR-CUSTO-UNIT     TO WS-TRF-CUSTO(WS-IDX-TRF)
               IF TR-NUMERO > WRK-ULTIMO-NUMERO
                   MOVE TR-NUMERO TO WRK-ULTIMO-NUMERO
               END-IF
           ELSE
               MOVE 'S' TO WS-TRANSF-ESTOURO-SW
           END-IF.
           PERFORM 0062-LER-TRANSFERENCIA.

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
               MOVE 'PRGCOB99' TO EL-PROGRAMA
               MOVE '0080-ABRIR-ESTOQUE' TO EL-PARAGRAFO
               MOVE 'ARQUIVO STOCKBAL INDISPONIVEL NA TRANSFERENCIA'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== TRANSFERENCIAS ENTRE FILIAIS ====='.
           DISPLAY ' (1) ENVIAR TRANSFERENCIA '.
           DISPLAY ' (2) CONFIRMAR RECEBIMENTO NO DESTINO '.
           DISPLAY ' (3) LISTAR TRANSFERENCIAS EM TRANSITO '.
           DISPLAY ' (4) RELATORIO DE TRANSITO HA MAIS DE N DIAS '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-ENVIAR-TRANSFERENCIA
               WHEN 2
                   PERFORM 0300-CONFIRMAR-RECEBIMENTO
               WHEN 3
                   PERFORM 0400-LISTAR-EM-TRANSITO
               WHEN 4
                   PERFORM 0500-RELATORIO-TRANSITO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** ENVIO: PRODUTO ATIVO, FILIAIS DIFERENTES E SALDO *
      *********** SUFICIENTE NA ORIGEM; A BAIXA E IMEDIATA E A *****
      *********** QUANTIDADE FICA EM TRANSITO ***********************
       0200-ENVIAR-TRANSFERENCIA.
           IF WS-QTD-TRANSFERENCIAS >= 2000
               DISPLAY 'TABELA DE TRANSFERENCIAS CHEIA - NADA ENVIADO'
           ELSE
               DISPLAY 'PRODUTO................ : ' WITH NO ADVANCING
               ACCEPT WRK-PRODUTO
               MOVE FUNCTION UPPER-CASE(WRK-PRODUTO) TO WRK-PRODUTO
               DISPLAY 'FILIAL DE ORIGEM....... : ' WITH NO ADVANCING
               ACCEPT WRK-FILIAL-ORIGEM
               DISPLAY 'FILIAL DE DESTINO...... : ' WITH NO ADVANCING
               ACCEPT WRK-FILIAL-DESTINO
               DISPLAY 'QUANTIDADE............. : ' WITH NO ADVANCING
               ACCEPT WRK-QTDE
               PERFORM 0210-BUSCAR-PRODUTO
               EVALUATE TRUE
                   WHEN NOT WS-ACHADO
                       DISPLAY 'PRODUTO INEXISTENTE OU INATIVO - '
                           'NADA ENVIADO'
                       PERFORM 0590-MARCAR-REJEICAO
                   WHEN WRK-FILIAL-ORIGEM = SPACES
                     OR WRK-FILIAL-DESTINO = SPACES
                     OR WRK-FILIAL-ORIGEM = WRK-FILIAL-DESTINO
                       DISPLAY 'FILIAIS EM BRANCO OU IGUAIS - NADA '
                           'ENVIADO'
                       PERFORM 0590-MARCAR-REJEICAO
                   WHEN WRK-QTDE = ZEROS
                       DISPLAY 'QUANTIDADE ZERADA - NADA ENVIADO'
                   WHEN OTHER
                       PERFORM 0220-BAIXAR-ORIGEM
               END-EVALUATE
           END-IF.

       0210-BUSCAR-PRODUTO.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0212-COMPARAR-PRODUTO
               VARYING WS-IDX-PROD FROM 1 BY 1
               UNTIL WS-IDX-PROD > WS-QTD-PRODUTOS
                  OR WS-ACHADO.

       0212-COMPARAR-PRODUTO.
           IF WS-PROD-CODIGO(WS-IDX-PROD) = WRK-PRODUTO
              AND WS-PROD-ATIVO(WS-IDX-PROD) = 'S'
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0220-BAIXAR-ORIGEM.
           MOVE 'N' TO WS-SALDO-OK-SW.
           MOVE WRK-PRODUTO       TO EB-PRODUTO.
           MOVE WRK-FILIAL-ORIGEM TO EB-FILIAL.
           READ STOCK-BAL-FILE
               INVALID KEY
                   MOVE ZEROS TO EB-SALDO
               NOT INVALID KEY
                   IF EB-SALDO NOT < WRK-QTDE
                       MOVE 'S' TO WS-SALDO-OK-SW
                   END-IF
           END-READ.
           IF NOT WS-SALDO-OK
               MOVE EB-SALDO TO WS-SALDO-ED
               DISPLAY 'SALDO INSUFICIENTE NA ORIGEM (' WS-SALDO-ED
                   ') - NADA ENVIADO'
               MOVE 'PRGCOB99' TO EL-PROGRAMA
               MOVE '0220-BAIXAR-ORIGEM' TO EL-PARAGRAFO
               MOVE 'TRANSFERENCIA RECUSADA POR SALDO INSUFICIENTE'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           ELSE
               SUBTRACT WRK-QTDE FROM EB-SALDO
               ADD 1 TO EB-QT-MOVTOS
               MOVE WS-DATA-PROCESSO TO EB-DATA-ULT-MOVTO
               REWRITE STOCK-BAL-REC
               ADD 1 TO WRK-ULTIMO-NUMERO
               ADD 1 TO WS-QTD-TRANSFERENCIAS
               SET WS-IDX-TRF TO WS-QTD-TRANSFERENCIAS
               MOVE WRK-ULTIMO-NUMERO  TO WS-TRF-NUMERO(WS-IDX-TRF)
               MOVE WRK-PRODUTO        TO WS-TRF-PRODUTO(WS-IDX-TRF)
               MOVE WRK-FILIAL-ORIGEM  TO WS-TRF-ORIGEM(WS-IDX-TRF)
               MOVE WRK-FILIAL-DESTINO TO WS-TRF-DESTINO(WS-IDX-TRF)
               MOVE WRK-QTDE           TO WS-TRF-QTDE(WS-IDX-TRF)
               MOVE WS-DATA-PROCESSO   TO WS-TRF-ENVIO(WS-IDX-TRF)
               MOVE ZEROS TO WS-TRF-RECEBIMENTO(WS-IDX-TRF)
               MOVE WRK-OPERADOR-SESSAO
                   TO WS-TRF-OPER-ENVIO(WS-IDX-TRF)
               MOVE SPACES TO WS-TRF-OPER-RECEB(WS-IDX-TRF)
               MOVE 'T'    TO WS-TRF-SITUACAO(WS-IDX-TRF)
               MOVE EB-CUSTO-MEDIO TO WS-TRF-CUSTO(WS-IDX-TRF)
               PERFORM 0800-GRAVAR-TRANSFERENCIAS
               ADD 1 TO WS-QTD-ENVIADAS
               DISPLAY 'TRANSFERENCIA ' WRK-ULTIMO-NUMERO
                   ' ENVIADA - EM TRANSITO PARA A FILIAL '
                   WRK-FILIAL-DESTINO
           END-IF.

      *********** CONFIRMACAO NO DESTINO: SO TRANSFERENCIA EM *******
      *********** TRANSITO; A QUANTIDADE E CREDITADA NO DESTINO ****
       0300-CONFIRMAR-RECEBIMENTO.
           DISPLAY 'NUMERO DA TRANSFERENCIA : ' WITH NO ADVANCING.
           ACCEPT WRK-NUMERO.
           PERFORM 0310-BUSCAR-TRANSFERENCIA.
           EVALUATE TRUE
               WHEN NOT WS-ACHADO
                   DISPLAY 'TRANSFERENCIA NAO ENCONTRADA'
               WHEN WS-TRF-SITUACAO(WS-IDX-TRF) NOT = 'T'
                   DISPLAY 'TRANSFERENCIA JA RECEBIDA EM '
                       WS-TRF-RECEBIMENTO(WS-IDX-TRF)
               WHEN OTHER
                   DISPLAY 'PRODUTO ' WS-TRF-PRODUTO(WS-IDX-TRF)
                       ' QTDE ' WS-TRF-QTDE(WS-IDX-TRF)
                       ' DE ' WS-TRF-ORIGEM(WS-IDX-TRF)
                       ' PARA ' WS-TRF-DESTINO(WS-IDX-TRF)
                       ' ENVIADA EM ' WS-TRF-ENVIO(WS-IDX-TRF)
                   DISPLAY 'CONFIRMA O RECEBIMENTO (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WRK-CONFIRMA
                   MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA)
                       TO WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       PERFORM 0320-CREDITAR-DESTINO
                   ELSE
                       DISPLAY 'RECEBIMENTO NAO CONFIRMADO'
                   END-IF
           END-EVALUATE.

       0310-BUSCAR-TRANSFERENCIA.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0312-COMPARAR-TRANSFERENCIA
               VARYING WS-IDX-TRF FROM 1 BY 1
               UNTIL WS-IDX-TRF > WS-QTD-TRANSFERENCIAS
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-TRF DOWN BY 1
           END-IF.

       0312-COMPARAR-TRANSFERENCIA.
           IF WS-TRF-NUMERO(WS-IDX-TRF) = WRK-NUMERO
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0320-CREDITAR-DESTINO.
           MOVE WS-TRF-PRODUTO(WS-IDX-TRF) TO EB-PRODUTO.
           MOVE WS-TRF-DESTINO(WS-IDX-TRF) TO EB-FILIAL.
           READ STOCK-BAL-FILE
               INVALID KEY
                   MOVE WS-TRF-PRODUTO(WS-IDX-TRF) TO EB-PRODUTO
                   MOVE WS-TRF-DESTINO(WS-IDX-TRF) TO EB-FILIAL
                   MOVE ZEROS TO EB-SALDO
                   MOVE ZEROS TO EB-QT-MOVTOS
                   MOVE ZEROS TO EB-CUSTO-MEDIO
                   MOVE ZEROS TO EB-CUSTO-ULT-VENDA
                   PERFORM 0330-APLICAR-ENTRADA
                   WRITE STOCK-BAL-REC
               NOT INVALID KEY
                   PERFORM 0330-APLICAR-ENTRADA
                   REWRITE STOCK-BAL-REC
           END-READ.
           MOVE WS-DATA-PROCESSO TO WS-TRF-RECEBIMENTO(WS-IDX-TRF).
           MOVE WRK-OPERADOR-SESSAO TO WS-TRF-OPER-RECEB(WS-IDX-TRF).
           MOVE 'R' TO WS-TRF-SITUACAO(WS-IDX-TRF).
           PERFORM 0800-GRAVAR-TRANSFERENCIAS.
           ADD 1 TO WS-QTD-RECEBIDAS.
           DISPLAY 'RECEBIMENTO CONFIRMADO - SALDO CREDITADO NA '
               'FILIAL ' WS-TRF-DESTINO(WS-IDX-TRF).

      *********** A ENTRADA NO DESTINO PONDERA O CUSTO MEDIO ******
      *********** COM O CUSTO DA ORIGEM NO ENVIO *******************
       0330-APLICAR-ENTRADA.
           IF EB-SALDO > ZEROS
               MOVE EB-SALDO TO WRK-SALDO-BASE
           ELSE
               MOVE ZEROS TO WRK-SALDO-BASE
           END-IF.
           COMPUTE EB-CUSTO-MEDIO ROUNDED =
               (WRK-SALDO-BASE * EB-CUSTO-MEDIO
                + WS-TRF-QTDE(WS-IDX-TRF) * WS-TRF-CUSTO(WS-IDX-TRF))
               / (WRK-SALDO-BASE + WS-TRF-QTDE(WS-IDX-TRF)).
           ADD WS-TRF-QTDE(WS-IDX-TRF) TO EB-SALDO.
           ADD 1 TO EB-QT-MOVTOS.
           MOVE WS-DATA-PROCESSO TO EB-DATA-ULT-MOVTO.

       0400-LISTAR-EM-TRANSITO.
           MOVE ZEROS TO WS-QTD-EM-TRANSITO.
           PERFORM 0410-LISTAR-TRANSFERENCIA
               VARYING WS-IDX-TRF FROM 1 BY 1
               UNTIL WS-IDX-TRF > WS-QTD-TRANSFERENCIAS.
           DISPLAY 'EM TRANSITO............ : ' WS-QTD-EM-TRANSITO.

       0410-LISTAR-TRANSFERENCIA.
           IF WS-TRF-SITUACAO(WS-IDX-TRF) = 'T'
               ADD 1 TO WS-QTD-EM-TRANSITO
               DISPLAY WS-TRF-NUMERO(WS-IDX-TRF) ' '
                   WS-TRF-PRODUTO(WS-IDX-TRF) ' '
                   WS-TRF-ORIGEM(WS-IDX-TRF) '->'
                   WS-TRF-DESTINO(WS-IDX-TRF) ' QTDE='
                   WS-TRF-QTDE(WS-IDX-TRF) ' ENVIO='
                   WS-TRF-ENVIO(WS-IDX-TRF) ' OPER='
                   WS-TRF-OPER-ENVIO(WS-IDX-TRF)
           END-IF.

      *********** TRANSITO ACIMA DO PRAZO: DIAS CORRIDOS ENTRE O ***
      *********** ENVIO E A DATA DE PROCESSAMENTO (0 = 5 DIAS) *****
       0500-RELATORIO-TRANSITO.
           DISPLAY 'DIAS EM TRANSITO ACIMA DE (0=5).. : '
               WITH NO ADVANCING.
           ACCEPT WRK-DIAS-LIMITE.
           IF WRK-DIAS-LIMITE = ZEROS
               MOVE 5 TO WRK-DIAS-LIMITE
           END-IF.
           MOVE ZEROS TO WS-QTD-EM-TRANSITO.
           MOVE ZEROS TO WS-QTD-ATRASADAS.
           MOVE ZEROS TO WS-UNID-EM-TRANSITO.
           MOVE ZEROS TO WS-UNID-ATRASADAS.
           OPEN OUTPUT TRANSIT-REPORT-FILE.
           MOVE WRK-DIAS-LIMITE  TO WC1-DIAS.
           MOVE WS-DATA-PROCESSO TO WC1-DATA.
           WRITE TRANSIT-LINE FROM WS-CABECALHO-1.
           WRITE TRANSIT-LINE FROM WS-LINHA-SEPARADOR.
           WRITE TRANSIT-LINE FROM WS-CABECALHO-2.
           PERFORM 0510-AVALIAR-TRANSITO
               VARYING WS-IDX-TRF FROM 1 BY 1
               UNTIL WS-IDX-TRF > WS-QTD-TRANSFERENCIAS.
           WRITE TRANSIT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'EM TRANSITO / UNIDADES' TO WLS-ROTULO.
           MOVE WS-QTD-EM-TRANSITO  TO WLS-QTDE.
           MOVE WS-UNID-EM-TRANSITO TO WLS-UNIDADES.
           WRITE TRANSIT-LINE FROM WS-LINHA-RESUMO.
           MOVE 'ACIMA DO PRAZO / UNIDADES' TO WLS-ROTULO.
           MOVE WS-QTD-ATRASADAS    TO WLS-QTDE.
           MOVE WS-UNID-ATRASADAS   TO WLS-UNIDADES.
           WRITE TRANSIT-LINE FROM WS-LINHA-RESUMO.
           CLOSE TRANSIT-REPORT-FILE.
           DISPLAY 'EM TRANSITO............ : ' WS-QTD-EM-TRANSITO.
           DISPLAY 'ACIMA DO PRAZO......... : ' WS-QTD-ATRASADAS.
           DISPLAY 'RELATORIO GERADO EM TRANSREL'.

       0510-AVALIAR-TRANSITO.
           IF WS-TRF-SITUACAO(WS-IDX-TRF) = 'T'
               ADD 1 TO WS-QTD-EM-TRANSITO
               ADD WS-TRF-QTDE(WS-IDX-TRF) TO WS-UNID-EM-TRANSITO
               COMPUTE WRK-DIAS-TRANSITO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
                   - FUNCTION INTEGER-OF-DATE(
                       WS-TRF-ENVIO(WS-IDX-TRF))
               IF WRK-DIAS-TRANSITO > WRK-DIAS-LIMITE
                   ADD 1 TO WS-QTD-ATRASADAS
                   ADD WS-TRF-QTDE(WS-IDX-TRF) TO WS-UNID-ATRASADAS
                   MOVE WS-TRF-NUMERO(WS-IDX-TRF)  TO WLT-NUMERO
                   MOVE WS-TRF-PRODUTO(WS-IDX-TRF) TO WLT-PRODUTO
                   MOVE WS-TRF-ORIGEM(WS-IDX-TRF)  TO WLT-ORIGEM
                   MOVE WS-TRF-DESTINO(WS-IDX-TRF) TO WLT-DESTINO
                   MOVE WS-TRF-QTDE(WS-IDX-TRF)    TO WLT-QTDE
                   MOVE WS-TRF-ENVIO(WS-IDX-TRF)   TO WLT-ENVIO
                   MOVE WS-TRF-OPER-ENVIO(WS-IDX-TRF)
                       TO WLT-OPERADOR
                   MOVE WRK-DIAS-TRANSITO          TO WLT-DIAS
                   WRITE TRANSIT-LINE FROM WS-LINHA-TRANSITO
               END-IF
           END-IF.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** REGRAVA O TRANSFER A CADA MOVIMENTO, JUNTO COM A *
      *********** ATUALIZACAO DO STOCKBAL **************************
       0800-GRAVAR-TRANSFERENCIAS.
           OPEN OUTPUT STOCK-TRANSFER-FILE.
           IF WS-TRANSFER-STATUS NOT = '00'
               DISPLAY 'ARQUIVO TRANSFER INDISPONIVEL - STATUS '
                   WS-TRANSFER-STATUS
               MOVE 'PRGCOB99' TO EL-PROGRAMA
               MOVE '0800-GRAVAR-TRANSF' TO EL-PARAGRAFO
               MOVE 'ARQUIVO TRANSFER NAO PODE SER REGRAVADO'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0810-GRAVAR-TRANSFERENCIA
                   VARYING WS-IDX-TRF FROM 1 BY 1
                   UNTIL WS-IDX-TRF > WS-QTD-TRANSFERENCIAS
               CLOSE STOCK-TRANSFER-FILE
           END-IF.

       0810-GRAVAR-TRANSFERENCIA.
           MOVE SPACES                         TO STOCK-TRANSFER-REC.
           MOVE WS-TRF-NUMERO(WS-IDX-TRF)      TO TR-NUMERO.
           MOVE WS-TRF-PRODUTO(WS-IDX-TRF)     TO TR-PRODUTO.
           MOVE WS-TRF-ORIGEM(WS-IDX-TRF)      TO TR-FILIAL-ORIGEM.
           MOVE WS-TRF-DESTINO(WS-IDX-TRF)     TO TR-FILIAL-DESTINO.
           MOVE WS-TRF-QTDE(WS-IDX-TRF)        TO TR-QTDE.
           MOVE WS-TRF-ENVIO(WS-IDX-TRF)       TO TR-DATA-ENVIO.
           MOVE WS-TRF-RECEBIMENTO(WS-IDX-TRF) TO TR-DATA-RECEBIMENTO.
           MOVE WS-TRF-OPER-ENVIO(WS-IDX-TRF)  TO TR-OPERADOR-ENVIO.
           MOVE WS-TRF-OPER-RECEB(WS-IDX-TRF)  TO TR-OPERADOR-RECEB.
           MOVE WS-TRF-SITUACAO(WS-IDX-TRF)    TO TR-SITUACAO.
           MOVE WS-TRF-CUSTO(WS-IDX-TRF)       TO TR-CUSTO-UNIT.
           WRITE STOCK-TRANSFER-REC.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB99'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-TRANSFERENCIAS TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-ENVIADAS    TO RC-REGISTROS-SAIDA
               MOVE WS-QTD-RECEBIDAS   TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
