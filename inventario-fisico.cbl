       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB98.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = INVENTARIO FISICO DO ESTOQUE
      ***                            POR FILIAL: (1) CONGELA A
      ***                            CONTAGEM, GUARDANDO NO INVCONT
      ***                            O SALDO DO STOCKBAL DE CADA
      ***                            PRODUTO ATIVO DO PRODMAST;
      ***                            (2) IMPRIME AS FICHAS DE
      ***                            CONTAGEM (INVFICHA), SEM O
      ***                            SALDO DO SISTEMA; (3) RECEBE
      ***                            AS QUANTIDADES CONTADAS COM O
      ***                            OPERADOR DA SESSAO; (4) EMITE
      ***                            O RELATORIO DE DIVERGENCIAS EM
      ***                            UNIDADES E VALOR (INVDIVER),
      ***                            PEDE O MOTIVO DE CADA
      ***                            DIVERGENCIA E A APROVACAO DO
      ***                            SUPERVISOR (SUPAUTH); (5) POSTA
      ***                            OS AJUSTES APROVADOS NO
      ***                            STOCKBAL E NO HISTORICO
      ***                            AJUSTEST. O AJUSTE E CONTADO
      ***                            MENOS CONGELADO SOMADO AO SALDO
      ***                            ATUAL, DE MODO QUE AS VENDAS E
      ***                            RECEBIMENTOS POSTADOS DURANTE A
      ***                            CONTAGEM (PRGCOB59, PRGCOB96)
      ***                            NAO SE PERDEM
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA O CUSTO MEDIO INCLUIDO NO
      ***                    STOCKBAL.COB (FD DE 51 POSICOES)
      ***   15/10/2026 HJR   O VALOR UNITARIO CONGELADO E O CUSTO
      ***                    MEDIO DO STOCKBAL DA FILIAL, NAO O
      ***                    PRECO DE VENDA: DIVERGENCIAS NO
      ***                    INVDIVER E AI-VALOR DO AJUSTEST A CUSTO
      ***--------------------------------------------------
      ***   RETORNO: 00 = LIMPO   04 = APROVACAO RECUSADA OU
      ***               ENTRADA REJEITADA   08 = FALHA DE
      ***               ARQUIVO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-COUNT-FILE ASSIGN TO 'INVCONT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCONT-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT STOCK-BAL-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-CHAVE
               FILE STATUS IS WS-STOCKBAL-STATUS.
           SELECT STOCK-ADJUST-FILE ASSIGN TO 'AJUSTEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTEST-STATUS.
           SELECT COUNT-SHEET-FILE ASSIGN TO 'INVFICHA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO 'INVDIVER'
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
       FD  INVENTORY-COUNT-FILE
           RECORD CONTAINS 62 CHARACTERS.
           COPY 'INVCONT.COB'.

       FD  PRODUCT-FILE
           RECORD CONTAINS 56 CHARACTERS.
           COPY 'PRODMAST.COB'.

       FD  STOCK-BAL-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY 'STOCKBAL.COB'.

       FD  STOCK-ADJUST-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY 'AJUSTEST.COB'.

       FD  COUNT-SHEET-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  COUNT-SHEET-LINE      PIC X(80).

       FD  VARIANCE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VARIANCE-LINE         PIC X(80).

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
       77  WS-INVCONT-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PRODMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-STOCKBAL-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-AJUSTEST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SESSAO-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHADO-SW          PIC X(01)     VALUE 'N'.
           88 WS-ACHADO                        VALUE 'S'.
       77  WS-FIM-DIGITACAO-SW   PIC X(01)     VALUE 'N'.
           88 WS-FIM-DIGITACAO                 VALUE 'S'.
       77  WS-INVENTARIO-OK-SW   PIC X(01)     VALUE 'S'.
           88 WS-INVENTARIO-OK                 VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WRK-OPERADOR-SESSAO   PIC X(05)     VALUE SPACES.
       77  WRK-FILIAL            PIC X(03)     VALUE SPACES.
       77  WRK-PRODUTO           PIC X(06)     VALUE SPACES.
       77  WRK-QTDE              PIC 9(07)     VALUE ZEROS.
       77  WRK-CONFIRMA          PIC X(01)     VALUE SPACES.
       77  WRK-MOTIVO            PIC 9(01)     VALUE ZEROS.
           88 WRK-MOTIVO-VALIDO                VALUE 1 THRU 5.
       77  WRK-SITUACAO-FILIAL   PIC X(01)     VALUE SPACES.
           88 WRK-FILIAL-SEM-INVENTARIO        VALUE SPACES.
           88 WRK-FILIAL-EM-CONTAGEM           VALUE 'C'.
           88 WRK-FILIAL-APROVADA              VALUE 'A'.
       77  WRK-DATA-CONGELAMENTO PIC 9(08)     VALUE ZEROS.
       77  WRK-DIFERENCA         PIC S9(07)    VALUE ZEROS.
       77  WRK-VALOR-DIFERENCA   PIC S9(09)V99 VALUE ZEROS.
       77  WRK-DESCRICAO         PIC X(20)     VALUE SPACES.
       77  WS-QTD-ITENS-FILIAL   PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-CONTADOS       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-NAO-CONTADOS   PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-DIVERGENTES    PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-AJUSTADOS      PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-UNIDADES     PIC S9(09)    VALUE ZEROS.
       77  WS-TOTAL-SOBRAS       PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-FALTAS       PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-LIQUIDO      PIC S9(11)V99 VALUE ZEROS.
       77  WS-ENTRADAS-RUNCTL    PIC 9(06)     VALUE ZEROS.
       77  WS-SAIDAS-RUNCTL      PIC 9(06)     VALUE ZEROS.
       77  WS-TOTAL-RUNCTL       PIC S9(10)V99 VALUE ZEROS.
       77  WS-LINHAS-PAGINA      PIC 9(02)     VALUE ZEROS.
       77  WS-NUMERO-PAGINA      PIC 9(03)     VALUE ZEROS.
       77  WS-QTDE-ED            PIC Z.ZZZ.ZZ9-.
       77  WS-VALOR-ED           PIC $ZZZ.ZZZ.ZZ9,99-.

      *********** PRODUTOS DO CADASTRO (PRODMAST) *****************
       01  WS-TABELA-PRODUTOS.
           02 WS-QTD-PRODUTOS    PIC 9(03)     VALUE ZEROS.
           02 WS-PROD-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-IDX-PROD.
               03 WS-PROD-CODIGO      PIC X(06).
               03 WS-PROD-DESCRICAO   PIC X(20).
               03 WS-PROD-ATIVO       PIC X(01).

      *********** INVENTARIOS EM ANDAMENTO (INVCONT) ***************
       01  WS-TABELA-INVENTARIO.
           02 WS-QTD-INVENTARIO  PIC 9(04)     VALUE ZEROS.
           02 WS-INV-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-INV WS-IDX-DEST.
               03 WS-INV-FILIAL       PIC X(03).
               03 WS-INV-PRODUTO      PIC X(06).
               03 WS-INV-DATA         PIC 9(08).
               03 WS-INV-CONGELADO    PIC S9(07).
               03 WS-INV-VALOR-UNIT   PIC 9(06)V99.
               03 WS-INV-CONTADA      PIC 9(07).
               03 WS-INV-CONTADO      PIC X(01).
               03 WS-INV-MOTIVO       PIC 9(01).
               03 WS-INV-OPERADOR     PIC X(05).
               03 WS-INV-SITUACAO     PIC X(01).
               03 WS-INV-SUPERVISOR   PIC X(05).

      *********** MOTIVOS DE AJUSTE DE INVENTARIO (INVCONT.COB) ****
       01  WS-MOTIVOS-AJUSTE.
           02 FILLER             PIC X(30) VALUE
              'DIFERENCA DE CONTAGEM         '.
           02 FILLER             PIC X(30) VALUE
              'AVARIA OU QUEBRA              '.
           02 FILLER             PIC X(30) VALUE
              'FURTO OU EXTRAVIO             '.
           02 FILLER             PIC X(30) VALUE
              'PRODUTO VENCIDO OU DESCARTADO '.
           02 FILLER             PIC X(30) VALUE
              'ERRO DE LANCAMENTO ANTERIOR   '.
       01  WS-MOTIVOS-AJUSTE-TAB REDEFINES WS-MOTIVOS-AJUSTE.
           02 WS-MOTIVO-DESCRICAO PIC X(30) OCCURS 5 TIMES.

      *********** FICHA DE CONTAGEM (INVFICHA) ********************
       01  WS-CAB-FICHA-1.
           02 FILLER             PIC X(30) VALUE
              'FICHA DE CONTAGEM - FILIAL    '.
           02 WCF-FILIAL         PIC X(03).
           02 FILLER             PIC X(14) VALUE '  CONGELADA: '.
           02 WCF-DATA           PIC 9(08).
           02 FILLER             PIC X(10) VALUE '  PAGINA: '.
           02 WCF-PAGINA         PIC ZZ9.
       01  WS-CAB-FICHA-2.
           02 FILLER             PIC X(40) VALUE
              'PRODUTO DESCRICAO              QTDE CONT'.
           02 FILLER             PIC X(21) VALUE
              'ADA        CONFERENTE'.
       01  WS-LINHA-FICHA.
           02 WLF-PRODUTO        PIC X(06).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLF-DESCRICAO      PIC X(20).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 FILLER             PIC X(14) VALUE ALL '_'.
           02 FILLER             PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(10) VALUE ALL '_'.

      *********** RELATORIO DE DIVERGENCIAS (INVDIVER) ************
       01  WS-CAB-DIVER-1.
           02 FILLER             PIC X(30) VALUE
              'DIVERGENCIAS DE INVENTARIO -  '.
           02 FILLER             PIC X(07) VALUE 'FILIAL '.
           02 WCD-FILIAL         PIC X(03).
           02 FILLER             PIC X(14) VALUE '  CONGELADA: '.
           02 WCD-DATA           PIC 9(08).
           02 FILLER             PIC X(08) VALUE '  EMIS: '.
           02 WCD-EMISSAO        PIC 9(08).
       01  WS-CAB-DIVER-2.
           02 FILLER             PIC X(40) VALUE
              'PRODUTO DESCRICAO           CONGELADO   '.
           02 FILLER             PIC X(40) VALUE
              'CONTADO DIFERENCA  VALOR A CUSTO'.
       01  WS-LINHA-DIVER.
           02 WLD-PRODUTO        PIC X(06).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLD-DESCRICAO      PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-CONGELADO      PIC ZZZZZZ9-.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLD-CONTADO        PIC ZZZZZZ9-.
           02 WLD-CONTADO-X REDEFINES WLD-CONTADO
                                 PIC X(08).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLD-DIFERENCA      PIC ZZZZZZ9-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-VALOR          PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-LINHA-TOTAL-DIVER.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLT-ROTULO         PIC X(34).
           02 WLT-QTDE           PIC ZZZ.ZZZ.ZZ9-.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLT-VALOR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'SUPAUTH.COB'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0045-LER-SESSAO-OPERADOR.
           PERFORM 0050-CARREGAR-PRODUTOS.
           PERFORM 0060-CARREGAR-INVENTARIO.
           IF WS-INVENTARIO-OK
               PERFORM 0100-EXIBIR-MENU
                   UNTIL WRK-OPCAO-FIM
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
               DISPLAY 'AVISO: CADASTRO PRODMAST AUSENTE - NAO HA '
                   'PRODUTOS PARA CONGELAR'
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
               MOVE PM-CODIGO     TO WS-PROD-CODIGO(WS-IDX-PROD)
               MOVE PM-DESCRICAO  TO WS-PROD-DESCRICAO(WS-IDX-PROD)
               MOVE PM-ATIVO      TO WS-PROD-ATIVO(WS-IDX-PROD)
           ELSE
               DISPLAY 'TABELA DE PRODUTOS CHEIA - PRODUTO '
                   PM-CODIGO ' IGNORADO'
           END-IF.
           PERFORM 0052-LER-PRODUTO.

      *********** INVCONT AUSENTE = NENHUM INVENTARIO EM CURSO; ****
      *********** ESTOURO DA TABELA IMPEDE REGRAVAR SEM PERDA ******
       0060-CARREGAR-INVENTARIO.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT INVENTORY-COUNT-FILE.
           IF WS-INVCONT-STATUS = '00'
               PERFORM 0062-LER-INVENTARIO
               PERFORM 0064-ARMAZENAR-INVENTARIO
                   UNTIL WS-FIM-ARQUIVO
                      OR NOT WS-INVENTARIO-OK
               CLOSE INVENTORY-COUNT-FILE
           END-IF.

       0062-LER-INVENTARIO.
           READ INVENTORY-COUNT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0064-ARMAZENAR-INVENTARIO.
           IF WS-QTD-INVENTARIO < 2000
               ADD 1 TO WS-QTD-INVENTARIO
               SET WS-IDX-INV TO WS-QTD-INVENTARIO
               MOVE IV-FILIAL       TO WS-INV-FILIAL(WS-IDX-INV)
               MOVE IV-PRODUTO      TO WS-INV-PRODUTO(WS-IDX-INV)
               MOVE IV-DATA-CONGELAMENTO
                   TO WS-INV-DATA(WS-IDX-INV)
               MOVE IV-SALDO-CONGELADO
                   TO WS-INV-CONGELADO(WS-IDX-INV)
               MOVE IV-VALOR-UNIT   TO WS-INV-VALOR-UNIT(WS-IDX-INV)
               MOVE IV-QTDE-CONTADA TO WS-INV-CONTADA(WS-IDX-INV)
               MOVE IV-CONTADO      TO WS-INV-CONTADO(WS-IDX-INV)
               MOVE IV-MOTIVO       TO WS-INV-MOTIVO(WS-IDX-INV)
               MOVE IV-OPERADOR     TO WS-INV-OPERADOR(WS-IDX-INV)
               MOVE IV-SITUACAO     TO WS-INV-SITUACAO(WS-IDX-INV)
               MOVE IV-SUPERVISOR   TO WS-INV-SUPERVISOR(WS-IDX-INV)
               PERFORM 0062-LER-INVENTARIO
           ELSE
               DISPLAY 'TABELA DE INVENTARIO CHEIA - INVCONT NAO '
                   'PODE SER ATUALIZADO'
               MOVE 'PRGCOB98' TO EL-PROGRAMA
               MOVE '0064-ARMAZENAR-INV' TO EL-PARAGRAFO
               MOVE 'INVCONT MAIOR QUE A TABELA DE INVENTARIO'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-INVENTARIO-OK-SW
               MOVE 8 TO WRK-RETORNO
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== INVENTARIO FISICO DO ESTOQUE ====='.
           DISPLAY ' (1) CONGELAR CONTAGEM DA FILIAL '.
           DISPLAY ' (2) IMPRIMIR FICHAS DE CONTAGEM '.
           DISPLAY ' (3) DIGITAR QUANTIDADES CONTADAS '.
           DISPLAY ' (4) DIVERGENCIAS E APROVACAO DO SUPERVISOR '.
           DISPLAY ' (5) POSTAR AJUSTES APROVADOS NO ESTOQUE '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-CONGELAR-CONTAGEM
               WHEN 2
                   PERFORM 0300-IMPRIMIR-FICHAS
               WHEN 3
                   PERFORM 0400-DIGITAR-CONTAGEM
               WHEN 4
                   PERFORM 0500-APURAR-DIVERGENCIAS
               WHEN 5
                   PERFORM 0600-POSTAR-AJUSTES
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** FILIAL INFORMADA E SITUACAO DO SEU INVENTARIO ****
      *********** (BRANCO = SEM INVENTARIO EM CURSO) ***************
       0150-INFORMAR-FILIAL.
           DISPLAY 'FILIAL................. : ' WITH NO ADVANCING.
           ACCEPT WRK-FILIAL.
           MOVE FUNCTION UPPER-CASE(WRK-FILIAL) TO WRK-FILIAL.
           MOVE SPACES TO WRK-SITUACAO-FILIAL.
           MOVE ZEROS  TO WRK-DATA-CONGELAMENTO.
           MOVE ZEROS  TO WS-QTD-ITENS-FILIAL.
           PERFORM 0155-VERIFICAR-ITEM-FILIAL
               VARYING WS-IDX-INV FROM 1 BY 1
               UNTIL WS-IDX-INV > WS-QTD-INVENTARIO.

       0155-VERIFICAR-ITEM-FILIAL.
           IF WS-INV-FILIAL(WS-IDX-INV) = WRK-FILIAL
              AND WS-INV-SITUACAO(WS-IDX-INV) NOT = 'L'
               MOVE WS-INV-SITUACAO(WS-IDX-INV)
                   TO WRK-SITUACAO-FILIAL
               MOVE WS-INV-DATA(WS-IDX-INV)
                   TO WRK-DATA-CONGELAMENTO
               ADD 1 TO WS-QTD-ITENS-FILIAL
           END-IF.

      *********** CONGELAMENTO: UMA FOTO DO SALDO DO STOCKBAL POR **
      *********** PRODUTO ATIVO, COM O CUSTO MEDIO DA FILIAL COMO **
      *********** VALOR UNITARIO (DIVERGENCIAS E AJUSTES A CUSTO); *
      *********** O INVENTARIO JA POSTADO DA FILIAL ***************
      *********** SAI DO INVCONT (O HISTORICO FICA NO AJUSTEST) ****
       0200-CONGELAR-CONTAGEM.
           PERFORM 0150-INFORMAR-FILIAL.
           EVALUATE TRUE
               WHEN WRK-FILIAL = SPACES
                   DISPLAY 'FILIAL EM BRANCO - NADA CONGELADO'
               WHEN NOT WRK-FILIAL-SEM-INVENTARIO
                   DISPLAY 'FILIAL ' WRK-FILIAL ' JA TEM INVENTARIO '
                       'EM CURSO DESDE ' WRK-DATA-CONGELAMENTO
               WHEN OTHER
                   PERFORM 0210-ABRIR-SALDOS-LEITURA
                   IF WS-STOCKBAL-STATUS = '00'
                       PERFORM 0220-REMOVER-POSTADOS
                       PERFORM 0230-CONGELAR-PRODUTOS
                       CLOSE STOCK-BAL-FILE
                       PERFORM 0800-GRAVAR-INVENTARIO
                       DISPLAY 'FILIAL ' WRK-FILIAL ' CONGELADA COM '
                           WS-QTD-ITENS-FILIAL ' PRODUTOS'
                   END-IF
           END-EVALUATE.

       0210-ABRIR-SALDOS-LEITURA.
           OPEN INPUT STOCK-BAL-FILE.
           IF WS-STOCKBAL-STATUS NOT = '00'
               DISPLAY 'ARQUIVO STOCKBAL INDISPONIVEL - STATUS '
                   WS-STOCKBAL-STATUS
               MOVE 'PRGCOB98' TO EL-PROGRAMA
               MOVE '0210-ABRIR-SALDOS' TO EL-PARAGRAFO
               MOVE 'ARQUIVO STOCKBAL INDISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           END-IF.

       0220-REMOVER-POSTADOS.
           SET WS-IDX-DEST TO 1.
           PERFORM 0222-COPIAR-ITEM
               VARYING WS-IDX-INV FROM 1 BY 1
               UNTIL WS-IDX-INV > WS-QTD-INVENTARIO.
           SET WS-QTD-INVENTARIO TO WS-IDX-DEST.
           SUBTRACT 1 FROM WS-QTD-INVENTARIO.

       0222-COPIAR-ITEM.
           IF WS-INV-FILIAL(WS-IDX-INV) NOT = WRK-FILIAL
               MOVE WS-INV-ENTRY(WS-IDX-INV)
                   TO WS-INV-ENTRY(WS-IDX-DEST)
               SET WS-IDX-DEST UP BY 1
           END-IF.

       0230-CONGELAR-PRODUTOS.
           MOVE ZEROS TO WS-QTD-ITENS-FILIAL.
           PERFORM 0232-CONGELAR-PRODUTO
               VARYING WS-IDX-PROD FROM 1 BY 1
               UNTIL WS-IDX-PROD > WS-QTD-PRODUTOS.

       0232-CONGELAR-PRODUTO.
           IF WS-PROD-ATIVO(WS-IDX-PROD) = 'S'
               IF WS-QTD-INVENTARIO < 2000
                   ADD 1 TO WS-QTD-INVENTARIO
                   SET WS-IDX-INV TO WS-QTD-INVENTARIO
                   MOVE WS-PROD-CODIGO(WS-IDX-PROD) TO EB-PRODUTO
                   MOVE WRK-FILIAL                  TO EB-FILIAL
                   READ STOCK-BAL-FILE
                       INVALID KEY
                           MOVE ZEROS TO EB-SALDO
                           MOVE ZEROS TO EB-CUSTO-MEDIO
                   END-READ
                   MOVE WRK-FILIAL TO WS-INV-FILIAL(WS-IDX-INV)
                   MOVE WS-PROD-CODIGO(WS-IDX-PROD)
                       TO WS-INV-PRODUTO(WS-IDX-INV)
                   MOVE WS-DATA-PROCESSO TO WS-INV-DATA(WS-IDX-INV)
                   MOVE EB-SALDO TO WS-INV-CONGELADO(WS-IDX-INV)
                   COMPUTE WS-INV-VALOR-UNIT(WS-IDX-INV) ROUNDED =
                       EB-CUSTO-MEDIO
                   MOVE ZEROS  TO WS-INV-CONTADA(WS-IDX-INV)
                   MOVE 'N'    TO WS-INV-CONTADO(WS-IDX-INV)
                   MOVE ZEROS  TO WS-INV-MOTIVO(WS-IDX-INV)
                   MOVE SPACES TO WS-INV-OPERADOR(WS-IDX-INV)
                   MOVE 'C'    TO WS-INV-SITUACAO(WS-IDX-INV)
                   MOVE SPACES TO WS-INV-SUPERVISOR(WS-IDX-INV)
                   ADD 1 TO WS-QTD-ITENS-FILIAL
                   ADD 1 TO WS-ENTRADAS-RUNCTL
               ELSE
                   DISPLAY 'TABELA DE INVENTARIO CHEIA - PRODUTO '
                       WS-PROD-CODIGO(WS-IDX-PROD) ' NAO CONGELADO'
                   PERFORM 0590-MARCAR-REJEICAO
               END-IF
           END-IF.

      *********** FICHAS DE CONTAGEM CEGA: SO PRODUTO E DESCRICAO, **
      *********** SEM O SALDO DO SISTEMA ***************************
       0300-IMPRIMIR-FICHAS.
           PERFORM 0150-INFORMAR-FILIAL.
           IF NOT WRK-FILIAL-EM-CONTAGEM
               DISPLAY 'FILIAL ' WRK-FILIAL ' SEM CONTAGEM EM CURSO'
           ELSE
               OPEN OUTPUT COUNT-SHEET-FILE
               MOVE ZEROS TO WS-NUMERO-PAGINA
               PERFORM 0310-CABECALHO-FICHA
               PERFORM 0320-IMPRIMIR-ITEM-FICHA
                   VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-QTD-INVENTARIO
               CLOSE COUNT-SHEET-FILE
               DISPLAY 'FICHAS DE ' WS-QTD-ITENS-FILIAL
                   ' PRODUTOS GERADAS EM INVFICHA'
           END-IF.

       0310-CABECALHO-FICHA.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WRK-FILIAL            TO WCF-FILIAL.
           MOVE WRK-DATA-CONGELAMENTO TO WCF-DATA.
           MOVE WS-NUMERO-PAGINA      TO WCF-PAGINA.
           WRITE COUNT-SHEET-LINE FROM WS-CAB-FICHA-1.
           MOVE SPACES TO COUNT-SHEET-LINE.
           WRITE COUNT-SHEET-LINE.
           WRITE COUNT-SHEET-LINE FROM WS-CAB-FICHA-2.
           MOVE ZEROS TO WS-LINHAS-PAGINA.

       0320-IMPRIMIR-ITEM-FICHA.
           IF WS-INV-FILIAL(WS-IDX-INV) = WRK-FILIAL
              AND WS-INV-SITUACAO(WS-IDX-INV) = 'C'
               IF WS-LINHAS-PAGINA > 20
                   PERFORM 0310-CABECALHO-FICHA
               END-IF
               MOVE WS-INV-PRODUTO(WS-IDX-INV) TO WRK-PRODUTO
               PERFORM 0330-BUSCAR-DESCRICAO
               MOVE WRK-PRODUTO   TO WLF-PRODUTO
               MOVE WRK-DESCRICAO TO WLF-DESCRICAO
               MOVE SPACES TO COUNT-SHEET-LINE
               WRITE COUNT-SHEET-LINE
               WRITE COUNT-SHEET-LINE FROM WS-LINHA-FICHA
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.

       0330-BUSCAR-DESCRICAO.
           MOVE 'PRODUTO FORA DO CAD.' TO WRK-DESCRICAO.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0332-COMPARAR-PRODUTO
               VARYING WS-IDX-PROD FROM 1 BY 1
               UNTIL WS-IDX-PROD > WS-QTD-PRODUTOS
                  OR WS-ACHADO.

       0332-COMPARAR-PRODUTO.
           IF WS-PROD-CODIGO(WS-IDX-PROD) = WRK-PRODUTO
               MOVE WS-PROD-DESCRICAO(WS-IDX-PROD) TO WRK-DESCRICAO
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** DIGITACAO DAS FICHAS: PRODUTO E QUANTIDADE; A ****
      *********** RECONTAGEM SUBSTITUI A ANTERIOR ENQUANTO A FILIAL *
      *********** NAO FOR APROVADA ********************************
       0400-DIGITAR-CONTAGEM.
           PERFORM 0150-INFORMAR-FILIAL.
           IF NOT WRK-FILIAL-EM-CONTAGEM
               DISPLAY 'FILIAL ' WRK-FILIAL ' SEM CONTAGEM EM CURSO'
           ELSE
               MOVE ZEROS TO WS-QTD-CONTADOS
               MOVE 'N' TO WS-FIM-DIGITACAO-SW
               PERFORM 0410-DIGITAR-ITEM
                   UNTIL WS-FIM-DIGITACAO
               IF WS-QTD-CONTADOS > ZEROS
                   PERFORM 0800-GRAVAR-INVENTARIO
               END-IF
               DISPLAY 'QUANTIDADES REGISTRADAS : ' WS-QTD-CONTADOS
           END-IF.

       0410-DIGITAR-ITEM.
           DISPLAY 'PRODUTO (0=ENCERRAR)... : ' WITH NO ADVANCING.
           ACCEPT WRK-PRODUTO.
           MOVE FUNCTION UPPER-CASE(WRK-PRODUTO) TO WRK-PRODUTO.
           IF WRK-PRODUTO = '0' OR WRK-PRODUTO = SPACES
               MOVE 'S' TO WS-FIM-DIGITACAO-SW
           ELSE
               PERFORM 0420-BUSCAR-ITEM-FILIAL
               IF NOT WS-ACHADO
                   DISPLAY 'PRODUTO ' WRK-PRODUTO ' FORA DO '
                       'INVENTARIO DA FILIAL ' WRK-FILIAL
                   PERFORM 0590-MARCAR-REJEICAO
               ELSE
                   DISPLAY 'QUANTIDADE CONTADA..... : '
                       WITH NO ADVANCING
                   ACCEPT WRK-QTDE
                   MOVE WRK-QTDE TO WS-INV-CONTADA(WS-IDX-INV)
                   MOVE 'S'      TO WS-INV-CONTADO(WS-IDX-INV)
                   MOVE WRK-OPERADOR-SESSAO
                       TO WS-INV-OPERADOR(WS-IDX-INV)
                   ADD 1 TO WS-QTD-CONTADOS
                   ADD 1 TO WS-ENTRADAS-RUNCTL
               END-IF
           END-IF.

       0420-BUSCAR-ITEM-FILIAL.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0422-COMPARAR-ITEM
               VARYING WS-IDX-INV FROM 1 BY 1
               UNTIL WS-IDX-INV > WS-QTD-INVENTARIO
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-INV DOWN BY 1
           END-IF.

       0422-COMPARAR-ITEM.
           IF WS-INV-FILIAL(WS-IDX-INV) = WRK-FILIAL
              AND WS-INV-PRODUTO(WS-IDX-INV) = WRK-PRODUTO
              AND WS-INV-SITUACAO(WS-IDX-INV) NOT = 'L'
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** DIVERGENCIAS EM UNIDADES E VALOR (VALOR UNITARIO *
      *********** CONGELADO JUNTO COM O SALDO); DEPOIS, O MOTIVO ***
      *********** DE CADA DIVERGENCIA E A APROVACAO DO SUPERVISOR **
       0500-APURAR-DIVERGENCIAS.
           PERFORM 0150-INFORMAR-FILIAL.
           IF NOT WRK-FILIAL-EM-CONTAGEM
               DISPLAY 'FILIAL ' WRK-FILIAL ' SEM CONTAGEM EM CURSO'
           ELSE
               PERFORM 0510-IMPRIMIR-DIVERGENCIAS
               IF WS-QTD-CONTADOS = ZEROS
                   DISPLAY 'NENHUMA QUANTIDADE CONTADA - APROVACAO '
                       'NAO SOLICITADA'
               ELSE
                   DISPLAY 'SUBMETER A APROVACAO DO SUPERVISOR (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WRK-CONFIRMA
                   MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA)
                       TO WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       PERFORM 0540-INFORMAR-MOTIVOS
                       PERFORM 0550-SOLICITAR-APROVACAO
                   END-IF
               END-IF
           END-IF.

       0510-IMPRIMIR-DIVERGENCIAS.
           MOVE ZEROS TO WS-QTD-CONTADOS.
           MOVE ZEROS TO WS-QTD-NAO-CONTADOS.
           MOVE ZEROS TO WS-QTD-DIVERGENTES.
           MOVE ZEROS TO WS-TOTAL-UNIDADES.
           MOVE ZEROS TO WS-TOTAL-SOBRAS.
           MOVE ZEROS TO WS-TOTAL-FALTAS.
           OPEN OUTPUT VARIANCE-REPORT-FILE.
           MOVE WRK-FILIAL            TO WCD-FILIAL.
           MOVE WRK-DATA-CONGELAMENTO TO WCD-DATA.
           MOVE WS-DATA-PROCESSO      TO WCD-EMISSAO.
           WRITE VARIANCE-LINE FROM WS-CAB-DIVER-1.
           WRITE VARIANCE-LINE FROM WS-LINHA-SEPARADOR.
           WRITE VARIANCE-LINE FROM WS-CAB-DIVER-2.
           PERFORM 0520-IMPRIMIR-ITEM-DIVERGENCIA
               VARYING WS-IDX-INV FROM 1 BY 1
               UNTIL WS-IDX-INV > WS-QTD-INVENTARIO.
           WRITE VARIANCE-LINE FROM WS-LINHA-SEPARADOR.
           COMPUTE WS-TOTAL-LIQUIDO = WS-TOTAL-SOBRAS
               + WS-TOTAL-FALTAS.
           MOVE 'PRODUTOS CONTADOS' TO WLT-ROTULO.
           MOVE WS-QTD-CONTADOS     TO WLT-QTDE.
           MOVE ZEROS               TO WLT-VALOR.
           WRITE VARIANCE-LINE FROM WS-LINHA-TOTAL-DIVER.
           MOVE 'PRODUTOS NAO CONTADOS (SEM AJUSTE)' TO WLT-ROTULO.
           MOVE WS-QTD-NAO-CONTADOS TO WLT-QTDE.
           WRITE VARIANCE-LINE FROM WS-LINHA-TOTAL-DIVER.
           MOVE 'PRODUTOS COM DIVERGENCIA' TO WLT-ROTULO.
           MOVE WS-QTD-DIVERGENTES  TO WLT-QTDE.
           WRITE VARIANCE-LINE FROM WS-LINHA-TOTAL-DIVER.
           MOVE 'SOBRAS (VALOR)'    TO WLT-ROTULO.
           MOVE ZEROS               TO WLT-QTDE.
           MOVE WS-TOTAL-SOBRAS     TO WLT-VALOR.
           WRITE VARIANCE-LINE FROM WS-LINHA-TOTAL-DIVER.
           MOVE 'FALTAS (VALOR)'    TO WLT-ROTULO.
           MOVE WS-TOTAL-FALTAS     TO WLT-VALOR.
           WRITE VARIANCE-LINE FROM WS-LINHA-TOTAL-DIVER.
           MOVE 'DIFERENCA LIQUIDA (UNIDADES/VALOR)' TO WLT-ROTULO.
           MOVE WS-TOTAL-UNIDADES   TO WLT-QTDE.
           MOVE WS-TOTAL-LIQUIDO    TO WLT-VALOR.
           WRITE VARIANCE-LINE FROM WS-LINHA-TOTAL-DIVER.
           CLOSE VARIANCE-REPORT-FILE.
           MOVE WS-TOTAL-UNIDADES TO WS-QTDE-ED.
           MOVE WS-TOTAL-LIQUIDO  TO WS-VALOR-ED.
           DISPLAY 'PRODUTOS CONTADOS...... : ' WS-QTD-CONTADOS.
           DISPLAY 'PRODUTOS NAO CONTADOS.. : ' WS-QTD-NAO-CONTADOS.
           DISPLAY 'PRODUTOS DIVERGENTES... : ' WS-QTD-DIVERGENTES.
           DISPLAY 'DIFERENCA EM UNIDADES.. : ' WS-QTDE-ED.
           DISPLAY 'DIFERENCA EM VALOR..... : ' WS-VALOR-ED.
           DISPLAY 'RELATORIO GERADO EM INVDIVER'.

       0520-IMPRIMIR-ITEM-DIVERGENCIA.
           IF WS-INV-FILIAL(WS-IDX-INV) = WRK-FILIAL
              AND WS-INV-SITUACAO(WS-IDX-INV) = 'C'
               MOVE WS-INV-PRODUTO(WS-IDX-INV) TO WRK-PRODUTO
               PERFORM 0330-BUSCAR-DESCRICAO
               MOVE WRK-PRODUTO   TO WLD-PRODUTO
               MOVE WRK-DESCRICAO TO WLD-DESCRICAO
               MOVE WS-INV-CONGELADO(WS-IDX-INV) TO WLD-CONGELADO
               IF WS-INV-CONTADO(WS-IDX-INV) = 'S'
                   ADD 1 TO WS-QTD-CONTADOS
                   PERFORM 0530-CALCULAR-DIFERENCA
                   MOVE WS-INV-CONTADA(WS-IDX-INV) TO WLD-CONTADO
                   MOVE WRK-DIFERENCA       TO WLD-DIFERENCA
                   MOVE WRK-VALOR-DIFERENCA TO WLD-VALOR
                   IF WRK-DIFERENCA NOT = ZEROS
                       ADD 1 TO WS-QTD-DIVERGENTES
                       ADD WRK-DIFERENCA TO WS-TOTAL-UNIDADES
                       IF WRK-DIFERENCA > ZEROS
                           ADD WRK-VALOR-DIFERENCA TO WS-TOTAL-SOBRAS
                       ELSE
                           ADD WRK-VALOR-DIFERENCA TO WS-TOTAL-FALTAS
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-QTD-NAO-CONTADOS
                   MOVE 'N/CONTAD' TO WLD-CONTADO-X
                   MOVE ZEROS      TO WLD-DIFERENCA
                   MOVE ZEROS      TO WLD-VALOR
               END-IF
               WRITE VARIANCE-LINE FROM WS-LINHA-DIVER
           END-IF.

       0530-CALCULAR-DIFERENCA.
           COMPUTE WRK-DIFERENCA = WS-INV-CONTADA(WS-IDX-INV)
               - WS-INV-CONGELADO(WS-IDX-INV).
           COMPUTE WRK-VALOR-DIFERENCA =
               WRK-DIFERENCA * WS-INV-VALOR-UNIT(WS-IDX-INV).

       0540-INFORMAR-MOTIVOS.
           DISPLAY 'MOTIVOS: 1-' WS-MOTIVO-DESCRICAO(1).
           DISPLAY '         2-' WS-MOTIVO-DESCRICAO(2).
           DISPLAY '         3-' WS-MOTIVO-DESCRICAO(3).
           DISPLAY '         4-' WS-MOTIVO-DESCRICAO(4).
           DISPLAY '         5-' WS-MOTIVO-DESCRICAO(5).
           PERFORM 0542-INFORMAR-MOTIVO-ITEM
               VARYING WS-IDX-INV FROM 1 BY 1
               UNTIL WS-IDX-INV > WS-QTD-INVENTARIO.

      *********** MOTIVO INVALIDO OU EM BRANCO VIRA 1 (DIFERENCA ***
      *********** DE CONTAGEM) *************************************
       0542-INFORMAR-MOTIVO-ITEM.
           IF WS-INV-FILIAL(WS-IDX-INV) = WRK-FILIAL
              AND WS-INV-SITUACAO(WS-IDX-INV) = 'C'
              AND WS-INV-CONTADO(WS-IDX-INV) = 'S'
               PERFORM 0530-CALCULAR-DIFERENCA
               IF WRK-DIFERENCA NOT = ZEROS
                   MOVE WRK-DIFERENCA TO WS-QTDE-ED
                   DISPLAY 'PRODUTO ' WS-INV-PRODUTO(WS-IDX-INV)
                       ' DIFERENCA ' WS-QTDE-ED
                   DISPLAY 'MOTIVO DA DIVERGENCIA.. : '
                       WITH NO ADVANCING
                   ACCEPT WRK-MOTIVO
                   IF NOT WRK-MOTIVO-VALIDO
                       MOVE 1 TO WRK-MOTIVO
                   END-IF
                   MOVE WRK-MOTIVO TO WS-INV-MOTIVO(WS-IDX-INV)
               END-IF
           END-IF.

       0550-SOLICITAR-APROVACAO.
           MOVE 'INVENTARIO' TO SU-ACAO.
           CALL 'SUPAUTH' USING SUP-AUTH-LINK.
           IF SU-APROVADO
               PERFORM 0552-APROVAR-ITEM
                   VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-QTD-INVENTARIO
               PERFORM 0800-GRAVAR-INVENTARIO
               DISPLAY 'INVENTARIO DA FILIAL ' WRK-FILIAL
                   ' APROVADO POR ' SU-SUPERVISOR
           ELSE
               DISPLAY 'INVENTARIO NAO APROVADO - FILIAL '
                   WRK-FILIAL ' CONTINUA EM CONTAGEM'
               PERFORM 0800-GRAVAR-INVENTARIO
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.

       0552-APROVAR-ITEM.
           IF WS-INV-FILIAL(WS-IDX-INV) = WRK-FILIAL
              AND WS-INV-SITUACAO(WS-IDX-INV) = 'C'
               MOVE 'A' TO WS-INV-SITUACAO(WS-IDX-INV)
               MOVE SU-SUPERVISOR TO WS-INV-SUPERVISOR(WS-IDX-INV)
           END-IF.

      *********** POSTAGEM: O AJUSTE (CONTADO - CONGELADO) E SOMADO *
      *********** AO SALDO ATUAL DO STOCKBAL, PRESERVANDO O *********
      *********** MOVIMENTO POSTADO DEPOIS DO CONGELAMENTO; PRODUTO *
      *********** NAO CONTADO NAO E AJUSTADO ************************
       0600-POSTAR-AJUSTES.
           PERFORM 0150-INFORMAR-FILIAL.
           IF NOT WRK-FILIAL-APROVADA
               DISPLAY 'FILIAL ' WRK-FILIAL ' SEM INVENTARIO '
                   'APROVADO PELO SUPERVISOR'
           ELSE
               PERFORM 0610-ABRIR-ARQUIVOS-POSTAGEM
               IF WS-STOCKBAL-STATUS = '00'
                  AND WS-AJUSTEST-STATUS = '00'
                   MOVE ZEROS TO WS-QTD-AJUSTADOS
                   PERFORM 0620-POSTAR-ITEM
                       VARYING WS-IDX-INV FROM 1 BY 1
                       UNTIL WS-IDX-INV > WS-QTD-INVENTARIO
                   CLOSE STOCK-BAL-FILE
                   CLOSE STOCK-ADJUST-FILE
                   PERFORM 0800-GRAVAR-INVENTARIO
                   DISPLAY 'AJUSTES POSTADOS NA FILIAL ' WRK-FILIAL
                       ' : ' WS-QTD-AJUSTADOS
               END-IF
           END-IF.

       0610-ABRIR-ARQUIVOS-POSTAGEM.
           OPEN I-O STOCK-BAL-FILE.
           IF WS-STOCKBAL-STATUS = '35'
               OPEN OUTPUT STOCK-BAL-FILE
               CLOSE STOCK-BAL-FILE
               OPEN I-O STOCK-BAL-FILE
           END-IF.
           IF WS-STOCKBAL-STATUS NOT = '00'
               DISPLAY 'ARQUIVO STOCKBAL INDISPONIVEL - STATUS '
                   WS-STOCKBAL-STATUS
               MOVE 'PRGCOB98' TO EL-PROGRAMA
               MOVE '0610-ABRIR-ARQUIVOS' TO EL-PARAGRAFO
               MOVE 'ARQUIVO STOCKBAL INDISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               OPEN EXTEND STOCK-ADJUST-FILE
               IF WS-AJUSTEST-STATUS = '35'
                   OPEN OUTPUT STOCK-ADJUST-FILE
               END-IF
               IF WS-AJUSTEST-STATUS NOT = '00'
                   DISPLAY 'ARQUIVO AJUSTEST INDISPONIVEL - STATUS '
                       WS-AJUSTEST-STATUS
                   MOVE 'PRGCOB98' TO EL-PROGRAMA
                   MOVE '0610-ABRIR-ARQUIVOS' TO EL-PARAGRAFO
                   MOVE 'ARQUIVO AJUSTEST INDISPONIVEL'
                       TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   CLOSE STOCK-BAL-FILE
                   MOVE 8 TO WRK-RETORNO
               END-IF
           END-IF.

       0620-POSTAR-ITEM.
           IF WS-INV-FILIAL(WS-IDX-INV) = WRK-FILIAL
              AND WS-INV-SITUACAO(WS-IDX-INV) = 'A'
               IF WS-INV-CONTADO(WS-IDX-INV) = 'S'
                   PERFORM 0530-CALCULAR-DIFERENCA
                   IF WRK-DIFERENCA NOT = ZEROS
                       PERFORM 0630-AJUSTAR-SALDO
                       PERFORM 0640-GRAVAR-AJUSTE
                   END-IF
               END-IF
               MOVE 'L' TO WS-INV-SITUACAO(WS-IDX-INV)
           END-IF.

       0630-AJUSTAR-SALDO.
           MOVE WS-INV-PRODUTO(WS-IDX-INV) TO EB-PRODUTO.
           MOVE WRK-FILIAL                 TO EB-FILIAL.
           READ STOCK-BAL-FILE
               INVALID KEY
                   MOVE WS-INV-PRODUTO(WS-IDX-INV) TO EB-PRODUTO
                   MOVE WRK-FILIAL                 TO EB-FILIAL
                   MOVE ZEROS TO EB-SALDO
                   MOVE ZEROS TO EB-QT-MOVTOS
                   MOVE ZEROS TO EB-CUSTO-MEDIO
                   MOVE ZEROS TO EB-CUSTO-ULT-VENDA
                   PERFORM 0635-APLICAR-AJUSTE
                   WRITE STOCK-BAL-REC
               NOT INVALID KEY
                   PERFORM 0635-APLICAR-AJUSTE
                   REWRITE STOCK-BAL-REC
           END-READ.

       0635-APLICAR-AJUSTE.
           ADD WRK-DIFERENCA TO EB-SALDO.
           ADD 1 TO EB-QT-MOVTOS.
           MOVE WS-DATA-PROCESSO TO EB-DATA-ULT-MOVTO.

       0640-GRAVAR-AJUSTE.
           MOVE SPACES                        TO STOCK-ADJUST-REC.
           MOVE WS-DATA-PROCESSO              TO AI-DATA.
           MOVE WRK-FILIAL                    TO AI-FILIAL.
           MOVE WS-INV-PRODUTO(WS-IDX-INV)    TO AI-PRODUTO.
           MOVE WS-INV-CONGELADO(WS-IDX-INV)  TO AI-SALDO-CONGELADO.
           MOVE WS-INV-CONTADA(WS-IDX-INV)    TO AI-QTDE-CONTADA.
           MOVE WRK-DIFERENCA                 TO AI-DIFERENCA.
           MOVE WRK-VALOR-DIFERENCA           TO AI-VALOR.
           MOVE WS-INV-MOTIVO(WS-IDX-INV)     TO AI-MOTIVO.
           MOVE WS-INV-OPERADOR(WS-IDX-INV)   TO AI-CONTADOR.
           MOVE WS-INV-SUPERVISOR(WS-IDX-INV) TO AI-SUPERVISOR.
           MOVE WRK-OPERADOR-SESSAO           TO AI-OPERADOR.
           WRITE STOCK-ADJUST-REC.
           ADD 1 TO WS-QTD-AJUSTADOS.
           ADD 1 TO WS-SAIDAS-RUNCTL.
           ADD WRK-VALOR-DIFERENCA TO WS-TOTAL-RUNCTL.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** REGRAVA O INVCONT A CADA ETAPA CONCLUIDA, PARA ***
      *********** QUE O CONGELAMENTO E A CONTAGEM NAO SE PERCAM ****
       0800-GRAVAR-INVENTARIO.
           OPEN OUTPUT INVENTORY-COUNT-FILE.
           IF WS-INVCONT-STATUS NOT = '00'
               DISPLAY 'ARQUIVO INVCONT INDISPONIVEL - STATUS '
                   WS-INVCONT-STATUS
               MOVE 'PRGCOB98' TO EL-PROGRAMA
               MOVE '0800-GRAVAR-INVENT' TO EL-PARAGRAFO
               MOVE 'ARQUIVO INVCONT NAO PODE SER REGRAVADO'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0810-GRAVAR-ITEM-INVENTARIO
                   VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-QTD-INVENTARIO
               CLOSE INVENTORY-COUNT-FILE
           END-IF.

       0810-GRAVAR-ITEM-INVENTARIO.
           MOVE SPACES                        TO INVENTORY-COUNT-REC.
           MOVE WS-INV-FILIAL(WS-IDX-INV)     TO IV-FILIAL.
           MOVE WS-INV-PRODUTO(WS-IDX-INV)    TO IV-PRODUTO.
           MOVE WS-INV-DATA(WS-IDX-INV)       TO IV-DATA-CONGELAMENTO.
           MOVE WS-INV-CONGELADO(WS-IDX-INV)  TO IV-SALDO-CONGELADO.
           MOVE WS-INV-VALOR-UNIT(WS-IDX-INV) TO IV-VALOR-UNIT.
           MOVE WS-INV-CONTADA(WS-IDX-INV)    TO IV-QTDE-CONTADA.
           MOVE WS-INV-CONTADO(WS-IDX-INV)    TO IV-CONTADO.
           MOVE WS-INV-MOTIVO(WS-IDX-INV)     TO IV-MOTIVO.
           MOVE WS-INV-OPERADOR(WS-IDX-INV)   TO IV-OPERADOR.
           MOVE WS-INV-SITUACAO(WS-IDX-INV)   TO IV-SITUACAO.
           MOVE WS-INV-SUPERVISOR(WS-IDX-INV) TO IV-SUPERVISOR.
           WRITE INVENTORY-COUNT-REC.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB98'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-ENTRADAS-RUNCTL TO RC-REGISTROS-ENTRADA
               MOVE WS-SAIDAS-RUNCTL   TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-RUNCTL    TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
