      ***                    BAIXARIA TODOS OS SALDOS EM DOBRO;
      ***                    A DATA ENTRA NO CONTROLE AO FINAL
      ***                    DE UMA POSTAGEM COM ITENS
      ***   15/10/2026 HJR   CUSTO DAS VENDAS: A VENDA SAI PELO
      ***                    CUSTO MEDIO DO STOCKBAL (GUARDADO
      ***                    COMO CUSTO DA ULTIMA VENDA) E A
      ***                    DEVOLUCAO VOLTA PELO CUSTO DA ULTIMA
      ***                    VENDA, REPONDERANDO O MEDIO; O CMV
      ***                    DO DIA POR FILIAL/PRODUTO E GRAVADO
      ***                    NO CUSTOVND (FD DO STOCKBAL DE 51)
      ***   15/10/2026 HJR   RELATORIO PASSA A SER CAPTURADO NO
      ***                    REPOSITORIO (RELREPO) PELA SUB-ROTINA
      ***                    RELCAPT AO FIM DA IMPRESSAO
      ***--------------------------------------------------
      ***   RETORNO: 00 = LIMPO   04 = SALDO NEGATIVO NO
      ***               ESTOQUE   08 = FALHA DE ARQUIVO OU
               FILE STATUS IS WS-STOCKBAL-STATUS.
           SELECT STOCK-REPORT-FILE ASSIGN TO 'ESTOQREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALES-COST-FILE ASSIGN TO 'CUSTOVND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOVND-STATUS.
           SELECT STOCK-CTRL-FILE ASSIGN TO 'ESTQCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTQCTRL-STATUS.
           COPY 'SALESITM.COB'.

       FD  STOCK-BAL-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY 'STOCKBAL.COB'.

       FD  STOCK-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STOCK-REPORT-LINE      PIC X(80).

       FD  SALES-COST-FILE
           RECORD CONTAINS 83 CHARACTERS.
           COPY 'CUSTOVND.COB'.

       FD  STOCK-CTRL-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'ESTQCTRL.COB'.
       77  WS-STOCKBAL-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-ESTQCTRL-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-CUSTOVND-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-CUSTO-ACHADO-SW     PIC X(01)     VALUE 'N'.
           88 WS-CUSTO-ACHADO                   VALUE 'S'.
       77  WS-FIM-ITENS-SW        PIC X(01)     VALUE 'N'.
           88 WS-FIM-ITENS                      VALUE 'S'.
       77  WS-FIM-SALDOS-SW       PIC X(01)     VALUE 'N'.
       77  WS-QTD-NEGATIVOS       PIC 9(05)     VALUE ZEROS.
       77  WS-LINHAS-PAGINA       PIC 9(02)     VALUE ZEROS.
       77  WS-NUMERO-PAGINA       PIC 9(03)     VALUE ZEROS.
       77  WRK-SALDO-BASE         PIC 9(07)     VALUE ZEROS.
       77  WRK-CUSTO-UNIT         PIC 9(07)V9(04) VALUE ZEROS.
       77  WRK-CMV-ITEM           PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOTAL-CMV           PIC S9(10)V99 VALUE ZEROS.

      *********** CMV DO DIA POR FILIAL/PRODUTO (CUSTOVND) ********
       01  WS-TABELA-CUSTOS.
           02 WS-QTD-CUSTOS       PIC 9(03)     VALUE ZEROS.
           02 WS-CUSTO-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-IDX-CUS.
               03 WS-CUS-FILIAL       PIC X(03).
               03 WS-CUS-PRODUTO      PIC X(06).
               03 WS-CUS-CUSTO-VENDA  PIC 9(07)V9(04).
               03 WS-CUS-CUSTO-DEVOL  PIC 9(07)V9(04).
               03 WS-CUS-QTDE-VEND    PIC 9(07).
               03 WS-CUS-QTDE-DEV     PIC 9(07).
               03 WS-CUS-CMV-VENDA    PIC 9(09)V99.
               03 WS-CUS-CMV-DEVOL    PIC 9(09)V99.

       01  WS-CABECALHO-1.
           02 FILLER              PIC X(30) VALUE
           02 WLR-NEGATIVOS       PIC ZZZZ9.

       COPY 'ERRLOG.COB'.
       COPY 'RELCAPT.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                IF WS-QTD-POSTADOS > ZEROS
                    PERFORM 2500-REGISTRAR-DATA
                        THRU 2500-REGISTRAR-DATA-EXIT
                    PERFORM 2600-GRAVAR-CUSTOS
                        THRU 2600-GRAVAR-CUSTOS-EXIT
                END-IF
                PERFORM 3000-IMPRIMIR-POSICAO
                    THRU 3000-IMPRIMIR-POSICAO-EXIT

      *********** POSTA SO OS ITENS DA DATA INFORMADA: TIPO V *****
      *********** BAIXA O SALDO, TIPO D CREDITA DE VOLTA **********
      *********** A VENDA SAI PELO CUSTO MEDIO, QUE FICA COMO *****
      *********** CUSTO DA ULTIMA VENDA; A DEVOLUCAO VOLTA POR ****
      *********** ESSE CUSTO E REPONDERA O MEDIO ******************
       2000-POSTAR-ITEM.
            IF SI-DATA-CAPTURA NOT = WRK-DATA-MOVTO
                GO TO 2000-POSTAR-ITEM-LER
                    MOVE SI-FILIAL         TO EB-FILIAL
                    MOVE ZEROS             TO EB-SALDO
                    MOVE ZEROS             TO EB-QT-MOVTOS
                    MOVE ZEROS             TO EB-CUSTO-MEDIO
                    MOVE ZEROS             TO EB-CUSTO-ULT-VENDA
                    PERFORM 2200-APLICAR-MOVIMENTO
                        THRU 2200-APLICAR-MOVIMENTO-EXIT
                    WRITE STOCK-BAL-REC

       2200-APLICAR-MOVIMENTO.
            IF SI-TIPO = 'D'
                IF EB-CUSTO-ULT-VENDA > ZEROS
                    MOVE EB-CUSTO-ULT-VENDA TO WRK-CUSTO-UNIT
                ELSE
                    MOVE EB-CUSTO-MEDIO     TO WRK-CUSTO-UNIT
                END-IF
                IF EB-SALDO > ZEROS
                    MOVE EB-SALDO TO WRK-SALDO-BASE
                ELSE
                    MOVE ZEROS    TO WRK-SALDO-BASE
                END-IF
                COMPUTE EB-CUSTO-MEDIO ROUNDED =
                    (WRK-SALDO-BASE * EB-CUSTO-MEDIO
                     + SI-QTDE * WRK-CUSTO-UNIT)
                    / (WRK-SALDO-BASE + SI-QTDE)
                ADD SI-QTDE TO EB-SALDO
            ELSE
                MOVE EB-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                MOVE EB-CUSTO-MEDIO TO EB-CUSTO-ULT-VENDA
                SUBTRACT SI-QTDE FROM EB-SALDO
            END-IF.
            PERFORM 2300-ACUMULAR-CUSTO THRU 2300-ACUMULAR-CUSTO-EXIT.
            ADD 1 TO EB-QT-MOVTOS.
            MOVE SI-DATA-CAPTURA TO EB-DATA-ULT-MOVTO.
       2200-APLICAR-MOVIMENTO-EXIT.
            EXIT.

       2300-ACUMULAR-CUSTO.
            COMPUTE WRK-CMV-ITEM ROUNDED = SI-QTDE * WRK-CUSTO-UNIT.
            MOVE 'N' TO WS-CUSTO-ACHADO-SW.
            PERFORM 2310-COMPARAR-CUSTO THRU 2310-COMPARAR-CUSTO-EXIT
                VARYING WS-IDX-CUS FROM 1 BY 1
                UNTIL WS-IDX-CUS > WS-QTD-CUSTOS
                   OR WS-CUSTO-ACHADO.
            IF WS-CUSTO-ACHADO
                SET WS-IDX-CUS DOWN BY 1
            ELSE
                IF WS-QTD-CUSTOS < 500
                    ADD 1 TO WS-QTD-CUSTOS
                    SET WS-IDX-CUS TO WS-QTD-CUSTOS
                    MOVE SI-FILIAL TO WS-CUS-FILIAL(WS-IDX-CUS)
                    MOVE SI-CODIGO-PRODUTO
                        TO WS-CUS-PRODUTO(WS-IDX-CUS)
                    MOVE ZEROS TO WS-CUS-CUSTO-VENDA(WS-IDX-CUS)
                    MOVE ZEROS TO WS-CUS-CUSTO-DEVOL(WS-IDX-CUS)
                    MOVE ZEROS TO WS-CUS-QTDE-VEND(WS-IDX-CUS)
                    MOVE ZEROS TO WS-CUS-QTDE-DEV(WS-IDX-CUS)
                    MOVE ZEROS TO WS-CUS-CMV-VENDA(WS-IDX-CUS)
                    MOVE ZEROS TO WS-CUS-CMV-DEVOL(WS-IDX-CUS)
                    MOVE 'S' TO WS-CUSTO-ACHADO-SW
                ELSE
                    DISPLAY 'TABELA DE CUSTOS CHEIA - CMV DO PRODUTO '
                        SI-CODIGO-PRODUTO ' NAO REGISTRADO'
                    MOVE 'PRGCOB59' TO EL-PROGRAMA
                    MOVE '2300-ACUMULAR-CUSTO' TO EL-PARAGRAFO
                    MOVE 'TABELA DE CUSTOS CHEIA - CMV INCOMPLETO'
                        TO EL-MENSAGEM
                    MOVE 'A' TO EL-SEVERIDADE
                    CALL 'ERRLOG' USING ERROR-LOG-LINK
                    IF WRK-RETORNO < 4
                        MOVE 4 TO WRK-RETORNO
                    END-IF
                    GO TO 2300-ACUMULAR-CUSTO-EXIT
                END-IF
            END-IF.
            IF SI-TIPO = 'D'
                MOVE WRK-CUSTO-UNIT TO WS-CUS-CUSTO-DEVOL(WS-IDX-CUS)
                ADD SI-QTDE      TO WS-CUS-QTDE-DEV(WS-IDX-CUS)
                ADD WRK-CMV-ITEM TO WS-CUS-CMV-DEVOL(WS-IDX-CUS)
                SUBTRACT WRK-CMV-ITEM FROM WS-TOTAL-CMV
            ELSE
                MOVE WRK-CUSTO-UNIT TO WS-CUS-CUSTO-VENDA(WS-IDX-CUS)
                ADD SI-QTDE      TO WS-CUS-QTDE-VEND(WS-IDX-CUS)
                ADD WRK-CMV-ITEM TO WS-CUS-CMV-VENDA(WS-IDX-CUS)
                ADD WRK-CMV-ITEM TO WS-TOTAL-CMV
            END-IF.
       2300-ACUMULAR-CUSTO-EXIT.
            EXIT.

       2310-COMPARAR-CUSTO.
            IF WS-CUS-FILIAL(WS-IDX-CUS) = SI-FILIAL
               AND WS-CUS-PRODUTO(WS-IDX-CUS) = SI-CODIGO-PRODUTO
                MOVE 'S' TO WS-CUSTO-ACHADO-SW
            END-IF.
       2310-COMPARAR-CUSTO-EXIT.
            EXIT.

      *********** DATA POSTADA COM SUCESSO ENTRA NO CONTROLE ******
       2500-REGISTRAR-DATA.
            OPEN EXTEND STOCK-CTRL-FILE.
       2500-REGISTRAR-DATA-EXIT.
            EXIT.

      *********** CMV DO DIA NO CUSTOVND, UM REGISTRO POR *********
      *********** FILIAL/PRODUTO (A DATA SO E POSTADA UMA VEZ) ****
       2600-GRAVAR-CUSTOS.
            OPEN EXTEND SALES-COST-FILE.
            IF WS-CUSTOVND-STATUS = '35'
                OPEN OUTPUT SALES-COST-FILE
            END-IF.
            IF WS-CUSTOVND-STATUS NOT = '00'
                DISPLAY 'ARQUIVO CUSTOVND INDISPONIVEL - CMV DO DIA '
                    'NAO GRAVADO'
                MOVE 'PRGCOB59' TO EL-PROGRAMA
                MOVE '2600-GRAVAR-CUSTOS' TO EL-PARAGRAFO
                MOVE 'ARQUIVO CUSTOVND INDISPONIVEL - CMV NAO GRAVADO'
                    TO EL-MENSAGEM
                MOVE 'F' TO EL-SEVERIDADE
                CALL 'ERRLOG' USING ERROR-LOG-LINK
                MOVE 8 TO WRK-RETORNO
                GO TO 2600-GRAVAR-CUSTOS-EXIT
            END-IF.
            PERFORM 2610-GRAVAR-CUSTO THRU 2610-GRAVAR-CUSTO-EXIT
                VARYING WS-IDX-CUS FROM 1 BY 1
                UNTIL WS-IDX-CUS > WS-QTD-CUSTOS.
            CLOSE SALES-COST-FILE.
       2600-GRAVAR-CUSTOS-EXIT.
            EXIT.

       2610-GRAVAR-CUSTO.
            MOVE SPACES                         TO SALES-COST-REC.
            MOVE WRK-DATA-MOVTO                 TO CU-DATA.
            MOVE WS-CUS-FILIAL(WS-IDX-CUS)      TO CU-FILIAL.
            MOVE WS-CUS-PRODUTO(WS-IDX-CUS)     TO CU-PRODUTO.
            MOVE WS-CUS-CUSTO-VENDA(WS-IDX-CUS) TO CU-CUSTO-VENDA.
            MOVE WS-CUS-CUSTO-DEVOL(WS-IDX-CUS) TO CU-CUSTO-DEVOL.
            MOVE WS-CUS-QTDE-VEND(WS-IDX-CUS)   TO CU-QTDE-VENDIDA.
            MOVE WS-CUS-QTDE-DEV(WS-IDX-CUS)    TO CU-QTDE-DEVOLVIDA.
            MOVE WS-CUS-CMV-VENDA(WS-IDX-CUS)   TO CU-CMV-VENDA.
            MOVE WS-CUS-CMV-DEVOL(WS-IDX-CUS)   TO CU-CMV-DEVOL.
            WRITE SALES-COST-REC.
       2610-GRAVAR-CUSTO-EXIT.
            EXIT.

      *********** POSICAO COMPLETA DO ESTOQUE (START NA CHAVE *****
      *********** BAIXA E READ NEXT, COMO O PRGCOB27 FAZ NO *******
      *********** SALESACC), SEGUIDA DA PAGINA DE EXCECOES ********
            MOVE WS-QTD-NEGATIVOS TO WLR-NEGATIVOS.
            WRITE STOCK-REPORT-LINE FROM WS-LINHA-RESUMO.
            CLOSE STOCK-REPORT-FILE.
            MOVE 'ESTOQREL' TO RCP-RELATORIO.
            CALL 'RELCAPT' USING RELAT-CAPTURA-LINK.
            IF WS-QTD-NEGATIVOS > ZEROS AND WRK-RETORNO < 4
                MOVE 4 TO WRK-RETORNO
            END-IF.
            DISPLAY 'ITENS DO DIA POSTADOS.. : ' WS-QTD-POSTADOS.
                MOVE WS-HORA-ATUAL    TO RC-HORA-FIM
                MOVE WS-QTD-LIDOS     TO RC-REGISTROS-ENTRADA
                MOVE WS-QTD-POSTADOS  TO RC-REGISTROS-SAIDA
                MOVE WS-TOTAL-CMV     TO RC-TOTAL
                MOVE WRK-RETORNO      TO RC-RETORNO
                WRITE RUN-CTRL-REC
                CLOSE RUN-CTRL-FILE
