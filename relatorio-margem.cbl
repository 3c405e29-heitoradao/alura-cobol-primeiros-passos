       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB01.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = RELATORIO MENSAL DE MARGEM BRUTA
      ***                            (MARGREL): RECEITA DOS ITENS
      ***                            DE VENDA DA COMPETENCIA
      ***                            (SALESITM), CUSTO DAS
      ***                            MERCADORIAS VENDIDAS PELO
      ***                            CUSTO MEDIO DO DIA GRAVADO NA
      ***                            POSTAGEM DO ESTOQUE (CUSTOVND)
      ***                            E MARGEM BRUTA POR PRODUTO,
      ***                            POR FILIAL E POR VENDEDOR; AS
      ***                            DEVOLUCOES ESTORNAM A RECEITA
      ***                            E O CUSTO PELO CUSTO DA VENDA
      ***                            ORIGINAL. ITEM AINDA NAO
      ***                            POSTADO NO ESTOQUE SAI SEM
      ***                            CUSTO E E CONTADO A PARTE
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   RETORNO: 00 = LIMPO   04 = ITENS SEM CUSTO OU
      ***               TABELA CHEIA   08 = FALHA DE ARQUIVO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-ITEM-FILE ASSIGN TO 'SALESITM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESITM-STATUS.
           SELECT SALES-COST-FILE ASSIGN TO 'CUSTOVND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOVND-STATUS.
           SELECT MARGIN-REPORT ASSIGN TO 'MARGREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.
           COPY 'SALESITM.COB'.

       FD  SALES-COST-FILE
           RECORD CONTAINS 83 CHARACTERS.
           COPY 'CUSTOVND.COB'.

       FD  MARGIN-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  MARGIN-LINE           PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-SALESITM-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-CUSTOVND-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHADO-SW          PIC X(01)     VALUE 'N'.
           88 WS-ACHADO                        VALUE 'S'.
       77  WS-CUSTOS-ESTOURO-SW  PIC X(01)     VALUE 'N'.
           88 WS-CUSTOS-ESTOURO                VALUE 'S'.
       77  WS-MARGEM-ESTOURO-SW  PIC X(01)     VALUE 'N'.
           88 WS-MARGEM-ESTOURO                VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-ANOMES            PIC 9(06)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-TIPO              PIC X(01)     VALUE SPACES.
       77  WRK-CODIGO            PIC X(06)     VALUE SPACES.
       77  WRK-QTDE-ITEM         PIC S9(07)    VALUE ZEROS.
       77  WRK-RECEITA-ITEM      PIC S9(09)V99 VALUE ZEROS.
       77  WRK-CUSTO-ITEM        PIC S9(09)V99 VALUE ZEROS.
       77  WRK-MARGEM            PIC S9(11)V99 VALUE ZEROS.
       77  WRK-PERC-MARGEM       PIC S9(03)V9  VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-ITENS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-SEM-CUSTO      PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-LINHAS         PIC 9(06)     VALUE ZEROS.
       77  WS-TOTAL-RECEITA      PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-CUSTO        PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

      *********** CUSTO DO DIA POR FILIAL/PRODUTO DA COMPETENCIA **
       01  WS-TABELA-CUSTOS.
           02 WS-QTD-CUSTOS      PIC 9(04)     VALUE ZEROS.
           02 WS-CUSTO-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-IDX-CUS.
               03 WS-CUS-DATA         PIC 9(08).
               03 WS-CUS-FILIAL       PIC X(03).
               03 WS-CUS-PRODUTO      PIC X(06).
               03 WS-CUS-CUSTO-VENDA  PIC 9(07)V9(04).
               03 WS-CUS-CUSTO-DEVOL  PIC 9(07)V9(04).

      *********** ACUMULADOS POR PRODUTO (P), FILIAL (F) E *******
      *********** VENDEDOR (V) ***********************************
       01  WS-TABELA-MARGEM.
           02 WS-QTD-MARGEM      PIC 9(03)     VALUE ZEROS.
           02 WS-MRG-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-IDX-MRG.
               03 WS-MRG-TIPO         PIC X(01).
               03 WS-MRG-CODIGO       PIC X(06).
               03 WS-MRG-QTDE         PIC S9(07).
               03 WS-MRG-RECEITA      PIC S9(11)V99.
               03 WS-MRG-CUSTO        PIC S9(11)V99.

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(40) VALUE
              'MARGEM BRUTA DE VENDAS - COMPETENCIA    '.
           02 WC1-COMPETENCIA    PIC 9(06).
           02 FILLER             PIC X(08) VALUE '  DATA: '.
           02 WC1-DATA           PIC 9(08).
       01  WS-TITULO-SECAO.
           02 WTS-TITULO         PIC X(80).
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(40) VALUE
              'CODIGO     QTDE         RECEITA         '.
           02 FILLER             PIC X(31) VALUE
              '    CMV          MARGEM  MARG% '.
       01  WS-LINHA-MARGEM.
           02 WLM-CODIGO         PIC X(06).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLM-QTDE           PIC ZZZZZZ9-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLM-RECEITA        PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLM-CUSTO          PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLM-MARGEM         PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLM-PERC           PIC ZZ9,9-.
       01  WS-LINHA-RESUMO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLS-ROTULO         PIC X(34).
           02 WLS-QTDE           PIC ZZZZZ9.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0045-LER-COMPETENCIA.
           PERFORM 0050-CARREGAR-CUSTOS.
           OPEN INPUT SALES-ITEM-FILE.
           IF WS-SALESITM-STATUS NOT = '00'
               DISPLAY 'ARQUIVO SALESITM NAO ENCONTRADO'
               MOVE 'PRGCOB01' TO EL-PROGRAMA
               MOVE '0001-PRINCIPAL' TO EL-PARAGRAFO
               MOVE 'ARQUIVO SALESITM NAO ENCONTRADO' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0102-LER-ITEM
               PERFORM 0104-TRATAR-ITEM
                   UNTIL WS-FIM-ARQUIVO
               CLOSE SALES-ITEM-FILE
               PERFORM 0300-IMPRIMIR-RELATORIO
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

      *********** COMPETENCIA AAAAMM; ZERO = MES ANTERIOR AO DA *****
      *********** DATA DE PROCESSAMENTO (O MES QUE ESTA FECHANDO) **
       0045-LER-COMPETENCIA.
           DISPLAY 'COMPETENCIA (AAAAMM, 0=MES ANTERIOR).: '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA = ZEROS
               COMPUTE WRK-ANO = WS-DATA-PROCESSO / 10000
               COMPUTE WRK-MES = (WS-DATA-PROCESSO / 100)
                   - (WRK-ANO * 100)
               IF WRK-MES = 1
                   SUBTRACT 1 FROM WRK-ANO
                   MOVE 12 TO WRK-MES
               ELSE
                   SUBTRACT 1 FROM WRK-MES
               END-IF
               COMPUTE WRK-COMPETENCIA = WRK-ANO * 100 + WRK-MES
           END-IF.

      *********** CUSTOVND AUSENTE = TODOS OS ITENS SEM CUSTO ******
       0050-CARREGAR-CUSTOS.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT SALES-COST-FILE.
           IF WS-CUSTOVND-STATUS = '00'
               PERFORM 0052-LER-CUSTO
               PERFORM 0054-ARMAZENAR-CUSTO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE SALES-COST-FILE
               IF WS-CUSTOS-ESTOURO
                   DISPLAY 'TABELA DE CUSTOS CHEIA - ITENS SEM CUSTO '
                       'NO RELATORIO'
                   PERFORM 0590-MARCAR-REJEICAO
               END-IF
           ELSE
               DISPLAY 'AVISO: CUSTOVND AUSENTE - ITENS SEM CUSTO'
           END-IF.

       0052-LER-CUSTO.
           READ SALES-COST-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0054-ARMAZENAR-CUSTO.
           COMPUTE WRK-ANOMES = CU-DATA / 100.
           IF WRK-ANOMES = WRK-COMPETENCIA
               IF WS-QTD-CUSTOS < 3000
                   ADD 1 TO WS-QTD-CUSTOS
                   SET WS-IDX-CUS TO WS-QTD-CUSTOS
                   MOVE CU-DATA        TO WS-CUS-DATA(WS-IDX-CUS)
                   MOVE CU-FILIAL      TO WS-CUS-FILIAL(WS-IDX-CUS)
                   MOVE CU-PRODUTO     TO WS-CUS-PRODUTO(WS-IDX-CUS)
                   MOVE CU-CUSTO-VENDA
                       TO WS-CUS-CUSTO-VENDA(WS-IDX-CUS)
                   MOVE CU-CUSTO-DEVOL
                       TO WS-CUS-CUSTO-DEVOL(WS-IDX-CUS)
               ELSE
                   MOVE 'S' TO WS-CUSTOS-ESTOURO-SW
               END-IF
           END-IF.
           PERFORM 0052-LER-CUSTO.

       0102-LER-ITEM.
           READ SALES-ITEM-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

      *********** VENDA SOMA RECEITA E CUSTO; DEVOLUCAO ESTORNA ****
      *********** OS DOIS, PELO CUSTO DA VENDA ORIGINAL ************
       0104-TRATAR-ITEM.
           ADD 1 TO WS-QTD-LIDOS.
           COMPUTE WRK-ANOMES = SI-DATA-CAPTURA / 100.
           IF WRK-ANOMES = WRK-COMPETENCIA
               ADD 1 TO WS-QTD-ITENS
               PERFORM 0110-BUSCAR-CUSTO
               IF SI-TIPO = 'D'
                   COMPUTE WRK-QTDE-ITEM = 0 - SI-QTDE
                   COMPUTE WRK-RECEITA-ITEM = 0 - SI-VALOR-TOTAL
               ELSE
                   MOVE SI-QTDE        TO WRK-QTDE-ITEM
                   MOVE SI-VALOR-TOTAL TO WRK-RECEITA-ITEM
               END-IF
               IF WS-ACHADO
                   IF SI-TIPO = 'D'
                       COMPUTE WRK-CUSTO-ITEM ROUNDED = WRK-QTDE-ITEM
                           * WS-CUS-CUSTO-DEVOL(WS-IDX-CUS)
                   ELSE
                       COMPUTE WRK-CUSTO-ITEM ROUNDED = WRK-QTDE-ITEM
                           * WS-CUS-CUSTO-VENDA(WS-IDX-CUS)
                   END-IF
               ELSE
                   MOVE ZEROS TO WRK-CUSTO-ITEM
                   ADD 1 TO WS-QTD-SEM-CUSTO
               END-IF
               ADD WRK-RECEITA-ITEM TO WS-TOTAL-RECEITA
               ADD WRK-CUSTO-ITEM   TO WS-TOTAL-CUSTO
               MOVE 'P'               TO WRK-TIPO
               MOVE SI-CODIGO-PRODUTO TO WRK-CODIGO
               PERFORM 0120-ACUMULAR-MARGEM
               MOVE 'F'               TO WRK-TIPO
               MOVE SI-FILIAL         TO WRK-CODIGO
               PERFORM 0120-ACUMULAR-MARGEM
               MOVE 'V'               TO WRK-TIPO
               MOVE SI-VENDEDOR       TO WRK-CODIGO
               PERFORM 0120-ACUMULAR-MARGEM
           END-IF.
           PERFORM 0102-LER-ITEM.

       0110-BUSCAR-CUSTO.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0112-COMPARAR-CUSTO
               VARYING WS-IDX-CUS FROM 1 BY 1
               UNTIL WS-IDX-CUS > WS-QTD-CUSTOS
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-CUS DOWN BY 1
           END-IF.

       0112-COMPARAR-CUSTO.
           IF WS-CUS-DATA(WS-IDX-CUS) = SI-DATA-CAPTURA
              AND WS-CUS-FILIAL(WS-IDX-CUS) = SI-FILIAL
              AND WS-CUS-PRODUTO(WS-IDX-CUS) = SI-CODIGO-PRODUTO
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0120-ACUMULAR-MARGEM.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0122-COMPARAR-MARGEM
               VARYING WS-IDX-MRG FROM 1 BY 1
               UNTIL WS-IDX-MRG > WS-QTD-MARGEM
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-MRG DOWN BY 1
           ELSE
               IF WS-QTD-MARGEM < 500
                   ADD 1 TO WS-QTD-MARGEM
                   SET WS-IDX-MRG TO WS-QTD-MARGEM
                   MOVE WRK-TIPO   TO WS-MRG-TIPO(WS-IDX-MRG)
                   MOVE WRK-CODIGO TO WS-MRG-CODIGO(WS-IDX-MRG)
                   MOVE ZEROS      TO WS-MRG-QTDE(WS-IDX-MRG)
                   MOVE ZEROS      TO WS-MRG-RECEITA(WS-IDX-MRG)
                   MOVE ZEROS      TO WS-MRG-CUSTO(WS-IDX-MRG)
                   MOVE 'S' TO WS-ACHADO-SW
               ELSE
                   MOVE 'S' TO WS-MARGEM-ESTOURO-SW
               END-IF
           END-IF.
           IF WS-ACHADO
               ADD WRK-QTDE-ITEM    TO WS-MRG-QTDE(WS-IDX-MRG)
               ADD WRK-RECEITA-ITEM TO WS-MRG-RECEITA(WS-IDX-MRG)
               ADD WRK-CUSTO-ITEM   TO WS-MRG-CUSTO(WS-IDX-MRG)
           END-IF.

       0122-COMPARAR-MARGEM.
           IF WS-MRG-TIPO(WS-IDX-MRG) = WRK-TIPO
              AND WS-MRG-CODIGO(WS-IDX-MRG) = WRK-CODIGO
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** UMA SECAO POR VISAO, COM O TOTAL GERAL NO FIM ****
       0300-IMPRIMIR-RELATORIO.
           OPEN OUTPUT MARGIN-REPORT.
           MOVE WRK-COMPETENCIA  TO WC1-COMPETENCIA.
           MOVE WS-DATA-PROCESSO TO WC1-DATA.
           WRITE MARGIN-LINE FROM WS-CABECALHO-1.
           WRITE MARGIN-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'P' TO WRK-TIPO.
           MOVE 'MARGEM POR PRODUTO' TO WTS-TITULO.
           PERFORM 0310-IMPRIMIR-SECAO.
           MOVE 'F' TO WRK-TIPO.
           MOVE 'MARGEM POR FILIAL' TO WTS-TITULO.
           PERFORM 0310-IMPRIMIR-SECAO.
           MOVE 'V' TO WRK-TIPO.
           MOVE 'MARGEM POR VENDEDOR' TO WTS-TITULO.
           PERFORM 0310-IMPRIMIR-SECAO.
           MOVE 'TOTAL ' TO WLM-CODIGO.
           MOVE ZEROS    TO WLM-QTDE.
           MOVE WS-TOTAL-RECEITA TO WLM-RECEITA.
           MOVE WS-TOTAL-CUSTO   TO WLM-CUSTO.
           COMPUTE WRK-MARGEM = WS-TOTAL-RECEITA - WS-TOTAL-CUSTO.
           MOVE WRK-MARGEM TO WLM-MARGEM.
           IF WS-TOTAL-RECEITA NOT = ZEROS
               COMPUTE WRK-PERC-MARGEM ROUNDED =
                   WRK-MARGEM * 100 / WS-TOTAL-RECEITA
           ELSE
               MOVE ZEROS TO WRK-PERC-MARGEM
           END-IF.
           MOVE WRK-PERC-MARGEM TO WLM-PERC.
           WRITE MARGIN-LINE FROM WS-LINHA-MARGEM.
           WRITE MARGIN-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'ITENS DA COMPETENCIA' TO WLS-ROTULO.
           MOVE WS-QTD-ITENS     TO WLS-QTDE.
           WRITE MARGIN-LINE FROM WS-LINHA-RESUMO.
           MOVE 'ITENS SEM CUSTO (NAO POSTADOS)' TO WLS-ROTULO.
           MOVE WS-QTD-SEM-CUSTO TO WLS-QTDE.
           WRITE MARGIN-LINE FROM WS-LINHA-RESUMO.
           CLOSE MARGIN-REPORT.
           IF WS-QTD-SEM-CUSTO > ZEROS
               MOVE 'PRGCOB01' TO EL-PROGRAMA
               MOVE '0300-IMPRIMIR-REL' TO EL-PARAGRAFO
               MOVE 'ITENS DE VENDA SEM CUSTO NO CUSTOVND'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.
           IF WS-MARGEM-ESTOURO
               DISPLAY 'TABELA DE MARGEM CHEIA - SECOES INCOMPLETAS'
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.
           DISPLAY 'ITENS DA COMPETENCIA... : ' WS-QTD-ITENS.
           DISPLAY 'ITENS SEM CUSTO........ : ' WS-QTD-SEM-CUSTO.
           MOVE WS-TOTAL-RECEITA TO WS-TOTAL-ED.
           DISPLAY 'RECEITA LIQUIDA........ : ' WS-TOTAL-ED.
           MOVE WS-TOTAL-CUSTO TO WS-TOTAL-ED.
           DISPLAY 'CMV.................... : ' WS-TOTAL-ED.
           MOVE WRK-MARGEM TO WS-TOTAL-ED.
           DISPLAY 'MARGEM BRUTA........... : ' WS-TOTAL-ED.
           DISPLAY 'RELATORIO GERADO EM MARGREL'.

       0310-IMPRIMIR-SECAO.
           WRITE MARGIN-LINE FROM WS-TITULO-SECAO.
           WRITE MARGIN-LINE FROM WS-CABECALHO-2.
           PERFORM 0320-IMPRIMIR-LINHA
               VARYING WS-IDX-MRG FROM 1 BY 1
               UNTIL WS-IDX-MRG > WS-QTD-MARGEM.
           WRITE MARGIN-LINE FROM WS-LINHA-SEPARADOR.

       0320-IMPRIMIR-LINHA.
           IF WS-MRG-TIPO(WS-IDX-MRG) = WRK-TIPO
               MOVE WS-MRG-CODIGO(WS-IDX-MRG)  TO WLM-CODIGO
               MOVE WS-MRG-QTDE(WS-IDX-MRG)    TO WLM-QTDE
               MOVE WS-MRG-RECEITA(WS-IDX-MRG) TO WLM-RECEITA
               MOVE WS-MRG-CUSTO(WS-IDX-MRG)   TO WLM-CUSTO
               COMPUTE WRK-MARGEM = WS-MRG-RECEITA(WS-IDX-MRG)
                   - WS-MRG-CUSTO(WS-IDX-MRG)
               MOVE WRK-MARGEM TO WLM-MARGEM
               IF WS-MRG-RECEITA(WS-IDX-MRG) NOT = ZEROS
                   COMPUTE WRK-PERC-MARGEM ROUNDED =
                       WRK-MARGEM * 100 / WS-MRG-RECEITA(WS-IDX-MRG)
               ELSE
                   MOVE ZEROS TO WRK-PERC-MARGEM
               END-IF
               MOVE WRK-PERC-MARGEM TO WLM-PERC
               WRITE MARGIN-LINE FROM WS-LINHA-MARGEM
               ADD 1 TO WS-QTD-LINHAS
           END-IF.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB01'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-LINHAS      TO RC-REGISTROS-SAIDA
               MOVE WRK-MARGEM         TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
