       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB91.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = NOTA FISCAL DE SAIDA DAS VENDAS
      ***                            CAPTURADAS: (1) EMISSAO DAS
      ***                            NOTAS DO DIA, UMA POR VENDA DO
      ***                            SALESDET NA DATA DE
      ***                            PROCESSAMENTO, COM NUMERO
      ***                            SEQUENCIAL POR FILIAL (NFSEQ),
      ***                            ITENS DO SALESITM E ICMS POR
      ***                            ITEM PELA UF DO CLIENTE NO
      ***                            CUSTMAST (ICMSTAB PARA OUTRA
      ***                            UF, ALIQUOTA INTERNA DENTRO DO
      ***                            ESTADO); GRAVA O NOTAFISC E O
      ***                            ARQUIVO DE IMPRESSAO NFPRINT;
      ***                            (2) LIVRO REGISTRO DE SAIDAS
      ***                            DA COMPETENCIA, COM BASE E
      ***                            IMPOSTO POR CFOP/UF, NO LUGAR
      ***                            DO LIVRO MONTADO A MAO A PARTIR
      ***                            DO RELATORIO DO PRGCOB20
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA O NUMERO DO PEDIDO E O DA
      ***                    COTACAO INCLUIDOS NO SALESDET.COB
      ***                    (FD DE 90 POSICOES)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SALESDET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESDET-STATUS.
           SELECT SALES-ITEM-FILE ASSIGN TO 'SALESITM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESITM-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT ICMS-PARM-FILE ASSIGN TO 'ICMSTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICMS-STATUS.
           SELECT INVOICE-SEQ-FILE ASSIGN TO 'NFSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NFSEQ-STATUS.
           SELECT INVOICE-FILE ASSIGN TO 'NOTAFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAFISC-STATUS.
           SELECT INVOICE-PRINT-FILE ASSIGN TO 'NFPRINT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-BOOK-FILE ASSIGN TO 'LIVROSAI'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-DETAIL-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SALESDET.COB'.

       FD  SALES-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.
           COPY 'SALESITM.COB'.

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY 'CUSTMAST.COB'.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 56 CHARACTERS.
           COPY 'PRODMAST.COB'.

       FD  ICMS-PARM-FILE
           RECORD CONTAINS 7 CHARACTERS.
           COPY 'ICMSTAB.COB'.

       FD  INVOICE-SEQ-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'NFSEQ.COB'.

       FD  INVOICE-FILE
           RECORD CONTAINS 95 CHARACTERS.
           COPY 'NOTAFISC.COB'.

       FD  INVOICE-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INVOICE-PRINT-LINE    PIC X(80).

       FD  TAX-BOOK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-BOOK-LINE         PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-SALESDET-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SALESITM-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-CUSTMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PRODMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-ICMS-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-NFSEQ-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-NOTAFISC-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-TABELAS-SW         PIC X(01)     VALUE 'N'.
           88 WS-TABELAS-CARREGADAS            VALUE 'S'.
       77  WS-EMISSAO-ERRO-SW    PIC X(01)     VALUE 'N'.
           88 WS-EMISSAO-ERRO                  VALUE 'S'.
       77  WS-ACHADO-SW          PIC X(01)     VALUE 'N'.
           88 WS-ACHADO                        VALUE 'S'.
       77  WS-ITENS-CONFEREM-SW  PIC X(01)     VALUE 'N'.
           88 WS-ITENS-CONFEREM                VALUE 'S'.
       77  WS-LIVRO-ERRO-SW      PIC X(01)     VALUE 'N'.
           88 WS-LIVRO-ERRO                    VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-COMPETENCIA-NF    PIC 9(06)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-UF                PIC X(02)     VALUE SPACES.
       77  WRK-NOME-CLIENTE      PIC X(30)     VALUE SPACES.
       77  WRK-CFOP              PIC 9(04)     VALUE ZEROS.
       77  WRK-ALIQUOTA          PIC 9(02)V99  VALUE ZEROS.
       77  WRK-SOMA-ITENS        PIC 9(08)V99  VALUE ZEROS.
       77  WRK-QT-ITENS          PIC 9(03)     VALUE ZEROS.
       77  WRK-ICMS-ITEM         PIC 9(08)V99  VALUE ZEROS.
       77  WRK-BASE-NOTA         PIC 9(08)V99  VALUE ZEROS.
       77  WRK-ICMS-NOTA         PIC 9(08)V99  VALUE ZEROS.
       77  WRK-DESCRICAO         PIC X(20)     VALUE SPACES.
       77  WRK-CFOP-ANTERIOR     PIC 9(04)     VALUE ZEROS.
       77  WRK-IDX-F             PIC 9(02)     VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(04)     VALUE ZEROS.
       77  WRK-IDX-J             PIC 9(04)     VALUE ZEROS.
       77  WRK-IDX-C             PIC 9(03)     VALUE ZEROS.
       77  WRK-IDX-P             PIC 9(03)     VALUE ZEROS.
       77  WRK-IDX-U             PIC 9(02)     VALUE ZEROS.
       77  WRK-IDX-L             PIC 9(03)     VALUE ZEROS.
       77  WRK-POSICAO           PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-EMITIDAS       PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-SEM-CADASTRO   PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-ITENS-DIVERG   PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-NOTAS-LIVRO    PIC 9(06)     VALUE ZEROS.
       77  WS-TOTAL-EMITIDO      PIC 9(10)V99  VALUE ZEROS.
       77  WS-TOTAL-ICMS         PIC 9(10)V99  VALUE ZEROS.
       77  WS-ENTRADAS-RUNCTL    PIC 9(06)     VALUE ZEROS.
       77  WS-SAIDAS-RUNCTL      PIC 9(06)     VALUE ZEROS.
       77  WS-TOTAL-RUNCTL       PIC S9(10)V99 VALUE ZEROS.
       77  WS-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

      *********** ORIGEM DAS SAIDAS: TODAS AS FILIAIS FATURAM ******
      *********** PELA UF DA MATRIZ; VENDA PARA CLIENTE DA MESMA ***
      *********** UF (OU CONSUMIDOR NAO IDENTIFICADO) PAGA A *******
      *********** ALIQUOTA INTERNA, AS DEMAIS A DO ICMSTAB *********
       77  WS-UF-ORIGEM          PIC X(02)     VALUE 'SP'.
       77  WS-ALIQ-INTERNA       PIC 9(02)V99  VALUE 18,00.
       77  WS-CFOP-INTERNA       PIC 9(04)     VALUE 5102.
       77  WS-CFOP-INTERESTADUAL PIC 9(04)     VALUE 6102.

       01  WS-TABELA-ICMS.
           02 WS-QTD-ICMS        PIC 9(02)     VALUE ZEROS.
           02 WS-ICMS-ENTRY OCCURS 27 TIMES.
               03 WS-ICMS-UF          PIC X(02).
               03 WS-ICMS-ALIQUOTA    PIC 9(02)V99.
       01  WS-UFS-VALIDAS.
           02 FILLER PIC X(26) VALUE 'SPRJMGESDFGOMTMSPRSCRSBASE'.
           02 FILLER PIC X(28) VALUE 'ALPEPBRNCEPIMAPAAPAMRRACROTO'.
       01  WS-UFS-VALIDAS-TAB REDEFINES WS-UFS-VALIDAS.
           02 WS-UF-VALIDA       PIC X(02) OCCURS 27 TIMES.

       01  WS-TABELA-CLIENTES.
           02 WS-QTD-CLIENTES    PIC 9(03)     VALUE ZEROS.
           02 WS-CLI-ENTRY OCCURS 500 TIMES.
               03 WS-CLI-CODIGO       PIC X(06).
               03 WS-CLI-NOME         PIC X(30).
               03 WS-CLI-UF           PIC X(02).

       01  WS-TABELA-PRODUTOS.
           02 WS-QTD-PRODUTOS    PIC 9(03)     VALUE ZEROS.
           02 WS-PROD-ENTRY OCCURS 200 TIMES.
               03 WS-PROD-CODIGO      PIC X(06).
               03 WS-PROD-DESCRICAO   PIC X(20).

      *********** NUMERACAO POR FILIAL (NFSEQ) *********************
       01  WS-TABELA-NUMERACAO.
           02 WS-QTD-FILIAIS     PIC 9(02)     VALUE ZEROS.
           02 WS-NUM-ENTRY OCCURS 50 TIMES.
               03 WS-NUM-FILIAL       PIC X(03).
               03 WS-NUM-SERIE        PIC X(03).
               03 WS-NUM-ULTIMO       PIC 9(09).

      *********** ITENS DO DIA NO SALESITM *************************
       01  WS-TABELA-ITENS.
           02 WS-QTD-ITENS       PIC 9(04)     VALUE ZEROS.
           02 WS-ITEM-ENTRY OCCURS 2000 TIMES.
               03 WS-ITEM-SEQUENCIA   PIC 9(05).
               03 WS-ITEM-VENDEDOR    PIC X(05).
               03 WS-ITEM-FILIAL      PIC X(03).
               03 WS-ITEM-PRODUTO     PIC X(06).
               03 WS-ITEM-QTDE        PIC 9(03).
               03 WS-ITEM-UNIT        PIC 9(06)V99.
               03 WS-ITEM-TOTAL       PIC 9(08)V99.

      *********** LIVRO DE SAIDAS: TOTAIS POR CFOP/UF, MANTIDOS ****
      *********** EM ORDEM DE CFOP E UF NA INCLUSAO ****************
       01  WS-TABELA-LIVRO.
           02 WS-QTD-LIVRO       PIC 9(03)     VALUE ZEROS.
           02 WS-LV-ENTRY OCCURS 200 TIMES.
               03 WS-LV-CHAVE.
                   04 WS-LV-CFOP      PIC 9(04).
                   04 WS-LV-UF        PIC X(02).
               03 WS-LV-QTDE          PIC 9(05).
               03 WS-LV-CONTABIL      PIC 9(10)V99.
               03 WS-LV-BASE          PIC 9(10)V99.
               03 WS-LV-ICMS          PIC 9(10)V99.
       01  WS-CHAVE-LIVRO.
           02 WS-CHV-CFOP        PIC 9(04).
           02 WS-CHV-UF          PIC X(02).
       01  WS-TOTAIS-CFOP.
           02 WS-TC-QTDE         PIC 9(05)     VALUE ZEROS.
           02 WS-TC-CONTABIL     PIC 9(10)V99  VALUE ZEROS.
           02 WS-TC-BASE         PIC 9(10)V99  VALUE ZEROS.
           02 WS-TC-ICMS         PIC 9(10)V99  VALUE ZEROS.
       01  WS-TOTAIS-LIVRO.
           02 WS-TL-QTDE         PIC 9(05)     VALUE ZEROS.
           02 WS-TL-CONTABIL     PIC 9(10)V99  VALUE ZEROS.
           02 WS-TL-BASE         PIC 9(10)V99  VALUE ZEROS.
           02 WS-TL-ICMS         PIC 9(10)V99  VALUE ZEROS.

      *********** IMPRESSAO DA NOTA (NFPRINT) **********************
       01  WS-NF-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '='.
       01  WS-NF-CABECALHO-1.
           02 FILLER             PIC X(22) VALUE
              'NOTA FISCAL DE SAIDA  '.
           02 FILLER             PIC X(08) VALUE 'FILIAL: '.
           02 WN1-FILIAL         PIC X(03).
           02 FILLER             PIC X(09) VALUE '  SERIE: '.
           02 WN1-SERIE          PIC X(03).
           02 FILLER             PIC X(10) VALUE '  NUMERO: '.
           02 WN1-NUMERO         PIC 9(09).
       01  WS-NF-CABECALHO-2.
           02 FILLER             PIC X(09) VALUE 'EMISSAO: '.
           02 WN2-EMISSAO        PIC 9(08).
           02 FILLER             PIC X(12) VALUE '  VENDEDOR: '.
           02 WN2-VENDEDOR       PIC X(05).
           02 FILLER             PIC X(13) VALUE '  SEQ.VENDA: '.
           02 WN2-SEQUENCIA      PIC 9(05).
           02 FILLER             PIC X(08) VALUE '  CFOP: '.
           02 WN2-CFOP           PIC 9(04).
       01  WS-NF-CABECALHO-3.
           02 FILLER             PIC X(09) VALUE 'CLIENTE: '.
           02 WN3-CLIENTE        PIC X(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WN3-NOME           PIC X(30).
           02 FILLER             PIC X(06) VALUE '  UF: '.
           02 WN3-UF             PIC X(02).
       01  WS-NF-CABECALHO-ITENS.
           02 FILLER             PIC X(32) VALUE
              'CODIGO DESCRICAO            QTDE'.
           02 FILLER             PIC X(24) VALUE
              '  VALOR UNIT   VLR TOTAL'.
           02 FILLER             PIC X(17) VALUE
              '  ALIQ       ICMS'.
       01  WS-NF-LINHA-ITEM.
           02 WNI-CODIGO         PIC X(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WNI-DESCRICAO      PIC X(20).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WNI-QTDE           PIC ZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WNI-UNIT           PIC ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WNI-TOTAL          PIC Z.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WNI-ALIQUOTA       PIC Z9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WNI-ICMS           PIC ZZZ.ZZ9,99.
       01  WS-NF-LINHA-TOTAL.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WNT-ROTULO         PIC X(39).
           02 WNT-VALOR          PIC ZZZ.ZZZ.ZZ9,99-.

      *********** IMPRESSAO DO LIVRO DE SAIDAS (LIVROSAI) **********
       01  WS-LV-CABECALHO-1.
           02 FILLER             PIC X(40) VALUE
              'LIVRO REGISTRO DE SAIDAS - ICMS         '.
           02 FILLER             PIC X(13) VALUE 'COMPETENCIA: '.
           02 WL1-COMPETENCIA    PIC 9(06).
       01  WS-LV-CABECALHO-2.
           02 FILLER             PIC X(15) VALUE
              'CFOP  UF   QTDE'.
           02 FILLER             PIC X(32) VALUE
              '  VALOR CONTABIL BASE DE CALCULO'.
           02 FILLER             PIC X(32) VALUE
              '  IMPOSTO DEBIT. ISENTAS/OUTRAS'.
       01  WS-LV-LINHA.
           02 WLL-CFOP           PIC 9(04).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLL-UF             PIC X(02).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLL-QTDE           PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLL-CONTABIL       PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLL-BASE           PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLL-ICMS           PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLL-OUTRAS         PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-LV-LINHA-TOTAL.
           02 WLT-ROTULO         PIC X(10).
           02 WLT-QTDE           PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-CONTABIL       PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-BASE           PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-ICMS           PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLT-OUTRAS         PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-LV-ROTULO-CFOP.
           02 FILLER             PIC X(05) VALUE 'TOT. '.
           02 WLR-CFOP           PIC 9(04).
           02 FILLER             PIC X(01) VALUE SPACES.
       01  WS-LV-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
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

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '========== NOTA FISCAL DE SAIDA =========='.
           DISPLAY ' (1) EMITIR AS NOTAS DAS VENDAS DO DIA '.
           DISPLAY ' (2) LIVRO REGISTRO DE SAIDAS DO MES '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-EMITIR-NOTAS
               WHEN 2
                   PERFORM 0500-LIVRO-SAIDAS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** EMISSAO DAS NOTAS DAS VENDAS (TIPO V) CAPTURADAS **
      *********** NA DATA DE PROCESSAMENTO; DEVOLUCAO E AJUSTE NAO **
      *********** GERAM NOTA DE SAIDA. DATA JA EMITIDA E RECUSADA, **
      *********** PARA NAO DUPLICAR NUMERACAO NEM LIVRO *************
       0200-EMITIR-NOTAS.
           MOVE 'N' TO WS-EMISSAO-ERRO-SW.
           MOVE ZEROS TO WS-QTD-EMITIDAS.
           MOVE ZEROS TO WS-QTD-SEM-CADASTRO.
           MOVE ZEROS TO WS-QTD-ITENS-DIVERG.
           MOVE ZEROS TO WS-TOTAL-EMITIDO.
           MOVE ZEROS TO WS-TOTAL-ICMS.
           PERFORM 0205-VERIFICAR-EMISSAO.
           IF NOT WS-EMISSAO-ERRO
               PERFORM 0210-CARREGAR-TABELAS
               OPEN INPUT SALES-DETAIL-FILE
               IF WS-SALESDET-STATUS NOT = '00'
                   DISPLAY 'SALESDET NAO DISPONIVEL - NOTAS NAO '
                       'EMITIDAS'
                   MOVE 'PRGCOB91' TO EL-PROGRAMA
                   MOVE '0200-EMITIR-NOTAS' TO EL-PARAGRAFO
                   MOVE 'SALESDET NAO DISPONIVEL NA EMISSAO DE NOTAS'
                       TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   MOVE 8 TO WRK-RETORNO
                   MOVE 'S' TO WS-EMISSAO-ERRO-SW
               END-IF
           END-IF.
           IF NOT WS-EMISSAO-ERRO
               OPEN EXTEND INVOICE-FILE
               IF WS-NOTAFISC-STATUS = '35'
                   OPEN OUTPUT INVOICE-FILE
               END-IF
               OPEN OUTPUT INVOICE-PRINT-FILE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0240-LER-VENDA
               PERFORM 0250-EMITIR-NOTA
                   UNTIL WS-FIM-ARQUIVO
               CLOSE SALES-DETAIL-FILE
               CLOSE INVOICE-FILE
               CLOSE INVOICE-PRINT-FILE
               PERFORM 0290-GRAVAR-NUMERACAO
               PERFORM 0295-EXIBIR-RESUMO-EMISSAO
           END-IF.

       0205-VERIFICAR-EMISSAO.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT INVOICE-FILE.
           IF WS-NOTAFISC-STATUS = '00'
               PERFORM 0207-LER-NOTA
               PERFORM 0208-CONFERIR-DATA-NOTA
                   UNTIL WS-FIM-ARQUIVO OR WS-EMISSAO-ERRO
               CLOSE INVOICE-FILE
           END-IF.
           IF WS-EMISSAO-ERRO
               DISPLAY 'NOTAS DE ' WS-DATA-PROCESSO ' JA EMITIDAS - '
                   'EMISSAO RECUSADA'
               MOVE 'PRGCOB91' TO EL-PROGRAMA
               MOVE '0205-VERIFICAR-EMISS' TO EL-PARAGRAFO
               MOVE 'NOTAS DA DATA DE PROCESSAMENTO JA EMITIDAS'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.

       0207-LER-NOTA.
           READ INVOICE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0208-CONFERIR-DATA-NOTA.
           IF NF-DATA-EMISSAO = WS-DATA-PROCESSO
               MOVE 'S' TO WS-EMISSAO-ERRO-SW
           ELSE
               PERFORM 0207-LER-NOTA
           END-IF.

      *********** TABELAS DA EMISSAO: CARREGADAS UMA VEZ, MENOS OS **
      *********** ITENS E A NUMERACAO, RELIDOS A CADA EMISSAO ******
       0210-CARREGAR-TABELAS.
           IF NOT WS-TABELAS-CARREGADAS
               PERFORM 0212-CARREGAR-ICMS
               PERFORM 0220-CARREGAR-CLIENTES
               PERFORM 0225-CARREGAR-PRODUTOS
               MOVE 'S' TO WS-TABELAS-SW
           END-IF.
           PERFORM 0230-CARREGAR-NUMERACAO.
           PERFORM 0235-CARREGAR-ITENS.

      *********** ALIQUOTAS DE ICMS POR UF, VIA ARQUIVO DE ********
      *********** CONTROLE, COM TABELA PADRAO CASO AUSENTE ********
       0212-CARREGAR-ICMS.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT ICMS-PARM-FILE.
           IF WS-ICMS-STATUS = '00'
               PERFORM 0213-LER-ICMS
               PERFORM 0214-ARMAZENAR-ICMS
                   UNTIL WS-FIM-ARQUIVO
               CLOSE ICMS-PARM-FILE
           END-IF.
           IF WS-QTD-ICMS = ZEROS
               PERFORM 0215-ICMS-PADRAO-UF
                   VARYING WRK-IDX-U FROM 1 BY 1
                   UNTIL WRK-IDX-U > 27
               MOVE 27 TO WS-QTD-ICMS
           END-IF.

       0213-LER-ICMS.
           READ ICMS-PARM-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0214-ARMAZENAR-ICMS.
           IF WS-QTD-ICMS < 27
               ADD 1 TO WS-QTD-ICMS
               MOVE IC-UF       TO WS-ICMS-UF(WS-QTD-ICMS)
               MOVE IC-ALIQUOTA TO WS-ICMS-ALIQUOTA(WS-QTD-ICMS)
           ELSE
               DISPLAY 'TABELA DE ICMS CHEIA - REGISTRO IGNORADO'
           END-IF.
           PERFORM 0213-LER-ICMS.

      *********** PADRAO: 12 POR CENTO PARA SUL/SUDESTE E 7 *******
      *********** POR CENTO PARA AS DEMAIS UFS *********************
       0215-ICMS-PADRAO-UF.
           MOVE WS-UF-VALIDA(WRK-IDX-U) TO WS-ICMS-UF(WRK-IDX-U).
           MOVE WS-UF-VALIDA(WRK-IDX-U) TO WRK-UF.
           PERFORM 0216-ALIQUOTA-PADRAO.
           MOVE WRK-ALIQUOTA TO WS-ICMS-ALIQUOTA(WRK-IDX-U).

       0216-ALIQUOTA-PADRAO.
           EVALUATE WRK-UF
               WHEN 'SP' WHEN 'RJ' WHEN 'MG' WHEN 'ES'
               WHEN 'PR' WHEN 'SC' WHEN 'RS'
                   MOVE 12,00 TO WRK-ALIQUOTA
               WHEN OTHER
                   MOVE 7,00 TO WRK-ALIQUOTA
           END-EVALUATE.

      *********** CLIENTES (CODIGO, NOME E UF) DO CUSTMAST *********
       0220-CARREGAR-CLIENTES.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS = '00'
               PERFORM 0221-LER-CLIENTE
               PERFORM 0222-ARMAZENAR-CLIENTE
                   UNTIL WS-FIM-ARQUIVO
               CLOSE CUSTOMER-MASTER-FILE
           ELSE
               DISPLAY 'CUSTMAST NAO DISPONIVEL - NOTAS SAEM COM A '
                   'UF DE ORIGEM'
           END-IF.

       0221-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0222-ARMAZENAR-CLIENTE.
           IF WS-QTD-CLIENTES < 500
               ADD 1 TO WS-QTD-CLIENTES
               MOVE CM-CODIGO TO WS-CLI-CODIGO(WS-QTD-CLIENTES)
               MOVE CM-NOME   TO WS-CLI-NOME(WS-QTD-CLIENTES)
               MOVE CM-UF     TO WS-CLI-UF(WS-QTD-CLIENTES)
           ELSE
               DISPLAY 'TABELA DE CLIENTES CHEIA - CLIENTE '
                   CM-CODIGO ' IGNORADO'
           END-IF.
           PERFORM 0221-LER-CLIENTE.

      *********** DESCRICAO DOS PRODUTOS (PRODMAST) ****************
       0225-CARREGAR-PRODUTOS.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODMAST-STATUS = '00'
               PERFORM 0226-LER-PRODUTO
               PERFORM 0227-ARMAZENAR-PRODUTO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

       0226-LER-PRODUTO.
           READ PRODUCT-MASTER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0227-ARMAZENAR-PRODUTO.
           IF WS-QTD-PRODUTOS < 200
               ADD 1 TO WS-QTD-PRODUTOS
               MOVE PM-CODIGO    TO WS-PROD-CODIGO(WS-QTD-PRODUTOS)
               MOVE PM-DESCRICAO
                   TO WS-PROD-DESCRICAO(WS-QTD-PRODUTOS)
           END-IF.
           PERFORM 0226-LER-PRODUTO.

      *********** ULTIMO NUMERO EMITIDO POR FILIAL (NFSEQ) *********
       0230-CARREGAR-NUMERACAO.
           INITIALIZE WS-TABELA-NUMERACAO.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT INVOICE-SEQ-FILE.
           IF WS-NFSEQ-STATUS = '00'
               PERFORM 0231-LER-NUMERACAO
               PERFORM 0232-ARMAZENAR-NUMERACAO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE INVOICE-SEQ-FILE
           ELSE
               DISPLAY 'NFSEQ AUSENTE - NUMERACAO INICIADA EM 1'
           END-IF.

       0231-LER-NUMERACAO.
           READ INVOICE-SEQ-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0232-ARMAZENAR-NUMERACAO.
           IF WS-QTD-FILIAIS < 50
               ADD 1 TO WS-QTD-FILIAIS
               MOVE NQ-FILIAL TO WS-NUM-FILIAL(WS-QTD-FILIAIS)
               MOVE NQ-SERIE  TO WS-NUM-SERIE(WS-QTD-FILIAIS)
               MOVE NQ-ULTIMO-NUMERO
                   TO WS-NUM-ULTIMO(WS-QTD-FILIAIS)
           END-IF.
           PERFORM 0231-LER-NUMERACAO.

      *********** ITENS CAPTURADOS NA DATA DE PROCESSAMENTO ********
       0235-CARREGAR-ITENS.
           INITIALIZE WS-TABELA-ITENS.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT SALES-ITEM-FILE.
           IF WS-SALESITM-STATUS = '00'
               PERFORM 0236-LER-ITEM
               PERFORM 0237-ARMAZENAR-ITEM
                   UNTIL WS-FIM-ARQUIVO
               CLOSE SALES-ITEM-FILE
           END-IF.

       0236-LER-ITEM.
           READ SALES-ITEM-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0237-ARMAZENAR-ITEM.
           IF SI-DATA-CAPTURA = WS-DATA-PROCESSO
              AND SI-TIPO = 'V'
               IF WS-QTD-ITENS < 2000
                   ADD 1 TO WS-QTD-ITENS
                   MOVE SI-SEQUENCIA
                       TO WS-ITEM-SEQUENCIA(WS-QTD-ITENS)
                   MOVE SI-VENDEDOR
                       TO WS-ITEM-VENDEDOR(WS-QTD-ITENS)
                   MOVE SI-FILIAL  TO WS-ITEM-FILIAL(WS-QTD-ITENS)
                   MOVE SI-CODIGO-PRODUTO
                       TO WS-ITEM-PRODUTO(WS-QTD-ITENS)
                   MOVE SI-QTDE    TO WS-ITEM-QTDE(WS-QTD-ITENS)
                   MOVE SI-VALOR-UNIT
                       TO WS-ITEM-UNIT(WS-QTD-ITENS)
                   MOVE SI-VALOR-TOTAL
                       TO WS-ITEM-TOTAL(WS-QTD-ITENS)
               ELSE
                   DISPLAY 'TABELA DE ITENS CHEIA - NOTAS SEGUINTES '
                       'SAEM SEM DISCRIMINAR OS ITENS'
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               END-IF
           END-IF.
           IF NOT WS-FIM-ARQUIVO
               PERFORM 0236-LER-ITEM
           END-IF.

       0240-LER-VENDA.
           READ SALES-DETAIL-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   ADD 1 TO WS-ENTRADAS-RUNCTL
           END-READ.

      *********** UMA NOTA POR VENDA DO DIA COM VALOR **************
       0250-EMITIR-NOTA.
           IF SD-DATA-CAPTURA = WS-DATA-PROCESSO
              AND SD-TIPO = 'V'
              AND SD-VENDA > ZEROS
               PERFORM 0255-DEFINIR-TRIBUTACAO
               PERFORM 0260-CONFERIR-ITENS
               PERFORM 0265-NUMERAR-NOTA
               PERFORM 0270-IMPRIMIR-CABECALHO-NOTA
               MOVE ZEROS TO WRK-BASE-NOTA
               MOVE ZEROS TO WRK-ICMS-NOTA
               IF WS-ITENS-CONFEREM
                   PERFORM 0275-IMPRIMIR-ITEM
                       VARYING WRK-IDX-I FROM 1 BY 1
                       UNTIL WRK-IDX-I > WS-QTD-ITENS
               ELSE
                   PERFORM 0280-IMPRIMIR-LINHA-UNICA
               END-IF
               PERFORM 0285-FECHAR-NOTA
           END-IF.
           PERFORM 0240-LER-VENDA.

      *********** UF DE DESTINO, CFOP E ALIQUOTA: CLIENTE FORA DO **
      *********** CADASTRO FICA NA UF DE ORIGEM, COM AVISO *********
       0255-DEFINIR-TRIBUTACAO.
           MOVE WS-UF-ORIGEM TO WRK-UF.
           MOVE 'CONSUMIDOR NAO IDENTIFICADO' TO WRK-NOME-CLIENTE.
           IF SD-CLIENTE NOT = SPACES
               MOVE 'N' TO WS-ACHADO-SW
               PERFORM 0256-COMPARAR-CLIENTE
                   VARYING WRK-IDX-C FROM 1 BY 1
                   UNTIL WRK-IDX-C > WS-QTD-CLIENTES
                      OR WS-ACHADO
               IF NOT WS-ACHADO
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-NOME-CLIENTE
                   ADD 1 TO WS-QTD-SEM-CADASTRO
                   DISPLAY 'AVISO: CLIENTE ' SD-CLIENTE ' FORA DO '
                       'CUSTMAST - NOTA COM A UF DE ORIGEM'
               END-IF
           END-IF.
           IF WRK-UF = WS-UF-ORIGEM
               MOVE WS-CFOP-INTERNA TO WRK-CFOP
               MOVE WS-ALIQ-INTERNA TO WRK-ALIQUOTA
           ELSE
               MOVE WS-CFOP-INTERESTADUAL TO WRK-CFOP
               MOVE 'N' TO WS-ACHADO-SW
               PERFORM 0257-COMPARAR-ICMS
                   VARYING WRK-IDX-U FROM 1 BY 1
                   UNTIL WRK-IDX-U > WS-QTD-ICMS
                      OR WS-ACHADO
               IF NOT WS-ACHADO
                   PERFORM 0216-ALIQUOTA-PADRAO
               END-IF
           END-IF.

       0256-COMPARAR-CLIENTE.
           IF WS-CLI-CODIGO(WRK-IDX-C) = SD-CLIENTE
               MOVE 'S' TO WS-ACHADO-SW
               MOVE WS-CLI-NOME(WRK-IDX-C) TO WRK-NOME-CLIENTE
               IF WS-CLI-UF(WRK-IDX-C) NOT = SPACES
                   MOVE WS-CLI-UF(WRK-IDX-C) TO WRK-UF
               END-IF
           END-IF.

       0257-COMPARAR-ICMS.
           IF WS-ICMS-UF(WRK-IDX-U) = WRK-UF
               MOVE 'S' TO WS-ACHADO-SW
               MOVE WS-ICMS-ALIQUOTA(WRK-IDX-U) TO WRK-ALIQUOTA
           END-IF.

      *********** OS ITENS SO SAEM DISCRIMINADOS QUANDO SOMAM O ****
      *********** VALOR DA VENDA; DO CONTRARIO A NOTA SAI COM UMA **
      *********** LINHA UNICA PELO VALOR DA VENDA, COM AVISO *******
       0260-CONFERIR-ITENS.
           MOVE ZEROS TO WRK-SOMA-ITENS.
           MOVE ZEROS TO WRK-QT-ITENS.
           PERFORM 0261-SOMAR-ITEM
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-ITENS.
           IF WRK-QT-ITENS > ZEROS
              AND WRK-SOMA-ITENS = SD-VENDA
               MOVE 'S' TO WS-ITENS-CONFEREM-SW
           ELSE
               MOVE 'N' TO WS-ITENS-CONFEREM-SW
               MOVE 1 TO WRK-QT-ITENS
               IF WRK-SOMA-ITENS > ZEROS
                   ADD 1 TO WS-QTD-ITENS-DIVERG
                   DISPLAY 'AVISO: ITENS DA VENDA ' SD-SEQUENCIA
                       ' DO VENDEDOR ' SD-VENDEDOR ' NAO SOMAM O '
                       'VALOR - NOTA EM LINHA UNICA'
               END-IF
           END-IF.

       0261-SOMAR-ITEM.
           IF WS-ITEM-SEQUENCIA(WRK-IDX-I) = SD-SEQUENCIA
              AND WS-ITEM-VENDEDOR(WRK-IDX-I) = SD-VENDEDOR
              AND WS-ITEM-FILIAL(WRK-IDX-I) = SD-FILIAL
               ADD 1 TO WRK-QT-ITENS
               ADD WS-ITEM-TOTAL(WRK-IDX-I) TO WRK-SOMA-ITENS
           END-IF.

      *********** PROXIMO NUMERO DA FILIAL; FILIAL NOVA ENTRA NA ***
      *********** TABELA COM A SERIE 001 ***************************
       0265-NUMERAR-NOTA.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0266-COMPARAR-FILIAL
               VARYING WRK-IDX-F FROM 1 BY 1
               UNTIL WRK-IDX-F > WS-QTD-FILIAIS
                  OR WS-ACHADO.
           IF WS-ACHADO
               SUBTRACT 1 FROM WRK-IDX-F
           ELSE
               IF WS-QTD-FILIAIS < 50
                   ADD 1 TO WS-QTD-FILIAIS
                   MOVE WS-QTD-FILIAIS TO WRK-IDX-F
                   MOVE SD-FILIAL TO WS-NUM-FILIAL(WRK-IDX-F)
                   MOVE '001'     TO WS-NUM-SERIE(WRK-IDX-F)
                   MOVE ZEROS     TO WS-NUM-ULTIMO(WRK-IDX-F)
               ELSE
                   DISPLAY 'TABELA DE NUMERACAO CHEIA - FILIAL '
                       SD-FILIAL ' NUMERADA NA ULTIMA POSICAO'
                   MOVE 'PRGCOB91' TO EL-PROGRAMA
                   MOVE '0265-NUMERAR-NOTA' TO EL-PARAGRAFO
                   MOVE 'TABELA DE NUMERACAO DE NOTAS CHEIA'
                       TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   MOVE 8 TO WRK-RETORNO
                   MOVE 50 TO WRK-IDX-F
               END-IF
           END-IF.
           ADD 1 TO WS-NUM-ULTIMO(WRK-IDX-F).
           MOVE SPACES TO INVOICE-REC.
           MOVE WS-NUM-FILIAL(WRK-IDX-F) TO NF-FILIAL.
           MOVE WS-NUM-SERIE(WRK-IDX-F)  TO NF-SERIE.
           MOVE WS-NUM-ULTIMO(WRK-IDX-F) TO NF-NUMERO.
           MOVE WS-DATA-PROCESSO         TO NF-DATA-EMISSAO.
           MOVE SD-SEQUENCIA             TO NF-SEQUENCIA.
           MOVE SD-VENDEDOR              TO NF-VENDEDOR.
           MOVE SD-CLIENTE               TO NF-CLIENTE.
           MOVE WRK-UF                   TO NF-UF.
           MOVE WRK-CFOP                 TO NF-CFOP.
           MOVE WRK-ALIQUOTA             TO NF-ALIQUOTA.
           MOVE SD-VENDA                 TO NF-VALOR-TOTAL.
           MOVE WRK-QT-ITENS             TO NF-QT-ITENS.

       0266-COMPARAR-FILIAL.
           IF WS-NUM-FILIAL(WRK-IDX-F) = SD-FILIAL
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0270-IMPRIMIR-CABECALHO-NOTA.
           WRITE INVOICE-PRINT-LINE FROM WS-NF-SEPARADOR.
           MOVE NF-FILIAL       TO WN1-FILIAL.
           MOVE NF-SERIE        TO WN1-SERIE.
           MOVE NF-NUMERO       TO WN1-NUMERO.
           WRITE INVOICE-PRINT-LINE FROM WS-NF-CABECALHO-1.
           MOVE NF-DATA-EMISSAO TO WN2-EMISSAO.
           MOVE NF-VENDEDOR     TO WN2-VENDEDOR.
           MOVE NF-SEQUENCIA    TO WN2-SEQUENCIA.
           MOVE NF-CFOP         TO WN2-CFOP.
           WRITE INVOICE-PRINT-LINE FROM WS-NF-CABECALHO-2.
           MOVE NF-CLIENTE      TO WN3-CLIENTE.
           MOVE WRK-NOME-CLIENTE TO WN3-NOME.
           MOVE NF-UF           TO WN3-UF.
           WRITE INVOICE-PRINT-LINE FROM WS-NF-CABECALHO-3.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE FROM WS-NF-CABECALHO-ITENS.

      *********** ICMS CALCULADO E ARREDONDADO ITEM A ITEM *********
       0275-IMPRIMIR-ITEM.
           IF WS-ITEM-SEQUENCIA(WRK-IDX-I) = SD-SEQUENCIA
              AND WS-ITEM-VENDEDOR(WRK-IDX-I) = SD-VENDEDOR
              AND WS-ITEM-FILIAL(WRK-IDX-I) = SD-FILIAL
               MOVE WS-ITEM-PRODUTO(WRK-IDX-I) TO WNI-CODIGO
               MOVE 'PRODUTO NAO CADASTRADO' TO WRK-DESCRICAO
               MOVE 'N' TO WS-ACHADO-SW
               PERFORM 0276-COMPARAR-PRODUTO
                   VARYING WRK-IDX-P FROM 1 BY 1
                   UNTIL WRK-IDX-P > WS-QTD-PRODUTOS
                      OR WS-ACHADO
               MOVE WRK-DESCRICAO TO WNI-DESCRICAO
               MOVE WS-ITEM-QTDE(WRK-IDX-I)  TO WNI-QTDE
               MOVE WS-ITEM-UNIT(WRK-IDX-I)  TO WNI-UNIT
               MOVE WS-ITEM-TOTAL(WRK-IDX-I) TO WNI-TOTAL
               COMPUTE WRK-ICMS-ITEM ROUNDED =
                   WS-ITEM-TOTAL(WRK-IDX-I) * WRK-ALIQUOTA / 100
               ADD WS-ITEM-TOTAL(WRK-IDX-I) TO WRK-BASE-NOTA
               ADD WRK-ICMS-ITEM TO WRK-ICMS-NOTA
               MOVE WRK-ALIQUOTA  TO WNI-ALIQUOTA
               MOVE WRK-ICMS-ITEM TO WNI-ICMS
               WRITE INVOICE-PRINT-LINE FROM WS-NF-LINHA-ITEM
           END-IF.

       0276-COMPARAR-PRODUTO.
           IF WS-PROD-CODIGO(WRK-IDX-P) = WS-ITEM-PRODUTO(WRK-IDX-I)
               MOVE 'S' TO WS-ACHADO-SW
               MOVE WS-PROD-DESCRICAO(WRK-IDX-P) TO WRK-DESCRICAO
           END-IF.

       0280-IMPRIMIR-LINHA-UNICA.
           MOVE SPACES TO WNI-CODIGO.
           MOVE 'MERCADORIAS DIVERSAS' TO WNI-DESCRICAO.
           MOVE 1 TO WNI-QTDE.
           MOVE SD-VENDA TO WNI-UNIT.
           MOVE SD-VENDA TO WNI-TOTAL.
           COMPUTE WRK-ICMS-ITEM ROUNDED =
               SD-VENDA * WRK-ALIQUOTA / 100.
           MOVE SD-VENDA      TO WRK-BASE-NOTA.
           MOVE WRK-ICMS-ITEM TO WRK-ICMS-NOTA.
           MOVE WRK-ALIQUOTA  TO WNI-ALIQUOTA.
           MOVE WRK-ICMS-ITEM TO WNI-ICMS.
           WRITE INVOICE-PRINT-LINE FROM WS-NF-LINHA-ITEM.

       0285-FECHAR-NOTA.
           MOVE WRK-BASE-NOTA TO NF-BASE-ICMS.
           MOVE WRK-ICMS-NOTA TO NF-VALOR-ICMS.
           WRITE INVOICE-REC.
           ADD 1 TO WS-QTD-EMITIDAS.
           ADD 1 TO WS-SAIDAS-RUNCTL.
           ADD NF-VALOR-TOTAL TO WS-TOTAL-EMITIDO.
           ADD NF-VALOR-ICMS  TO WS-TOTAL-ICMS.
           ADD NF-VALOR-TOTAL TO WS-TOTAL-RUNCTL.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE 'BASE DE CALCULO DO ICMS' TO WNT-ROTULO.
           MOVE NF-BASE-ICMS TO WNT-VALOR.
           WRITE INVOICE-PRINT-LINE FROM WS-NF-LINHA-TOTAL.
           MOVE 'VALOR DO ICMS' TO WNT-ROTULO.
           MOVE NF-VALOR-ICMS TO WNT-VALOR.
           WRITE INVOICE-PRINT-LINE FROM WS-NF-LINHA-TOTAL.
           MOVE 'VALOR TOTAL DA NOTA' TO WNT-ROTULO.
           MOVE NF-VALOR-TOTAL TO WNT-VALOR.
           WRITE INVOICE-PRINT-LINE FROM WS-NF-LINHA-TOTAL.

      *********** NFSEQ REGRAVADO COM O ULTIMO NUMERO DE CADA ******
      *********** FILIAL ********************************************
       0290-GRAVAR-NUMERACAO.
           OPEN OUTPUT INVOICE-SEQ-FILE.
           IF WS-NFSEQ-STATUS = '00'
               PERFORM 0291-GRAVAR-FILIAL
                   VARYING WRK-IDX-F FROM 1 BY 1
                   UNTIL WRK-IDX-F > WS-QTD-FILIAIS
               CLOSE INVOICE-SEQ-FILE
           ELSE
               DISPLAY 'ERRO AO GRAVAR NFSEQ - STATUS '
                   WS-NFSEQ-STATUS
               MOVE 'PRGCOB91' TO EL-PROGRAMA
               MOVE '0290-GRAVAR-NUMERACAO' TO EL-PARAGRAFO
               MOVE 'FALHA NA GRAVACAO DA NUMERACAO DE NOTAS (NFSEQ)'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           END-IF.

       0291-GRAVAR-FILIAL.
           MOVE SPACES TO INVOICE-SEQ-REC.
           MOVE WS-NUM-FILIAL(WRK-IDX-F) TO NQ-FILIAL.
           MOVE WS-NUM-SERIE(WRK-IDX-F)  TO NQ-SERIE.
           MOVE WS-NUM-ULTIMO(WRK-IDX-F) TO NQ-ULTIMO-NUMERO.
           WRITE INVOICE-SEQ-REC.

       0295-EXIBIR-RESUMO-EMISSAO.
           DISPLAY ' '.
           DISPLAY 'NOTAS EMITIDAS.................. : '
               WS-QTD-EMITIDAS.
           MOVE WS-TOTAL-EMITIDO TO WS-VALOR-ED.
           DISPLAY 'VALOR TOTAL DAS NOTAS........... : ' WS-VALOR-ED.
           MOVE WS-TOTAL-ICMS TO WS-VALOR-ED.
           DISPLAY 'ICMS DESTACADO.................. : ' WS-VALOR-ED.
           DISPLAY 'CLIENTES FORA DO CUSTMAST....... : '
               WS-QTD-SEM-CADASTRO.
           DISPLAY 'NOTAS COM ITENS DIVERGENTES..... : '
               WS-QTD-ITENS-DIVERG.
           IF WS-QTD-SEM-CADASTRO > ZEROS
              OR WS-QTD-ITENS-DIVERG > ZEROS
               MOVE 'PRGCOB91' TO EL-PROGRAMA
               MOVE '0295-EXIBIR-RESUMO' TO EL-PARAGRAFO
               MOVE 'NOTAS EMITIDAS SEM CADASTRO OU COM ITENS '
                   TO EL-MENSAGEM
               MOVE 'DIVERGENTES' TO EL-MENSAGEM(42:11)
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.

      *********** LIVRO REGISTRO DE SAIDAS DA COMPETENCIA: NOTAS ***
      *********** EMITIDAS NO MES TOTALIZADAS POR CFOP E UF, COM ***
      *********** SUBTOTAL POR CFOP E TOTAL GERAL ******************
       0500-LIVRO-SAIDAS.
           DISPLAY 'COMPETENCIA (AAAAMM, 0=MES ATUAL): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           MOVE 'N' TO WS-LIVRO-ERRO-SW.
           IF WRK-COMPETENCIA = ZEROS
               COMPUTE WRK-COMPETENCIA = WS-DATA-PROCESSO / 100
           END-IF.
           COMPUTE WRK-ANO = WRK-COMPETENCIA / 100.
           COMPUTE WRK-MES = WRK-COMPETENCIA - WRK-ANO * 100.
           IF WRK-ANO < 2000 OR WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - LIVRO NAO EMITIDO'
               MOVE 'S' TO WS-LIVRO-ERRO-SW
               PERFORM 0590-MARCAR-REJEICAO
           ELSE
               PERFORM 0510-TOTALIZAR-NOTAS
           END-IF.
           IF NOT WS-LIVRO-ERRO
               PERFORM 0520-IMPRIMIR-LIVRO
           END-IF.

       0510-TOTALIZAR-NOTAS.
           INITIALIZE WS-TABELA-LIVRO.
           INITIALIZE WS-TOTAIS-LIVRO.
           MOVE ZEROS TO WS-QTD-NOTAS-LIVRO.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT INVOICE-FILE.
           IF WS-NOTAFISC-STATUS = '00'
               PERFORM 0207-LER-NOTA
               PERFORM 0512-ACUMULAR-NOTA
                   UNTIL WS-FIM-ARQUIVO
               CLOSE INVOICE-FILE
           ELSE
               DISPLAY 'NOTAFISC NAO DISPONIVEL - LIVRO SEM NOTAS'
               MOVE 'PRGCOB91' TO EL-PROGRAMA
               MOVE '0510-TOTALIZAR-NOTAS' TO EL-PARAGRAFO
               MOVE 'NOTAFISC NAO DISPONIVEL NO LIVRO DE SAIDAS'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.

       0512-ACUMULAR-NOTA.
           ADD 1 TO WS-ENTRADAS-RUNCTL.
           COMPUTE WRK-COMPETENCIA-NF = NF-DATA-EMISSAO / 100.
           IF WRK-COMPETENCIA-NF = WRK-COMPETENCIA
               ADD 1 TO WS-QTD-NOTAS-LIVRO
               MOVE NF-CFOP TO WS-CHV-CFOP
               MOVE NF-UF   TO WS-CHV-UF
               PERFORM 0515-LOCALIZAR-CFOP-UF
               IF WRK-POSICAO > ZEROS
                   ADD 1 TO WS-LV-QTDE(WRK-POSICAO)
                   ADD NF-VALOR-TOTAL TO WS-LV-CONTABIL(WRK-POSICAO)
                   ADD NF-BASE-ICMS   TO WS-LV-BASE(WRK-POSICAO)
                   ADD NF-VALOR-ICMS  TO WS-LV-ICMS(WRK-POSICAO)
               END-IF
           END-IF.
           PERFORM 0207-LER-NOTA.

      *********** POSICAO DA CHAVE CFOP/UF NA TABELA; CHAVE NOVA ***
      *********** ENTRA NA ORDEM, DESLOCANDO AS MAIORES ************
       0515-LOCALIZAR-CFOP-UF.
           MOVE ZEROS TO WRK-POSICAO.
           PERFORM 0516-COMPARAR-CHAVE
               VARYING WRK-IDX-L FROM 1 BY 1
               UNTIL WRK-IDX-L > WS-QTD-LIVRO
                  OR WRK-POSICAO > ZEROS.
           IF WRK-POSICAO = ZEROS
               MOVE WRK-IDX-L TO WRK-POSICAO
           END-IF.
           IF WRK-POSICAO > WS-QTD-LIVRO
              OR WS-LV-CHAVE(WRK-POSICAO) NOT = WS-CHAVE-LIVRO
               IF WS-QTD-LIVRO < 200
                   PERFORM 0517-DESLOCAR-CHAVE
                       VARYING WRK-IDX-J FROM WS-QTD-LIVRO BY -1
                       UNTIL WRK-IDX-J < WRK-POSICAO
                   ADD 1 TO WS-QTD-LIVRO
                   INITIALIZE WS-LV-ENTRY(WRK-POSICAO)
                   MOVE WS-CHAVE-LIVRO TO WS-LV-CHAVE(WRK-POSICAO)
               ELSE
                   DISPLAY 'TABELA DO LIVRO CHEIA - CFOP/UF '
                       WS-CHAVE-LIVRO ' FORA DO LIVRO'
                   MOVE ZEROS TO WRK-POSICAO
                   PERFORM 0590-MARCAR-REJEICAO
               END-IF
           END-IF.

       0516-COMPARAR-CHAVE.
           IF WS-LV-CHAVE(WRK-IDX-L) NOT < WS-CHAVE-LIVRO
               MOVE WRK-IDX-L TO WRK-POSICAO
           END-IF.

       0517-DESLOCAR-CHAVE.
           MOVE WS-LV-ENTRY(WRK-IDX-J) TO WS-LV-ENTRY(WRK-IDX-J + 1).

       0520-IMPRIMIR-LIVRO.
           OPEN OUTPUT TAX-BOOK-FILE.
           MOVE WRK-COMPETENCIA TO WL1-COMPETENCIA.
           WRITE TAX-BOOK-LINE FROM WS-LV-CABECALHO-1.
           WRITE TAX-BOOK-LINE FROM WS-LV-SEPARADOR.
           WRITE TAX-BOOK-LINE FROM WS-LV-CABECALHO-2.
           WRITE TAX-BOOK-LINE FROM WS-LV-SEPARADOR.
           INITIALIZE WS-TOTAIS-CFOP.
           MOVE ZEROS TO WRK-CFOP-ANTERIOR.
           PERFORM 0521-IMPRIMIR-CFOP-UF
               VARYING WRK-IDX-L FROM 1 BY 1
               UNTIL WRK-IDX-L > WS-QTD-LIVRO.
           IF WS-QTD-LIVRO > ZEROS
               PERFORM 0522-IMPRIMIR-TOTAL-CFOP
           END-IF.
           WRITE TAX-BOOK-LINE FROM WS-LV-SEPARADOR.
           MOVE 'TOT. GERAL' TO WLT-ROTULO.
           MOVE WS-TL-QTDE     TO WLT-QTDE.
           MOVE WS-TL-CONTABIL TO WLT-CONTABIL.
           MOVE WS-TL-BASE     TO WLT-BASE.
           MOVE WS-TL-ICMS     TO WLT-ICMS.
           COMPUTE WLT-OUTRAS = WS-TL-CONTABIL - WS-TL-BASE.
           WRITE TAX-BOOK-LINE FROM WS-LV-LINHA-TOTAL.
           CLOSE TAX-BOOK-FILE.
           ADD WS-QTD-LIVRO TO WS-SAIDAS-RUNCTL.
           MOVE WS-TL-ICMS TO WS-VALOR-ED.
           DISPLAY 'LIVRO DE SAIDAS ' WRK-COMPETENCIA ' - NOTAS: '
               WS-QTD-NOTAS-LIVRO ' ICMS DEBITADO: ' WS-VALOR-ED.

       0521-IMPRIMIR-CFOP-UF.
           IF WS-LV-CFOP(WRK-IDX-L) NOT = WRK-CFOP-ANTERIOR
              AND WRK-CFOP-ANTERIOR NOT = ZEROS
               PERFORM 0522-IMPRIMIR-TOTAL-CFOP
           END-IF.
           MOVE WS-LV-CFOP(WRK-IDX-L) TO WRK-CFOP-ANTERIOR.
           MOVE WS-LV-CFOP(WRK-IDX-L)     TO WLL-CFOP.
           MOVE WS-LV-UF(WRK-IDX-L)       TO WLL-UF.
           MOVE WS-LV-QTDE(WRK-IDX-L)     TO WLL-QTDE.
           MOVE WS-LV-CONTABIL(WRK-IDX-L) TO WLL-CONTABIL.
           MOVE WS-LV-BASE(WRK-IDX-L)     TO WLL-BASE.
           MOVE WS-LV-ICMS(WRK-IDX-L)     TO WLL-ICMS.
           COMPUTE WLL-OUTRAS = WS-LV-CONTABIL(WRK-IDX-L)
                              - WS-LV-BASE(WRK-IDX-L).
           WRITE TAX-BOOK-LINE FROM WS-LV-LINHA.
           ADD WS-LV-QTDE(WRK-IDX-L)     TO WS-TC-QTDE.
           ADD WS-LV-CONTABIL(WRK-IDX-L) TO WS-TC-CONTABIL.
           ADD WS-LV-BASE(WRK-IDX-L)     TO WS-TC-BASE.
           ADD WS-LV-ICMS(WRK-IDX-L)     TO WS-TC-ICMS.

       0522-IMPRIMIR-TOTAL-CFOP.
           MOVE WRK-CFOP-ANTERIOR TO WLR-CFOP.
           MOVE WS-LV-ROTULO-CFOP TO WLT-ROTULO.
           MOVE WS-TC-QTDE     TO WLT-QTDE.
           MOVE WS-TC-CONTABIL TO WLT-CONTABIL.
           MOVE WS-TC-BASE     TO WLT-BASE.
           MOVE WS-TC-ICMS     TO WLT-ICMS.
           COMPUTE WLT-OUTRAS = WS-TC-CONTABIL - WS-TC-BASE.
           WRITE TAX-BOOK-LINE FROM WS-LV-LINHA-TOTAL.
           MOVE SPACES TO TAX-BOOK-LINE.
           WRITE TAX-BOOK-LINE.
           ADD WS-TC-QTDE     TO WS-TL-QTDE.
           ADD WS-TC-CONTABIL TO WS-TL-CONTABIL.
           ADD WS-TC-BASE     TO WS-TL-BASE.
           ADD WS-TC-ICMS     TO WS-TL-ICMS.
           INITIALIZE WS-TOTAIS-CFOP.

      *********** REJEICAO DEIXA O RC EM 4, SALVO FALHA JA *********
      *********** MARCADA COM 8 ************************************
       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB91'         TO RC-PROGRAMA
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
