       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB110.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONFERENCIA NOTURNA DE
      ***                            INTEGRIDADE REFERENCIAL ENTRE
      ***                            OS ARQUIVOS DOS SUBSISTEMAS.
      ***                            CADA CADASTRO SO E CONFERIDO
      ***                            NA CAPTURA; REGISTRO GRAVADO
      ***                            ANTES DO CADASTRO EXISTIR, OU
      ***                            DEPOIS DE O CODIGO SER
      ***                            INATIVADO, NUNCA MAIS ERA
      ***                            OLHADO. CONFERE:
      ***                            - SD-VENDEDOR/SD-CLIENTE NO
      ***                              VENDMAST/CUSTMAST
      ***                            - SI-CODIGO-PRODUTO NO PRODMAST
      ***                            - COTACAO DO QUOTSTAT SEM
      ***                              REGISTRO NO FRETELOG
      ***                            - MATRICULA DO STUDENTF NO
      ***                              STUMAST
      ***                            - FUNCIONARIO DO PAYHIST NO
      ***                              EMPLOYEF
      ***                            - TITULO DO CONTASR SEM A VENDA
      ***                              DE ORIGEM NO SALESDET
      ***                            E LISTA CADA ACHADO NO
      ***                            INTEGREL, COM SEVERIDADE, E NO
      ***                            LOG DE ERROS (ERRLOG)
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   TITULO E COTACAO ANTERIORES AO
      ***                    REGISTRO MAIS ANTIGO DO SALESDET/
      ***                    FRETELOG (ARQUIVADOS PELO PRGCOB52)
      ***                    NAO SAO MAIS DADOS COMO ORFAOS; E
      ***                    CADASTRO MAIOR QUE A TABELA PULA A
      ***                    CONFERENCIA DO CODIGO COM AVISO
      ***--------------------------------------------------
      ***   SEVERIDADE: F = GRAVE (TITULO SEM VENDA, FOLHA SEM
      ***               FUNCIONARIO - DINHEIRO SEM ORIGEM)
      ***               A = AVISO (DEMAIS ORFAOS, E REGISTRO DA
      ***               DATA DE PROCESSAMENTO COM CODIGO
      ***               INATIVO NO CADASTRO)
      ***   RETORNO   : 0 = SEM ACHADOS  4 = SO AVISOS OU ARQUIVO
      ***               INDISPONIVEL  8 = ALGUM ACHADO GRAVE
      ***   O PROGRAMA SO LE; NADA E CORRIGIDO AQUI
      ***   O SALESDET E O FRETELOG SAO EXPURGADOS PELO PRGCOB52:
      ***   TITULO COM VENDA ANTERIOR A MAIS ANTIGA DO SALESDET E
      ***   COTACAO ANTERIOR A MAIS ANTIGA DO FRETELOG NAO SAO
      ***   CONFERIDOS (SO CONTADOS NO RESUMO)
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
           SELECT VENDOR-MASTER-FILE ASSIGN TO 'VENDMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT FREIGHT-LOG-FILE ASSIGN TO 'FRETELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRETELOG-STATUS.
           SELECT QUOTE-STATUS-FILE ASSIGN TO 'QUOTSTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QT-NUMERO
               FILE STATUS IS WS-QSTAT-STATUS.
           SELECT STUDENT-FILE ASSIGN TO 'STUDENTF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-CHAVE
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-STUMAST-STATUS.
           SELECT PAYROLL-HIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTASR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTASR-STATUS.
           SELECT INTEGRITY-REPORT ASSIGN TO 'INTEGREL'
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

       FD  VENDOR-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY 'SLSMAST.COB'.

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY 'CUSTMAST.COB'.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 56 CHARACTERS.
           COPY 'PRODMAST.COB'.

       FD  FREIGHT-LOG-FILE
           RECORD CONTAINS 126 CHARACTERS.
           COPY 'FRTLOG.COB'.

       FD  QUOTE-STATUS-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY 'QUOTSTAT.COB'.

       FD  STUDENT-FILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY 'STUDENT.COB'.

       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY 'STUMAST.COB'.

       FD  PAYROLL-HIST-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY 'PAYHIST.COB'.

       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       FD  RECEIVABLE-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY 'RECEIVBL.COB'.

       FD  INTEGRITY-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  INTEGRITY-LINE        PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-SALESDET-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SALESITM-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-VENDMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-CUSTMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PRODMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FRETELOG-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-QSTAT-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-STUDENT-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-STUMAST-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-HIST-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-CONTASR-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHADO-SW          PIC X(01)     VALUE 'N'.
           88 WS-ACHADO                        VALUE 'S'.
       77  WS-VENDMAST-OK-SW     PIC X(01)     VALUE 'N'.
           88 WS-VENDMAST-OK                   VALUE 'S'.
       77  WS-CUSTMAST-OK-SW     PIC X(01)     VALUE 'N'.
           88 WS-CUSTMAST-OK                   VALUE 'S'.
       77  WS-PRODMAST-OK-SW     PIC X(01)     VALUE 'N'.
           88 WS-PRODMAST-OK                   VALUE 'S'.
       77  WS-VENDAS-OK-SW       PIC X(01)     VALUE 'N'.
           88 WS-VENDAS-OK                     VALUE 'S'.
       77  WS-COTACOES-OK-SW     PIC X(01)     VALUE 'N'.
           88 WS-COTACOES-OK                   VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-CODIGO            PIC X(06)     VALUE SPACES.
       77  WRK-ATIVO             PIC X(01)     VALUE SPACES.
       77  WRK-SEVERIDADE        PIC X(01)     VALUE SPACES.
       77  WRK-VERIFICACAO       PIC X(17)     VALUE SPACES.
       77  WRK-CHAVE             PIC X(24)     VALUE SPACES.
       77  WRK-DESCRICAO         PIC X(34)     VALUE SPACES.
       77  WRK-PARAGRAFO         PIC X(20)     VALUE SPACES.
       77  WRK-ARQUIVO           PIC X(08)     VALUE SPACES.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-GRAVES         PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-AVISOS         PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-INDISPONIVEIS  PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-VEND-ORFAO     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-CLI-ORFAO      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-PROD-ORFAO     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-COT-ORFA       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-MAT-ORFA       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-FUNC-ORFAO     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-TIT-ORFAO      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-INATIVOS       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-TIT-ARQUIVADO  PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-COT-ARQUIVADA  PIC 9(05)     VALUE ZEROS.

      *********** VENDA E COTACAO MAIS ANTIGAS AINDA NOS ARQUIVOS *
      *********** VIVOS; ANTES DELAS, O REGISTRO FOI ARQUIVADO ****
       77  WS-MENOR-DATA-VENDA   PIC 9(08)     VALUE 99999999.
       77  WS-MENOR-COTACAO      PIC 9(06)     VALUE 999999.

      *********** CODIGOS DOS CADASTROS SEQUENCIAIS, EM TABELA ****
       01  WS-TABELA-VENDEDORES.
           02 WS-QTD-VENDEDORES  PIC 9(03)     VALUE ZEROS.
           02 WS-VEND-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-VEND.
               03 WS-VEND-CODIGO      PIC X(05).
               03 WS-VEND-ATIVO       PIC X(01).
       01  WS-TABELA-CLIENTES.
           02 WS-QTD-CLIENTES    PIC 9(03)     VALUE ZEROS.
           02 WS-CLI-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-IDX-CLI.
               03 WS-CLI-CODIGO       PIC X(06).
               03 WS-CLI-ATIVO        PIC X(01).
       01  WS-TABELA-PRODUTOS.
           02 WS-QTD-PRODUTOS    PIC 9(03)     VALUE ZEROS.
           02 WS-PROD-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-IDX-PROD.
               03 WS-PROD-CODIGO      PIC X(06).
               03 WS-PROD-ATIVO       PIC X(01).

      *********** CHAVE DE CADA VENDA DO SALESDET (VENDEDOR, *******
      *********** FILIAL, DATA E SEQUENCIA DA SESSAO), PARA OS ****
      *********** TITULOS DO CONTASR ********************************
       01  WS-TABELA-VENDAS.
           02 WS-QTD-VENDAS      PIC 9(04)     VALUE ZEROS.
           02 WS-VENDA-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-IDX-VENDA.
               03 WS-VENDA-VENDEDOR   PIC X(05).
               03 WS-VENDA-FILIAL     PIC X(03).
               03 WS-VENDA-DATA       PIC 9(08).
               03 WS-VENDA-SEQUENCIA  PIC 9(05).

      *********** NUMEROS DE COTACAO GRAVADOS NO FRETELOG *********
       01  WS-TABELA-COTACOES.
           02 WS-QTD-COTACOES    PIC 9(04)     VALUE ZEROS.
           02 WS-COT-NUMERO OCCURS 5000 TIMES
                   INDEXED BY WS-IDX-COT
                                 PIC 9(06).

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(40) VALUE
              'CONFERENCIA DE INTEGRIDADE REFERENCIAL  '.
           02 FILLER             PIC X(06) VALUE 'DATA: '.
           02 WC1-DATA           PIC 9(08).
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(40) VALUE
              'S VERIFICACAO       CHAVE               '.
           02 FILLER             PIC X(40) VALUE
              '      OCORRENCIA'.
       01  WS-LINHA-ACHADO.
           02 WLA-SEVERIDADE     PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLA-VERIFICACAO    PIC X(17).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLA-CHAVE          PIC X(24).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLA-DESCRICAO      PIC X(34).
       01  WS-LINHA-RESUMO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLR-ROTULO         PIC X(40).
           02 WLR-QTDE           PIC ZZZZ9.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       01  WS-CHAVE-VENDA.
           02 WCV-VENDEDOR       PIC X(05).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WCV-FILIAL         PIC X(03).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WCV-DATA           PIC 9(08).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WCV-SEQUENCIA      PIC 9(05).
       01  WS-CHAVE-NOTA.
           02 WCN-MATRICULA      PIC 9(06).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WCN-TURMA          PIC X(05).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WCN-DISCIPLINA     PIC X(03).
       01  WS-CHAVE-FOLHA.
           02 WCF-COMPETENCIA    PIC 9(06).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WCF-ID             PIC 9(05).

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           OPEN OUTPUT INTEGRITY-REPORT.
           MOVE WS-DATA-PROCESSO TO WC1-DATA.
           WRITE INTEGRITY-LINE FROM WS-CABECALHO-1.
           WRITE INTEGRITY-LINE FROM WS-LINHA-SEPARADOR.
           WRITE INTEGRITY-LINE FROM WS-CABECALHO-2.
           PERFORM 0050-CARREGAR-VENDEDORES.
           PERFORM 0060-CARREGAR-CLIENTES.
           PERFORM 0070-CARREGAR-PRODUTOS.
           PERFORM 0100-CONFERIR-VENDAS.
           PERFORM 0200-CONFERIR-ITENS.
           PERFORM 0300-CONFERIR-COTACOES.
           PERFORM 0400-CONFERIR-NOTAS.
           PERFORM 0500-CONFERIR-FOLHA.
           PERFORM 0600-CONFERIR-TITULOS.
           PERFORM 0800-IMPRIMIR-RESUMO.
           CLOSE INTEGRITY-REPORT.
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

      *********** CADASTROS SEQUENCIAIS CARREGADOS EM TABELA; *****
      *********** AUSENTE OU MAIOR QUE A TABELA, A CONFERENCIA ****
      *********** DAQUELE CODIGO E PULADA, COM AVISO ***************
       0050-CARREGAR-VENDEDORES.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF WS-VENDMAST-STATUS = '00'
               MOVE 'S' TO WS-VENDMAST-OK-SW
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0052-LER-VENDEDOR
               PERFORM 0054-ARMAZENAR-VENDEDOR
                   UNTIL WS-FIM-ARQUIVO
               CLOSE VENDOR-MASTER-FILE
               IF NOT WS-VENDMAST-OK
                   DISPLAY 'TABELA DE VENDEDORES CHEIA - VENDMAST NAO '
                       'CONFERIDO'
                   MOVE 'VENDMAST' TO WRK-ARQUIVO
                   MOVE '0050-CARREGAR-VEND' TO WRK-PARAGRAFO
                   PERFORM 0750-REGISTRAR-INDISPONIVEL
               END-IF
           ELSE
               MOVE 'VENDMAST' TO WRK-ARQUIVO
               MOVE '0050-CARREGAR-VEND' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           END-IF.

       0052-LER-VENDEDOR.
           READ VENDOR-MASTER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0054-ARMAZENAR-VENDEDOR.
           IF WS-QTD-VENDEDORES < 300
               ADD 1 TO WS-QTD-VENDEDORES
               MOVE VM-CODIGO TO WS-VEND-CODIGO(WS-QTD-VENDEDORES)
               MOVE VM-ATIVO  TO WS-VEND-ATIVO(WS-QTD-VENDEDORES)
           ELSE
               MOVE 'N' TO WS-VENDMAST-OK-SW
           END-IF.
           PERFORM 0052-LER-VENDEDOR.

       0060-CARREGAR-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'S' TO WS-CUSTMAST-OK-SW
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0062-LER-CLIENTE
               PERFORM 0064-ARMAZENAR-CLIENTE
                   UNTIL WS-FIM-ARQUIVO
               CLOSE CUSTOMER-MASTER-FILE
               IF NOT WS-CUSTMAST-OK
                   DISPLAY 'TABELA DE CLIENTES CHEIA - CUSTMAST NAO '
                       'CONFERIDO'
                   MOVE 'CUSTMAST' TO WRK-ARQUIVO
                   MOVE '0060-CARREGAR-CLI' TO WRK-PARAGRAFO
                   PERFORM 0750-REGISTRAR-INDISPONIVEL
               END-IF
           ELSE
               MOVE 'CUSTMAST' TO WRK-ARQUIVO
               MOVE '0060-CARREGAR-CLI' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           END-IF.

       0062-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0064-ARMAZENAR-CLIENTE.
           IF WS-QTD-CLIENTES < 500
               ADD 1 TO WS-QTD-CLIENTES
               MOVE CM-CODIGO TO WS-CLI-CODIGO(WS-QTD-CLIENTES)
               MOVE CM-ATIVO  TO WS-CLI-ATIVO(WS-QTD-CLIENTES)
           ELSE
               MOVE 'N' TO WS-CUSTMAST-OK-SW
           END-IF.
           PERFORM 0062-LER-CLIENTE.

       0070-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODMAST-STATUS = '00'
               MOVE 'S' TO WS-PRODMAST-OK-SW
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0072-LER-PRODUTO
               PERFORM 0074-ARMAZENAR-PRODUTO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE PRODUCT-MASTER-FILE
               IF NOT WS-PRODMAST-OK
                   DISPLAY 'TABELA DE PRODUTOS CHEIA - PRODMAST NAO '
                       'CONFERIDO'
                   MOVE 'PRODMAST' TO WRK-ARQUIVO
                   MOVE '0070-CARREGAR-PROD' TO WRK-PARAGRAFO
                   PERFORM 0750-REGISTRAR-INDISPONIVEL
               END-IF
           ELSE
               MOVE 'PRODMAST' TO WRK-ARQUIVO
               MOVE '0070-CARREGAR-PROD' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           END-IF.

       0072-LER-PRODUTO.
           READ PRODUCT-MASTER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0074-ARMAZENAR-PRODUTO.
           IF WS-QTD-PRODUTOS < 500
               ADD 1 TO WS-QTD-PRODUTOS
               MOVE PM-CODIGO TO WS-PROD-CODIGO(WS-QTD-PRODUTOS)
               MOVE PM-ATIVO  TO WS-PROD-ATIVO(WS-QTD-PRODUTOS)
           ELSE
               MOVE 'N' TO WS-PRODMAST-OK-SW
           END-IF.
           PERFORM 0072-LER-PRODUTO.

      *********** VENDAS: VENDEDOR E CLIENTE (EM BRANCO = ********
      *********** CONSUMIDOR NAO IDENTIFICADO) NOS CADASTROS; A ***
      *********** CHAVE DE CADA VENDA FICA PARA OS TITULOS ********
       0100-CONFERIR-VENDAS.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WS-SALESDET-STATUS NOT = '00'
               MOVE 'SALESDET' TO WRK-ARQUIVO
               MOVE '0100-CONFERIR-VENDAS' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE 'S' TO WS-VENDAS-OK-SW
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0105-LER-VENDA
               PERFORM 0110-CONFERIR-VENDA
                   UNTIL WS-FIM-ARQUIVO
               CLOSE SALES-DETAIL-FILE
           END-IF.

       0105-LER-VENDA.
           READ SALES-DETAIL-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0110-CONFERIR-VENDA.
           IF WS-QTD-VENDAS < 3000
               ADD 1 TO WS-QTD-VENDAS
               MOVE SD-VENDEDOR TO WS-VENDA-VENDEDOR(WS-QTD-VENDAS)
               MOVE SD-FILIAL   TO WS-VENDA-FILIAL(WS-QTD-VENDAS)
               MOVE SD-DATA-CAPTURA
                   TO WS-VENDA-DATA(WS-QTD-VENDAS)
               MOVE SD-SEQUENCIA
                   TO WS-VENDA-SEQUENCIA(WS-QTD-VENDAS)
           ELSE
               MOVE 'N' TO WS-VENDAS-OK-SW
           END-IF.
           IF SD-DATA-CAPTURA > ZEROS
              AND SD-DATA-CAPTURA < WS-MENOR-DATA-VENDA
               MOVE SD-DATA-CAPTURA TO WS-MENOR-DATA-VENDA
           END-IF.
           MOVE SD-VENDEDOR     TO WCV-VENDEDOR.
           MOVE SD-FILIAL       TO WCV-FILIAL.
           MOVE SD-DATA-CAPTURA TO WCV-DATA.
           MOVE SD-SEQUENCIA    TO WCV-SEQUENCIA.
           MOVE '0110-CONFERIR-VENDA' TO WRK-PARAGRAFO.
           IF WS-VENDMAST-OK
               MOVE SD-VENDEDOR TO WRK-CODIGO
               PERFORM 0120-BUSCAR-VENDEDOR
               MOVE 'VENDA X VENDMAST' TO WRK-VERIFICACAO
               IF NOT WS-ACHADO
                   MOVE 'A' TO WRK-SEVERIDADE
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING 'VENDEDOR ' SD-VENDEDOR ' SEM CADASTRO'
                       DELIMITED BY SIZE INTO WRK-DESCRICAO
                   ADD 1 TO WS-QTD-VEND-ORFAO
                   PERFORM 0700-REGISTRAR-ACHADO
               ELSE
                   IF WRK-ATIVO = 'N'
                      AND SD-DATA-CAPTURA = WS-DATA-PROCESSO
                       MOVE 'A' TO WRK-SEVERIDADE
                       MOVE SPACES TO WRK-DESCRICAO
                       STRING 'VENDEDOR ' SD-VENDEDOR ' INATIVO'
                           DELIMITED BY SIZE INTO WRK-DESCRICAO
                       ADD 1 TO WS-QTD-INATIVOS
                       PERFORM 0700-REGISTRAR-ACHADO
                   END-IF
               END-IF
           END-IF.
           IF WS-CUSTMAST-OK AND SD-CLIENTE NOT = SPACES
               MOVE SD-CLIENTE TO WRK-CODIGO
               PERFORM 0130-BUSCAR-CLIENTE
               MOVE 'VENDA X CUSTMAST' TO WRK-VERIFICACAO
               IF NOT WS-ACHADO
                   MOVE 'A' TO WRK-SEVERIDADE
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING 'CLIENTE ' SD-CLIENTE ' SEM CADASTRO'
                       DELIMITED BY SIZE INTO WRK-DESCRICAO
                   ADD 1 TO WS-QTD-CLI-ORFAO
                   PERFORM 0700-REGISTRAR-ACHADO
               ELSE
                   IF WRK-ATIVO = 'N'
                      AND SD-DATA-CAPTURA = WS-DATA-PROCESSO
                       MOVE 'A' TO WRK-SEVERIDADE
                       MOVE SPACES TO WRK-DESCRICAO
                       STRING 'CLIENTE ' SD-CLIENTE ' INATIVO'
                           DELIMITED BY SIZE INTO WRK-DESCRICAO
                       ADD 1 TO WS-QTD-INATIVOS
                       PERFORM 0700-REGISTRAR-ACHADO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0105-LER-VENDA.

       0120-BUSCAR-VENDEDOR.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0125-COMPARAR-VENDEDOR
               VARYING WS-IDX-VEND FROM 1 BY 1
               UNTIL WS-IDX-VEND > WS-QTD-VENDEDORES
                  OR WS-ACHADO.

       0125-COMPARAR-VENDEDOR.
           IF WS-VEND-CODIGO(WS-IDX-VEND) = WRK-CODIGO
               MOVE 'S' TO WS-ACHADO-SW
               MOVE WS-VEND-ATIVO(WS-IDX-VEND) TO WRK-ATIVO
           END-IF.

       0130-BUSCAR-CLIENTE.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0135-COMPARAR-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-QTD-CLIENTES
                  OR WS-ACHADO.

       0135-COMPARAR-CLIENTE.
           IF WS-CLI-CODIGO(WS-IDX-CLI) = WRK-CODIGO
               MOVE 'S' TO WS-ACHADO-SW
               MOVE WS-CLI-ATIVO(WS-IDX-CLI) TO WRK-ATIVO
           END-IF.

      *********** ITENS DE VENDA: PRODUTO NO PRODMAST *************
       0200-CONFERIR-ITENS.
           IF WS-PRODMAST-OK
               OPEN INPUT SALES-ITEM-FILE
               IF WS-SALESITM-STATUS NOT = '00'
                   MOVE 'SALESITM' TO WRK-ARQUIVO
                   MOVE '0200-CONFERIR-ITENS' TO WRK-PARAGRAFO
                   PERFORM 0750-REGISTRAR-INDISPONIVEL
               ELSE
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0205-LER-ITEM
                   PERFORM 0210-CONFERIR-ITEM
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE SALES-ITEM-FILE
               END-IF
           END-IF.

       0205-LER-ITEM.
           READ SALES-ITEM-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0210-CONFERIR-ITEM.
           IF SI-CODIGO-PRODUTO NOT = SPACES
               MOVE SI-CODIGO-PRODUTO TO WRK-CODIGO
               PERFORM 0220-BUSCAR-PRODUTO
               MOVE SI-VENDEDOR     TO WCV-VENDEDOR
               MOVE SI-FILIAL       TO WCV-FILIAL
               MOVE SI-DATA-CAPTURA TO WCV-DATA
               MOVE SI-SEQUENCIA    TO WCV-SEQUENCIA
               MOVE 'ITEM X PRODMAST' TO WRK-VERIFICACAO
               MOVE '0210-CONFERIR-ITEM' TO WRK-PARAGRAFO
               IF NOT WS-ACHADO
                   MOVE 'A' TO WRK-SEVERIDADE
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING 'PRODUTO ' SI-CODIGO-PRODUTO
                       ' SEM CADASTRO' DELIMITED BY SIZE
                       INTO WRK-DESCRICAO
                   ADD 1 TO WS-QTD-PROD-ORFAO
                   PERFORM 0700-REGISTRAR-ACHADO
               ELSE
                   IF WRK-ATIVO = 'N'
                      AND SI-DATA-CAPTURA = WS-DATA-PROCESSO
                       MOVE 'A' TO WRK-SEVERIDADE
                       MOVE SPACES TO WRK-DESCRICAO
                       STRING 'PRODUTO ' SI-CODIGO-PRODUTO
                           ' INATIVO' DELIMITED BY SIZE
                           INTO WRK-DESCRICAO
                       ADD 1 TO WS-QTD-INATIVOS
                       PERFORM 0700-REGISTRAR-ACHADO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0205-LER-ITEM.

       0220-BUSCAR-PRODUTO.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0225-COMPARAR-PRODUTO
               VARYING WS-IDX-PROD FROM 1 BY 1
               UNTIL WS-IDX-PROD > WS-QTD-PRODUTOS
                  OR WS-ACHADO.

       0225-COMPARAR-PRODUTO.
           IF WS-PROD-CODIGO(WS-IDX-PROD) = WRK-CODIGO
               MOVE 'S' TO WS-ACHADO-SW
               MOVE WS-PROD-ATIVO(WS-IDX-PROD) TO WRK-ATIVO
           END-IF.

      *********** COTACOES DO QUOTSTAT SEM A COTACAO GRAVADA NO ***
      *********** FRETELOG (NUMEROS DO LOG CARREGADOS EM TABELA); *
      *********** COTACAO ANTERIOR A MENOR DO LOG TEVE O FRETE ****
      *********** ARQUIVADO PELO PRGCOB52 E NAO E CONFERIDA *******
       0300-CONFERIR-COTACOES.
           OPEN INPUT FREIGHT-LOG-FILE.
           IF WS-FRETELOG-STATUS NOT = '00'
               MOVE 'FRETELOG' TO WRK-ARQUIVO
               MOVE '0300-CONFERIR-COTAC' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE 'S' TO WS-COTACOES-OK-SW
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0305-LER-FRETELOG
               PERFORM 0310-ARMAZENAR-COTACAO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE FREIGHT-LOG-FILE
               IF NOT WS-COTACOES-OK
                   DISPLAY 'TABELA DE COTACOES CHEIA - QUOTSTAT NAO '
                       'CONFERIDO'
                   MOVE 'FRETELOG' TO WRK-ARQUIVO
                   MOVE '0300-CONFERIR-COTAC' TO WRK-PARAGRAFO
                   PERFORM 0750-REGISTRAR-INDISPONIVEL
               ELSE
                   PERFORM 0320-VARRER-QUOTSTAT
               END-IF
           END-IF.

       0305-LER-FRETELOG.
           READ FREIGHT-LOG-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0310-ARMAZENAR-COTACAO.
           IF LG-NUMERO-COTACAO IS NUMERIC
              AND LG-NUMERO-COTACAO > ZEROS
               IF WS-QTD-COTACOES < 5000
                   ADD 1 TO WS-QTD-COTACOES
                   MOVE LG-NUMERO-COTACAO
                       TO WS-COT-NUMERO(WS-QTD-COTACOES)
               ELSE
                   MOVE 'N' TO WS-COTACOES-OK-SW
               END-IF
               IF LG-NUMERO-COTACAO < WS-MENOR-COTACAO
                   MOVE LG-NUMERO-COTACAO TO WS-MENOR-COTACAO
               END-IF
           END-IF.
           PERFORM 0305-LER-FRETELOG.

       0320-VARRER-QUOTSTAT.
           OPEN INPUT QUOTE-STATUS-FILE.
           IF WS-QSTAT-STATUS NOT = '00'
               MOVE 'QUOTSTAT' TO WRK-ARQUIVO
               MOVE '0320-VARRER-QUOTSTAT' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0325-LER-QUOTSTAT
               PERFORM 0330-CONFERIR-COTACAO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE QUOTE-STATUS-FILE
           END-IF.

       0325-LER-QUOTSTAT.
           READ QUOTE-STATUS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0330-CONFERIR-COTACAO.
           IF QT-NUMERO < WS-MENOR-COTACAO
               ADD 1 TO WS-QTD-COT-ARQUIVADA
               MOVE 'S' TO WS-ACHADO-SW
           ELSE
               MOVE 'N' TO WS-ACHADO-SW
               PERFORM 0335-COMPARAR-COTACAO
                   VARYING WS-IDX-COT FROM 1 BY 1
                   UNTIL WS-IDX-COT > WS-QTD-COTACOES
                      OR WS-ACHADO
           END-IF.
           IF NOT WS-ACHADO
               MOVE 'A' TO WRK-SEVERIDADE
               MOVE 'QUOTSTAT X FRETE' TO WRK-VERIFICACAO
               MOVE SPACES TO WRK-CHAVE
               MOVE QT-NUMERO TO WRK-CHAVE
               MOVE 'COTACAO SEM REGISTRO NO FRETELOG'
                   TO WRK-DESCRICAO
               MOVE '0330-CONFERIR-COTAC' TO WRK-PARAGRAFO
               ADD 1 TO WS-QTD-COT-ORFA
               PERFORM 0710-GRAVAR-ACHADO
           END-IF.
           PERFORM 0325-LER-QUOTSTAT.

       0335-COMPARAR-COTACAO.
           IF WS-COT-NUMERO(WS-IDX-COT) = QT-NUMERO
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** NOTAS DO STUDENTF: MATRICULA NO STUMAST **********
       0400-CONFERIR-NOTAS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS NOT = '00'
               MOVE 'STUDENTF' TO WRK-ARQUIVO
               MOVE '0400-CONFERIR-NOTAS' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               OPEN INPUT STUDENT-MASTER-FILE
               IF WS-STUMAST-STATUS NOT = '00'
                   MOVE 'STUMAST' TO WRK-ARQUIVO
                   MOVE '0400-CONFERIR-NOTAS' TO WRK-PARAGRAFO
                   PERFORM 0750-REGISTRAR-INDISPONIVEL
               ELSE
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0405-LER-NOTA
                   PERFORM 0410-CONFERIR-NOTA
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE STUDENT-MASTER-FILE
               END-IF
               CLOSE STUDENT-FILE
           END-IF.

       0405-LER-NOTA.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0410-CONFERIR-NOTA.
           MOVE ST-MATRICULA TO AL-MATRICULA.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'A' TO WRK-SEVERIDADE
                   MOVE 'NOTA X STUMAST' TO WRK-VERIFICACAO
                   MOVE ST-MATRICULA   TO WCN-MATRICULA
                   MOVE ST-TURMA       TO WCN-TURMA
                   MOVE ST-DISCIPLINA  TO WCN-DISCIPLINA
                   MOVE WS-CHAVE-NOTA  TO WRK-CHAVE
                   MOVE 'MATRICULA SEM CADASTRO NO STUMAST'
                       TO WRK-DESCRICAO
                   MOVE '0410-CONFERIR-NOTA' TO WRK-PARAGRAFO
                   ADD 1 TO WS-QTD-MAT-ORFA
                   PERFORM 0710-GRAVAR-ACHADO
           END-READ.
           PERFORM 0405-LER-NOTA.

      *********** FOLHA PAGA (PAYHIST) A FUNCIONARIO FORA DO ******
      *********** EMPLOYEF: ACHADO GRAVE ***************************
       0500-CONFERIR-FOLHA.
           OPEN INPUT PAYROLL-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'PAYHIST' TO WRK-ARQUIVO
               MOVE '0500-CONFERIR-FOLHA' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = '00'
                   MOVE 'EMPLOYEF' TO WRK-ARQUIVO
                   MOVE '0500-CONFERIR-FOLHA' TO WRK-PARAGRAFO
                   PERFORM 0750-REGISTRAR-INDISPONIVEL
               ELSE
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0505-LER-FOLHA
                   PERFORM 0510-CONFERIR-PAGAMENTO
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE EMPLOYEE-FILE
               END-IF
               CLOSE PAYROLL-HIST-FILE
           END-IF.

       0505-LER-FOLHA.
           READ PAYROLL-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0510-CONFERIR-PAGAMENTO.
           MOVE PH-ID TO EM-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'F' TO WRK-SEVERIDADE
                   MOVE 'FOLHA X EMPLOYEF' TO WRK-VERIFICACAO
                   MOVE PH-COMPETENCIA TO WCF-COMPETENCIA
                   MOVE PH-ID          TO WCF-ID
                   MOVE WS-CHAVE-FOLHA TO WRK-CHAVE
                   MOVE 'FUNCIONARIO SEM CADASTRO NO EMPLOYEF'
                       TO WRK-DESCRICAO
                   MOVE '0510-CONFERIR-PAGTO' TO WRK-PARAGRAFO
                   ADD 1 TO WS-QTD-FUNC-ORFAO
                   PERFORM 0710-GRAVAR-ACHADO
           END-READ.
           PERFORM 0505-LER-FOLHA.

      *********** TITULO DO CONTASR SEM A VENDA DE ORIGEM NO ******
      *********** SALESDET (MESMO VENDEDOR, FILIAL, DATA E *******
      *********** SEQUENCIA): ACHADO GRAVE; SEM A TABELA DE ******
      *********** VENDAS COMPLETA, A CONFERENCIA E PULADA. VENDA **
      *********** ANTERIOR A MAIS ANTIGA DO SALESDET FOI ARQUIVADA *
      *********** PELO PRGCOB52 E O TITULO NAO E CONFERIDO *********
       0600-CONFERIR-TITULOS.
           OPEN INPUT RECEIVABLE-FILE.
           IF WS-CONTASR-STATUS NOT = '00'
               MOVE 'CONTASR' TO WRK-ARQUIVO
               MOVE '0600-CONFERIR-TITULOS' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               IF NOT WS-VENDAS-OK
                   CLOSE RECEIVABLE-FILE
                   DISPLAY 'VENDAS DO SALESDET NAO CARREGADAS - '
                       'CONTASR NAO CONFERIDO'
                   MOVE 'SALESDET' TO WRK-ARQUIVO
                   MOVE '0600-CONFERIR-TITULOS' TO WRK-PARAGRAFO
                   PERFORM 0750-REGISTRAR-INDISPONIVEL
               ELSE
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0605-LER-TITULO
                   PERFORM 0610-CONFERIR-TITULO
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE RECEIVABLE-FILE
               END-IF
           END-IF.

       0605-LER-TITULO.
           READ RECEIVABLE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0610-CONFERIR-TITULO.
           IF RV-DATA-VENDA < WS-MENOR-DATA-VENDA
               ADD 1 TO WS-QTD-TIT-ARQUIVADO
               MOVE 'S' TO WS-ACHADO-SW
           ELSE
               MOVE 'N' TO WS-ACHADO-SW
               PERFORM 0615-COMPARAR-VENDA
                   VARYING WS-IDX-VENDA FROM 1 BY 1
                   UNTIL WS-IDX-VENDA > WS-QTD-VENDAS
                      OR WS-ACHADO
           END-IF.
           IF NOT WS-ACHADO
               MOVE 'F' TO WRK-SEVERIDADE
               MOVE 'TITULO X SALESDET' TO WRK-VERIFICACAO
               MOVE RV-VENDEDOR   TO WCV-VENDEDOR
               MOVE RV-FILIAL     TO WCV-FILIAL
               MOVE RV-DATA-VENDA TO WCV-DATA
               MOVE RV-SEQUENCIA  TO WCV-SEQUENCIA
               MOVE WS-CHAVE-VENDA TO WRK-CHAVE
               MOVE SPACES TO WRK-DESCRICAO
               STRING 'PARCELA ' RV-PARCELA ' SEM VENDA DE ORIGEM'
                   DELIMITED BY SIZE INTO WRK-DESCRICAO
               MOVE '0610-CONFERIR-TITULO' TO WRK-PARAGRAFO
               ADD 1 TO WS-QTD-TIT-ORFAO
               PERFORM 0710-GRAVAR-ACHADO
           END-IF.
           PERFORM 0605-LER-TITULO.

       0615-COMPARAR-VENDA.
           IF WS-VENDA-VENDEDOR(WS-IDX-VENDA)  = RV-VENDEDOR
              AND WS-VENDA-FILIAL(WS-IDX-VENDA)    = RV-FILIAL
              AND WS-VENDA-DATA(WS-IDX-VENDA)      = RV-DATA-VENDA
              AND WS-VENDA-SEQUENCIA(WS-IDX-VENDA) = RV-SEQUENCIA
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** ACHADO NA CHAVE DE VENDA/ITEM (WS-CHAVE-VENDA) ***
       0700-REGISTRAR-ACHADO.
           MOVE WS-CHAVE-VENDA TO WRK-CHAVE.
           PERFORM 0710-GRAVAR-ACHADO.

      *********** UMA LINHA NO INTEGREL E UMA OCORRENCIA NO ERRLOG *
      *********** POR ACHADO, COM A SEVERIDADE DA CONFERENCIA *****
       0710-GRAVAR-ACHADO.
           MOVE WRK-SEVERIDADE  TO WLA-SEVERIDADE.
           MOVE WRK-VERIFICACAO TO WLA-VERIFICACAO.
           MOVE WRK-CHAVE       TO WLA-CHAVE.
           MOVE WRK-DESCRICAO   TO WLA-DESCRICAO.
           WRITE INTEGRITY-LINE FROM WS-LINHA-ACHADO.
           MOVE 'PRGCB110'     TO EL-PROGRAMA.
           MOVE WRK-PARAGRAFO  TO EL-PARAGRAFO.
           MOVE SPACES         TO EL-MENSAGEM.
           STRING WRK-CHAVE ' ' WRK-DESCRICAO DELIMITED BY SIZE
               INTO EL-MENSAGEM.
           MOVE WRK-SEVERIDADE TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           IF WRK-SEVERIDADE = 'F'
               ADD 1 TO WS-QTD-GRAVES
               MOVE 8 TO WRK-RETORNO
           ELSE
               ADD 1 TO WS-QTD-AVISOS
               PERFORM 0790-MARCAR-AVISO
           END-IF.

      *********** ARQUIVO AUSENTE: CONFERENCIA PULADA, COM AVISO **
       0750-REGISTRAR-INDISPONIVEL.
           DISPLAY 'AVISO: ' WRK-ARQUIVO ' NAO DISPONIVEL - '
               'CONFERENCIA PULADA'.
           MOVE SPACES TO WS-LINHA-ACHADO.
           MOVE 'A'            TO WLA-SEVERIDADE.
           MOVE 'ARQUIVO'      TO WLA-VERIFICACAO.
           MOVE WRK-ARQUIVO    TO WLA-CHAVE.
           MOVE 'INDISPONIVEL - CONFERENCIA PULADA'
               TO WLA-DESCRICAO.
           WRITE INTEGRITY-LINE FROM WS-LINHA-ACHADO.
           MOVE 'PRGCB110'     TO EL-PROGRAMA.
           MOVE WRK-PARAGRAFO  TO EL-PARAGRAFO.
           MOVE SPACES         TO EL-MENSAGEM.
           STRING 'ARQUIVO ' WRK-ARQUIVO ' NAO DISPONIVEL - '
               'CONFERENCIA PULADA' DELIMITED BY SIZE
               INTO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           ADD 1 TO WS-QTD-INDISPONIVEIS.
           PERFORM 0790-MARCAR-AVISO.

       0790-MARCAR-AVISO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** RESUMO NO FIM DO RELATORIO E NO SYSOUT ***********
       0800-IMPRIMIR-RESUMO.
           WRITE INTEGRITY-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'VENDAS COM VENDEDOR SEM CADASTRO' TO WLR-ROTULO.
           MOVE WS-QTD-VEND-ORFAO TO WLR-QTDE.
           WRITE INTEGRITY-LINE FROM WS-LINHA-RESUMO.
           MOVE 'VENDAS COM CLIENTE SEM CADASTRO' TO WLR-ROTULO.
           MOVE WS-QTD-CLI-ORFAO TO WLR-QTDE.
           WRITE INTEGRITY-LINE FROM WS-LINHA-RESUMO.
           MOVE 'ITENS COM PRODUTO SEM CADASTRO' TO WLR-ROTULO.
           MOVE WS-QTD-PROD-ORFAO TO WLR-QTDE.
           WRITE INTEGRITY-LINE FROM WS-LINHA-RESUMO.
           MOVE 'CODIGOS INATIVOS NA DATA' TO WLR-ROTULO.
           MOVE WS-QTD-INATIVOS TO WLR-QTDE.
           WRITE INTEGRITY-LINE FROM WS-LINHA-RESUMO.
           MOVE 'COTACOES SEM REGISTRO NO FRETELOG' TO WLR-ROTULO.
           MOVE WS-QTD-COT-ORFA TO WLR-QTDE.
           WRITE INTEGRITY-LINE FROM WS-LINHA-RESUMO.
           MOVE 'NOTAS DE MATRICULA SEM CADASTRO' TO WLR-ROTULO.
           MOVE WS-QTD-MAT-ORFA TO WLR-QTDE.
           WRITE INTEGRITY-LINE FROM WS-LINHA-RESUMO.
           MOVE 'FOLHAS DE FUNCIONARIO SEM CADASTRO' TO WLR-ROTULO.
           MOVE WS-QTD-FUNC-ORFAO TO WLR-QTDE.
           WRITE INTEGRITY-LINE FROM WS-LINHA-RESUMO.
           MOVE 'TITULOS SEM VENDA DE ORIGEM' TO WLR-ROTULO.
           MOVE WS-QTD-TIT-ORFAO TO WLR-QTDE.
           WRITE INTEGRITY-LINE FROM WS-LINHA-RESUMO.
           MOVE 'TITULOS DE VENDA ARQUIVADA (NAO CONF.)'
               TO WLR-ROTULO.
           MOVE WS-QTD-TIT-ARQUIVADO TO WLR-QTDE.
           WRITE INTEGRITY-LINE FROM WS-LINHA-RESUMO.
           MOVE 'COTACOES DE FRETE ARQUIVADO (NAO CONF.)'
               TO WLR-ROTULO.
           MOVE WS-QTD-COT-ARQUIVADA TO WLR-QTDE.
           WRITE INTEGRITY-LINE FROM WS-LINHA-RESUMO.
           MOVE 'ARQUIVOS NAO DISPONIVEIS' TO WLR-ROTULO.
           MOVE WS-QTD-INDISPONIVEIS TO WLR-QTDE.
           WRITE INTEGRITY-LINE FROM WS-LINHA-RESUMO.
           MOVE 'ACHADOS GRAVES (F)' TO WLR-ROTULO.
           MOVE WS-QTD-GRAVES TO WLR-QTDE.
           WRITE INTEGRITY-LINE FROM WS-LINHA-RESUMO.
           MOVE 'AVISOS (A)' TO WLR-ROTULO.
           MOVE WS-QTD-AVISOS TO WLR-QTDE.
           WRITE INTEGRITY-LINE FROM WS-LINHA-RESUMO.
           DISPLAY 'REGISTROS LIDOS.............. : ' WS-QTD-LIDOS.
           DISPLAY 'ACHADOS GRAVES (F)........... : ' WS-QTD-GRAVES.
           DISPLAY 'AVISOS (A)................... : ' WS-QTD-AVISOS.
           DISPLAY 'ARQUIVOS NAO DISPONIVEIS..... : '
               WS-QTD-INDISPONIVEIS.
           DISPLAY 'RELATORIO GERADO EM INTEGREL'.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCB110'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               COMPUTE RC-REGISTROS-SAIDA =
                   WS-QTD-GRAVES + WS-QTD-AVISOS
               MOVE ZEROS              TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
