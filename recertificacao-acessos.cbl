       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB115.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = RECERTIFICACAO TRIMESTRAL DOS
      ***                            ACESSOS (RECERREL):
      ***                            - POR OPERADOR DO OPERMAST:
      ***                              PERFIL, SITUACAO, ULTIMO
      ***                              SIGN-ON E AS OPCOES DO MENU
      ***                              REALMENTE USADAS NO PERIODO
      ***                              (USAGELOG)
      ***                            - OPERADORES ATIVOS SEM
      ***                              SIGN-ON HA MAIS DE N DIAS
      ***                            - SEGREGACAO DE FUNCOES:
      ***                              ESTORNO (SALESADJ) AUTORIZADO
      ***                              PELO MESMO OPERADOR QUE
      ***                              CAPTUROU A VENDA NO PRGCOB18,
      ***                              E CORRECAO DE NOTA (GRADAUD)
      ***                              FEITA POR QUEM LANCOU NOTAS
      ***                              NO PRGCOB07/PRGCOB08-1
      ***                            A VENDA E A NOTA NAO GUARDAM
      ***                            O OPERADOR: O DA CAPTURA E O
      ***                            ULTIMO QUE ENTROU NA OPCAO 07
      ***                            ANTES DA HORA DA CAPTURA, NO
      ***                            DIA DA VENDA; O DO LANCAMENTO
      ***                            E O CORRETOR QUE ENTROU NA
      ***                            OPCAO 03 OU 05 NO PERIODO,
      ***                            ATE A DATA DA CORRECAO
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   TABELA DE OPERADORES, ESTORNOS OU
      ***                    CORRECOES CHEIA VAI AO ERRLOG (RC 4)
      ***                    E A SECAO SAI COMO INCOMPLETA
      ***--------------------------------------------------
      ***   ENTRADA: DATA INICIAL DO PERIODO (0 = INICIO DO
      ***            TRIMESTRE DA DATA DE PROCESSAMENTO) E DIAS
      ***            SEM SIGN-ON PARA INATIVIDADE (0 = 90)
      ***   RETORNO: 00 = NADA A APONTAR   04 = OPERADOR INATIVO,
      ***               CONFLITO DE FUNCOES, ARQUIVO DA
      ***               SEGREGACAO NAO DISPONIVEL OU TABELA
      ***               CHEIA (SECAO INCOMPLETA)
      ***            08 = OPERMAST OU USAGELOG NAO DISPONIVEL
      ***               (RECERTIFICACAO NAO EMITIDA)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.
           SELECT USAGE-LOG-FILE ASSIGN TO 'USAGELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT SALES-ADJUST-FILE ASSIGN TO 'SALESADJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTE-STATUS.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SALESDET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESDET-STATUS.
           SELECT GRADE-AUDIT-FILE ASSIGN TO 'GRADAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADAUD-STATUS.
           SELECT RECERT-REPORT ASSIGN TO 'RECERREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY 'OPERMAST.COB'.

       FD  USAGE-LOG-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY 'USAGELOG.COB'.

       FD  SALES-ADJUST-FILE
           RECORD CONTAINS 84 CHARACTERS.
           COPY 'SLSADJ.COB'.

       FD  SALES-DETAIL-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SALESDET.COB'.

       FD  GRADE-AUDIT-FILE
           RECORD CONTAINS 121 CHARACTERS.
           COPY 'GRADAUD.COB'.

       FD  RECERT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  RECERT-LINE               PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-OPERMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-USAGE-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-AJUSTE-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-SALESDET-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-GRADAUD-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHOU-SW           PIC X(01)     VALUE 'N'.
           88 WS-ACHOU                         VALUE 'S'.
       77  WS-OPER-ESTOURO-SW    PIC X(01)     VALUE 'N'.
           88 WS-OPER-ESTOURO                  VALUE 'S'.
       77  WS-EST-ESTOURO-SW     PIC X(01)     VALUE 'N'.
           88 WS-EST-ESTOURO                   VALUE 'S'.
       77  WS-COR-ESTOURO-SW     PIC X(01)     VALUE 'N'.
           88 WS-COR-ESTOURO                   VALUE 'S'.
       77  WS-ESTORNOS-OK-SW     PIC X(01)     VALUE 'N'.
           88 WS-ESTORNOS-OK                   VALUE 'S'.
       77  WS-VENDAS-OK-SW       PIC X(01)     VALUE 'N'.
           88 WS-VENDAS-OK                     VALUE 'S'.
       77  WS-CORRECOES-OK-SW    PIC X(01)     VALUE 'N'.
           88 WS-CORRECOES-OK                  VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-PARAGRAFO         PIC X(20)     VALUE SPACES.
       77  WRK-ARQUIVO           PIC X(08)     VALUE SPACES.
       77  WRK-TABELA            PIC X(10)     VALUE SPACES.
       77  WRK-LIMITE            PIC 9(03)     VALUE ZEROS.
       77  WRK-DATA-INICIO       PIC 9(08)     VALUE ZEROS.
       77  WRK-DIAS-INATIVO      PIC 9(04)     VALUE ZEROS.
       77  WRK-OPERADOR          PIC X(05)     VALUE SPACES.
       77  WS-DATA-CORTE         PIC 9(08)     VALUE ZEROS.
       77  WS-HOJE-INT           PIC 9(08)     VALUE ZEROS.
       77  WS-CORTE-INT          PIC 9(08)     VALUE ZEROS.
       77  WS-ULT-INT            PIC 9(08)     VALUE ZEROS.
       77  WS-DIAS-PARADO        PIC 9(05)     VALUE ZEROS.
       77  WS-DIAS-EDITADO       PIC ZZZZ9.
       77  WS-TRIMESTRE          PIC 9(01)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-GRAVADOS       PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-INATIVOS       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-CONFLITO-EST   PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-CONFLITO-NOTA  PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-SEM-CAPTURA    PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-ITENS-LINHA    PIC 9(01)     VALUE ZEROS.
       77  WS-IDX                PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-OP             PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-OPC            PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-EST            PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-COR            PIC 9(03)     VALUE ZEROS.

      *********** OPCOES DO MENU DE ORIGEM DOS LANCAMENTOS ********
       77  WS-OPCAO-CAPTURA      PIC 9(03)     VALUE 007.
       77  WS-OPCAO-NOTAS-1      PIC 9(03)     VALUE 003.
       77  WS-OPCAO-NOTAS-2      PIC 9(03)     VALUE 005.

       01  WS-DATA-PROC-R.
           02 WS-PROC-ANO        PIC 9(04).
           02 WS-PROC-MES        PIC 9(02).
           02 WS-PROC-DIA        PIC 9(02).
       01  WS-DATA-INICIO-R.
           02 WS-INI-ANO         PIC 9(04).
           02 WS-INI-MES         PIC 9(02).
           02 WS-INI-DIA         PIC 9(02).

      *********** OPERADORES: CADASTRO E USO NO PERIODO ************
       01  WS-TABELA-OPERADORES.
           02 WS-QTD-OPERADORES  PIC 9(03)     VALUE ZEROS.
           02 WS-OP-ENTRY OCCURS 200 TIMES.
               03 WS-OP-ID            PIC X(05).
               03 WS-OP-NOME          PIC X(20).
               03 WS-OP-PERFIL        PIC X(01).
               03 WS-OP-ATIVO         PIC X(01).
               03 WS-OP-BLOQUEADO     PIC X(01).
               03 WS-OP-CADASTRO      PIC X(01).
               03 WS-OP-ULT-DATA      PIC 9(08).
               03 WS-OP-USOS          PIC 9(05).
               03 WS-OP-NEGADOS       PIC 9(05).
               03 WS-OP-QTD-OPCAO OCCURS 150 TIMES
                                      PIC 9(05).

      *********** ESTORNOS DO PERIODO E A CAPTURA DA VENDA ********
       01  WS-TABELA-ESTORNOS.
           02 WS-QTD-ESTORNOS    PIC 9(03)     VALUE ZEROS.
           02 WS-EST-ENTRY OCCURS 500 TIMES.
               03 WS-EST-DATA         PIC 9(08).
               03 WS-EST-SUPERVISOR   PIC X(05).
               03 WS-EST-VENDEDOR     PIC X(05).
               03 WS-EST-DATA-VENDA   PIC 9(08).
               03 WS-EST-SEQUENCIA    PIC 9(05).
               03 WS-EST-HORA-CAPTURA PIC 9(08).
               03 WS-EST-VENDA-ACHADA PIC X(01).
               03 WS-EST-CAPTURADOR   PIC X(05).
               03 WS-EST-HORA-ENTRADA PIC 9(08).

      *********** CORRECOES DE NOTA DO PERIODO ********************
       01  WS-TABELA-CORRECOES.
           02 WS-QTD-CORRECOES   PIC 9(03)     VALUE ZEROS.
           02 WS-COR-ENTRY OCCURS 500 TIMES.
               03 WS-COR-DATA         PIC 9(08).
               03 WS-COR-OPERADOR     PIC X(05).
               03 WS-COR-MATRICULA    PIC 9(06).
               03 WS-COR-TURMA        PIC X(05).
               03 WS-COR-DISCIPLINA   PIC X(03).
               03 WS-COR-DATA-LANCTO  PIC 9(08).

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(33) VALUE
              'RECERTIFICACAO DE ACESSOS  DATA: '.
           02 WC1-DATA           PIC 9(08).
           02 FILLER             PIC X(10) VALUE '  PERIODO '.
           02 WC1-INICIO         PIC 9(08).
           02 FILLER             PIC X(03) VALUE ' A '.
           02 WC1-FIM            PIC 9(08).
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(42) VALUE
              'OPER. NOME                 P A B ULT.SIGN.'.
           02 FILLER             PIC X(38) VALUE
              ' USOS   NEG SITUACAO'.
       01  WS-LINHA-OPERADOR.
           02 WLO-ID             PIC X(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLO-NOME           PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLO-PERFIL         PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLO-ATIVO          PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLO-BLOQUEADO      PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLO-ULT-DATA       PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLO-USOS           PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLO-NEGADOS        PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLO-SITUACAO       PIC X(26).
       01  WS-LINHA-OPCOES.
           02 FILLER             PIC X(06) VALUE SPACES.
           02 WLP-ROTULO         PIC X(08).
           02 WLP-ITEM OCCURS 6 TIMES
                                 PIC X(11).
       01  WS-ITEM-OPCAO.
           02 WIO-OPCAO          PIC 9(03).
           02 FILLER             PIC X(01) VALUE '('.
           02 WIO-QTDE           PIC ZZZZ9.
           02 FILLER             PIC X(02) VALUE ') '.
       01  WS-TITULO-SECAO.
           02 FILLER             PIC X(06) VALUE '----- '.
           02 WTS-TITULO         PIC X(68).
           02 FILLER             PIC X(06) VALUE ' -----'.
       01  WS-LINHA-INATIVO.
           02 WLI-ID             PIC X(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLI-NOME           PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLI-PERFIL         PIC X(01).
           02 FILLER             PIC X(15) VALUE
              '  ULT.SIGN-ON: '.
           02 WLI-ULT-DATA       PIC X(08).
           02 FILLER             PIC X(08) VALUE '  DIAS: '.
           02 WLI-DIAS           PIC X(05).
       01  WS-LINHA-CONFLITO.
           02 WLC-TIPO           PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-CHAVE          PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-OPERADOR       PIC X(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-DESCRICAO      PIC X(44).
       01  WS-LINHA-RESUMO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLR-ROTULO         PIC X(40).
           02 WLR-QTDE           PIC ZZZZ9.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       01  WS-CHAVE-VENDA.
           02 WCV-VENDEDOR       PIC X(05).
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

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0050-DEFINIR-PERIODO.
           DISPLAY 'RECERTIFICACAO DE ACESSOS - PERIODO '
               WRK-DATA-INICIO ' A ' WS-DATA-PROCESSO.
           PERFORM 0100-CARREGAR-OPERADORES.
           IF WRK-RETORNO = 8
               PERFORM 0900-GRAVAR-CONTROLE-EXECUCAO
               MOVE WRK-RETORNO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0200-CARREGAR-ESTORNOS.
           IF WS-QTD-ESTORNOS > ZEROS
               PERFORM 0250-LOCALIZAR-CAPTURAS
           END-IF.
           PERFORM 0300-CARREGAR-CORRECOES.
           PERFORM 0400-APURAR-USO.
           IF WRK-RETORNO = 8
               PERFORM 0900-GRAVAR-CONTROLE-EXECUCAO
               MOVE WRK-RETORNO TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RECERT-REPORT.
           MOVE WS-DATA-PROCESSO TO WC1-DATA.
           MOVE WRK-DATA-INICIO TO WC1-INICIO.
           MOVE WS-DATA-PROCESSO TO WC1-FIM.
           WRITE RECERT-LINE FROM WS-CABECALHO-1.
           WRITE RECERT-LINE FROM WS-LINHA-SEPARADOR.
           PERFORM 0500-IMPRIMIR-OPERADORES.
           PERFORM 0600-IMPRIMIR-INATIVOS.
           PERFORM 0700-IMPRIMIR-SEGREGACAO.
           PERFORM 0800-IMPRIMIR-RESUMO.
           CLOSE RECERT-REPORT.
           DISPLAY 'OPERADORES RECERTIFICADOS.. : ' WS-QTD-OPERADORES.
           DISPLAY 'INATIVOS HA MAIS DE ' WRK-DIAS-INATIVO
               ' DIAS. : ' WS-QTD-INATIVOS.
           DISPLAY 'ESTORNO PELO CAPTURADOR.... : '
               WS-QTD-CONFLITO-EST.
           DISPLAY 'CORRECAO PELO LANCADOR..... : '
               WS-QTD-CONFLITO-NOTA.
           DISPLAY 'RELATORIO GERADO EM RECERREL'.
           IF WS-QTD-INATIVOS > ZEROS
              OR WS-QTD-CONFLITO-EST > ZEROS
              OR WS-QTD-CONFLITO-NOTA > ZEROS
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
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
           MOVE WS-DATA-PROCESSO TO WS-DATA-PROC-R.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO).

      *********** PERIODO DA RECERTIFICACAO E CORTE DE INATIVIDADE *
       0050-DEFINIR-PERIODO.
           DISPLAY 'DATA INICIAL (AAAAMMDD, 0 = TRIMESTRE) : '
               WITH NO ADVANCING.
           ACCEPT WRK-DATA-INICIO.
           DISPLAY 'DIAS SEM SIGN-ON P/ INATIVO (0 = 90) . : '
               WITH NO ADVANCING.
           ACCEPT WRK-DIAS-INATIVO.
           IF WRK-DATA-INICIO = ZEROS
              OR WRK-DATA-INICIO > WS-DATA-PROCESSO
               DIVIDE WS-PROC-MES BY 3 GIVING WS-TRIMESTRE
                   REMAINDER WS-IDX
               IF WS-IDX = ZEROS
                   SUBTRACT 1 FROM WS-TRIMESTRE
               END-IF
               MOVE WS-PROC-ANO TO WS-INI-ANO
               COMPUTE WS-INI-MES = WS-TRIMESTRE * 3 + 1
               MOVE 01 TO WS-INI-DIA
               MOVE WS-DATA-INICIO-R TO WRK-DATA-INICIO
           END-IF.
           IF WRK-DIAS-INATIVO = ZEROS
               MOVE 90 TO WRK-DIAS-INATIVO
           END-IF.
           COMPUTE WS-CORTE-INT = WS-HOJE-INT - WRK-DIAS-INATIVO.
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-CORTE-INT).

      *********** CADASTRO DE OPERADORES (OPERMAST) ****************
       0100-CARREGAR-OPERADORES.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERMAST-STATUS NOT = '00'
               MOVE 'OPERMAST' TO WRK-ARQUIVO
               MOVE '0100-CARREGAR-OPER' TO WRK-PARAGRAFO
               PERFORM 0760-REGISTRAR-FALHA
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0105-LER-OPERADOR
               PERFORM 0110-GUARDAR-OPERADOR UNTIL WS-FIM-ARQUIVO
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

       0105-LER-OPERADOR.
           READ OPERATOR-MASTER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0110-GUARDAR-OPERADOR.
           IF WS-QTD-OPERADORES < 200
               ADD 1 TO WS-QTD-OPERADORES
               MOVE WS-QTD-OPERADORES TO WS-IDX-OP
               PERFORM 0120-LIMPAR-OPERADOR
               MOVE OP-ID TO WS-OP-ID(WS-IDX-OP)
               MOVE OP-NOME TO WS-OP-NOME(WS-IDX-OP)
               MOVE OP-PERFIL TO WS-OP-PERFIL(WS-IDX-OP)
               MOVE OP-ATIVO TO WS-OP-ATIVO(WS-IDX-OP)
               MOVE OP-BLOQUEADO TO WS-OP-BLOQUEADO(WS-IDX-OP)
               MOVE 'S' TO WS-OP-CADASTRO(WS-IDX-OP)
           ELSE
               MOVE 'S' TO WS-OPER-ESTOURO-SW
           END-IF.
           PERFORM 0105-LER-OPERADOR.

       0120-LIMPAR-OPERADOR.
           MOVE SPACES TO WS-OP-ID(WS-IDX-OP).
           MOVE SPACES TO WS-OP-NOME(WS-IDX-OP).
           MOVE SPACES TO WS-OP-PERFIL(WS-IDX-OP).
           MOVE SPACES TO WS-OP-ATIVO(WS-IDX-OP).
           MOVE SPACES TO WS-OP-BLOQUEADO(WS-IDX-OP).
           MOVE 'N' TO WS-OP-CADASTRO(WS-IDX-OP).
           MOVE ZEROS TO WS-OP-ULT-DATA(WS-IDX-OP).
           MOVE ZEROS TO WS-OP-USOS(WS-IDX-OP).
           MOVE ZEROS TO WS-OP-NEGADOS(WS-IDX-OP).
           PERFORM 0125-ZERAR-OPCAO
               VARYING WS-IDX-OPC FROM 1 BY 1
               UNTIL WS-IDX-OPC > 150.

       0125-ZERAR-OPCAO.
           MOVE ZEROS TO WS-OP-QTD-OPCAO(WS-IDX-OP, WS-IDX-OPC).

      *********** PROCURA WRK-OPERADOR NA TABELA; SEM CADASTRO, ***
      *********** ENTRA COMO OPERADOR NAO CADASTRADO **************
       0150-LOCALIZAR-OPERADOR.
           MOVE 'N' TO WS-ACHOU-SW.
           MOVE ZEROS TO WS-IDX-OP.
           PERFORM 0155-COMPARAR-OPERADOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-OPERADORES OR WS-ACHOU.
           IF NOT WS-ACHOU AND WS-QTD-OPERADORES < 200
               ADD 1 TO WS-QTD-OPERADORES
               MOVE WS-QTD-OPERADORES TO WS-IDX-OP
               PERFORM 0120-LIMPAR-OPERADOR
               MOVE WRK-OPERADOR TO WS-OP-ID(WS-IDX-OP)
               MOVE '** SEM CADASTRO **' TO WS-OP-NOME(WS-IDX-OP)
           END-IF.
           IF NOT WS-ACHOU AND WS-IDX-OP = ZEROS
               MOVE 'S' TO WS-OPER-ESTOURO-SW
           END-IF.

       0155-COMPARAR-OPERADOR.
           IF WS-OP-ID(WS-IDX) = WRK-OPERADOR
               MOVE 'S' TO WS-ACHOU-SW
               MOVE WS-IDX TO WS-IDX-OP
           END-IF.

      *********** ESTORNOS DE VENDA DO PERIODO (SALESADJ) *********
       0200-CARREGAR-ESTORNOS.
           OPEN INPUT SALES-ADJUST-FILE.
           IF WS-AJUSTE-STATUS NOT = '00'
               MOVE 'SALESADJ' TO WRK-ARQUIVO
               MOVE '0200-CARREGAR-ESTORN' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE 'S' TO WS-ESTORNOS-OK-SW
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0205-LER-ESTORNO
               PERFORM 0210-GUARDAR-ESTORNO UNTIL WS-FIM-ARQUIVO
               CLOSE SALES-ADJUST-FILE
               IF WS-EST-ESTOURO
                   MOVE 'ESTORNOS' TO WRK-TABELA
                   MOVE 500 TO WRK-LIMITE
                   MOVE '0210-GUARDAR-ESTORNO' TO WRK-PARAGRAFO
                   PERFORM 0770-REGISTRAR-ESTOURO
               END-IF
           END-IF.

       0205-LER-ESTORNO.
           READ SALES-ADJUST-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0210-GUARDAR-ESTORNO.
           IF AJ-DATA NOT < WRK-DATA-INICIO
              AND AJ-DATA NOT > WS-DATA-PROCESSO
              AND WS-QTD-ESTORNOS NOT < 500
               MOVE 'S' TO WS-EST-ESTOURO-SW
           END-IF.
           IF AJ-DATA NOT < WRK-DATA-INICIO
              AND AJ-DATA NOT > WS-DATA-PROCESSO
              AND WS-QTD-ESTORNOS < 500
               ADD 1 TO WS-QTD-ESTORNOS
               MOVE WS-QTD-ESTORNOS TO WS-IDX-EST
               MOVE AJ-DATA TO WS-EST-DATA(WS-IDX-EST)
               MOVE AJ-SUPERVISOR TO WS-EST-SUPERVISOR(WS-IDX-EST)
               MOVE AJ-VENDEDOR TO WS-EST-VENDEDOR(WS-IDX-EST)
               MOVE AJ-DATA-VENDA TO WS-EST-DATA-VENDA(WS-IDX-EST)
               MOVE AJ-SEQUENCIA TO WS-EST-SEQUENCIA(WS-IDX-EST)
               MOVE ZEROS TO WS-EST-HORA-CAPTURA(WS-IDX-EST)
               MOVE 'N' TO WS-EST-VENDA-ACHADA(WS-IDX-EST)
               MOVE SPACES TO WS-EST-CAPTURADOR(WS-IDX-EST)
               MOVE ZEROS TO WS-EST-HORA-ENTRADA(WS-IDX-EST)
           END-IF.
           PERFORM 0205-LER-ESTORNO.

      *********** HORA DA CAPTURA DA VENDA ORIGINAL (O ESTORNO *****
      *********** TIPO A E A DEVOLUCAO TIPO D NAO CONTAM) *********
       0250-LOCALIZAR-CAPTURAS.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WS-SALESDET-STATUS NOT = '00'
               MOVE 'SALESDET' TO WRK-ARQUIVO
               MOVE '0250-LOCALIZAR-CAPT' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE 'S' TO WS-VENDAS-OK-SW
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0255-LER-VENDA
               PERFORM 0260-CONFERIR-VENDA UNTIL WS-FIM-ARQUIVO
               CLOSE SALES-DETAIL-FILE
           END-IF.

       0255-LER-VENDA.
           READ SALES-DETAIL-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0260-CONFERIR-VENDA.
           IF SD-TIPO NOT = 'A' AND SD-TIPO NOT = 'D'
               PERFORM 0265-COMPARAR-ESTORNO
                   VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-QTD-ESTORNOS
           END-IF.
           PERFORM 0255-LER-VENDA.

       0265-COMPARAR-ESTORNO.
           IF WS-EST-VENDA-ACHADA(WS-IDX-EST) = 'N'
              AND WS-EST-SEQUENCIA(WS-IDX-EST) = SD-SEQUENCIA
              AND WS-EST-VENDEDOR(WS-IDX-EST) = SD-VENDEDOR
              AND WS-EST-DATA-VENDA(WS-IDX-EST) = SD-DATA-CAPTURA
               MOVE 'S' TO WS-EST-VENDA-ACHADA(WS-IDX-EST)
               MOVE SD-HORA-CAPTURA
                   TO WS-EST-HORA-CAPTURA(WS-IDX-EST)
           END-IF.

      *********** CORRECOES DE NOTA DO PERIODO (GRADAUD) **********
       0300-CARREGAR-CORRECOES.
           OPEN INPUT GRADE-AUDIT-FILE.
           IF WS-GRADAUD-STATUS NOT = '00'
               MOVE 'GRADAUD' TO WRK-ARQUIVO
               MOVE '0300-CARREGAR-CORREC' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE 'S' TO WS-CORRECOES-OK-SW
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0305-LER-CORRECAO
               PERFORM 0310-GUARDAR-CORRECAO UNTIL WS-FIM-ARQUIVO
               CLOSE GRADE-AUDIT-FILE
               IF WS-COR-ESTOURO
                   MOVE 'CORRECOES' TO WRK-TABELA
                   MOVE 500 TO WRK-LIMITE
                   MOVE '0310-GUARDAR-CORREC' TO WRK-PARAGRAFO
                   PERFORM 0770-REGISTRAR-ESTOURO
               END-IF
           END-IF.

       0305-LER-CORRECAO.
           READ GRADE-AUDIT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0310-GUARDAR-CORRECAO.
           IF GA-DATA NOT < WRK-DATA-INICIO
              AND GA-DATA NOT > WS-DATA-PROCESSO
              AND WS-QTD-CORRECOES NOT < 500
               MOVE 'S' TO WS-COR-ESTOURO-SW
           END-IF.
           IF GA-DATA NOT < WRK-DATA-INICIO
              AND GA-DATA NOT > WS-DATA-PROCESSO
              AND WS-QTD-CORRECOES < 500
               ADD 1 TO WS-QTD-CORRECOES
               MOVE WS-QTD-CORRECOES TO WS-IDX-COR
               MOVE GA-DATA TO WS-COR-DATA(WS-IDX-COR)
               MOVE GA-OPERADOR TO WS-COR-OPERADOR(WS-IDX-COR)
               MOVE GA-MATRICULA TO WS-COR-MATRICULA(WS-IDX-COR)
               MOVE GA-TURMA TO WS-COR-TURMA(WS-IDX-COR)
               MOVE GA-DISCIPLINA TO WS-COR-DISCIPLINA(WS-IDX-COR)
               MOVE ZEROS TO WS-COR-DATA-LANCTO(WS-IDX-COR)
           END-IF.
           PERFORM 0305-LER-CORRECAO.

      *********** UMA PASSADA NO USAGELOG (EM ORDEM DE GRAVACAO): **
      *********** ULTIMO SIGN-ON, OPCOES USADAS E NEGADAS NO ******
      *********** PERIODO, QUEM CAPTUROU CADA VENDA ESTORNADA E ****
      *********** SE O CORRETOR LANCOU NOTAS *********************
       0400-APURAR-USO.
           OPEN INPUT USAGE-LOG-FILE.
           IF WS-USAGE-STATUS NOT = '00'
               MOVE 'USAGELOG' TO WRK-ARQUIVO
               MOVE '0400-APURAR-USO' TO WRK-PARAGRAFO
               PERFORM 0760-REGISTRAR-FALHA
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0405-LER-USO
               PERFORM 0410-TRATAR-USO UNTIL WS-FIM-ARQUIVO
               CLOSE USAGE-LOG-FILE
               IF WS-OPER-ESTOURO
                   MOVE 'OPERADORES' TO WRK-TABELA
                   MOVE 200 TO WRK-LIMITE
                   MOVE '0110-GUARDAR-OPER' TO WRK-PARAGRAFO
                   PERFORM 0770-REGISTRAR-ESTOURO
               END-IF
           END-IF.

       0405-LER-USO.
           READ USAGE-LOG-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0410-TRATAR-USO.
           IF UA-OPERADOR NOT = SPACES
               MOVE UA-OPERADOR TO WRK-OPERADOR
               PERFORM 0150-LOCALIZAR-OPERADOR
               IF WS-IDX-OP > ZEROS
                   PERFORM 0420-ACUMULAR-USO
               END-IF
           END-IF.
           IF UA-EVENTO = 'OPCAO' AND UA-OPCAO = WS-OPCAO-CAPTURA
               PERFORM 0430-ATRIBUIR-CAPTURA
                   VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-QTD-ESTORNOS
           END-IF.
           IF UA-EVENTO = 'OPCAO'
              AND (UA-OPCAO = WS-OPCAO-NOTAS-1
                   OR UA-OPCAO = WS-OPCAO-NOTAS-2)
              AND UA-DATA NOT < WRK-DATA-INICIO
               PERFORM 0440-CONFERIR-LANCAMENTO
                   VARYING WS-IDX-COR FROM 1 BY 1
                   UNTIL WS-IDX-COR > WS-QTD-CORRECOES
           END-IF.
           PERFORM 0405-LER-USO.

       0420-ACUMULAR-USO.
           IF UA-EVENTO = 'SIGN-ON'
              AND UA-DATA > WS-OP-ULT-DATA(WS-IDX-OP)
               MOVE UA-DATA TO WS-OP-ULT-DATA(WS-IDX-OP)
           END-IF.
           IF UA-DATA NOT < WRK-DATA-INICIO
              AND UA-DATA NOT > WS-DATA-PROCESSO
               EVALUATE UA-EVENTO
                   WHEN 'OPCAO'
                       ADD 1 TO WS-OP-USOS(WS-IDX-OP)
                       IF UA-OPCAO > ZEROS AND UA-OPCAO NOT > 150
                           ADD 1 TO
                               WS-OP-QTD-OPCAO(WS-IDX-OP, UA-OPCAO)
                       END-IF
                   WHEN 'NEGADO'
                       ADD 1 TO WS-OP-NEGADOS(WS-IDX-OP)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *********** ENTRADA NA CAPTURA NO DIA DA VENDA, ATE A HORA ***
      *********** DELA: A MAIS RECENTE E A DO CAPTURADOR **********
       0430-ATRIBUIR-CAPTURA.
           IF WS-EST-VENDA-ACHADA(WS-IDX-EST) = 'S'
              AND UA-DATA = WS-EST-DATA-VENDA(WS-IDX-EST)
              AND UA-HORA NOT > WS-EST-HORA-CAPTURA(WS-IDX-EST)
              AND UA-HORA NOT < WS-EST-HORA-ENTRADA(WS-IDX-EST)
               MOVE UA-OPERADOR TO WS-EST-CAPTURADOR(WS-IDX-EST)
               MOVE UA-HORA TO WS-EST-HORA-ENTRADA(WS-IDX-EST)
           END-IF.

       0440-CONFERIR-LANCAMENTO.
           IF UA-OPERADOR = WS-COR-OPERADOR(WS-IDX-COR)
              AND UA-DATA NOT > WS-COR-DATA(WS-IDX-COR)
              AND UA-DATA > WS-COR-DATA-LANCTO(WS-IDX-COR)
               MOVE UA-DATA TO WS-COR-DATA-LANCTO(WS-IDX-COR)
           END-IF.

      *********** SECAO 1 - UM BLOCO POR OPERADOR *****************
       0500-IMPRIMIR-OPERADORES.
           MOVE 'OPERADORES, PERFIS E OPCOES USADAS NO PERIODO'
               TO WTS-TITULO.
           WRITE RECERT-LINE FROM WS-TITULO-SECAO.
           IF WS-OPER-ESTOURO
               PERFORM 0530-AVISAR-OPERADORES
           END-IF.
           WRITE RECERT-LINE FROM WS-CABECALHO-2.
           PERFORM 0510-IMPRIMIR-OPERADOR
               VARYING WS-IDX-OP FROM 1 BY 1
               UNTIL WS-IDX-OP > WS-QTD-OPERADORES.

       0510-IMPRIMIR-OPERADOR.
           MOVE WS-OP-ID(WS-IDX-OP) TO WLO-ID.
           MOVE WS-OP-NOME(WS-IDX-OP) TO WLO-NOME.
           MOVE WS-OP-PERFIL(WS-IDX-OP) TO WLO-PERFIL.
           MOVE WS-OP-ATIVO(WS-IDX-OP) TO WLO-ATIVO.
           MOVE WS-OP-BLOQUEADO(WS-IDX-OP) TO WLO-BLOQUEADO.
           IF WS-OP-ULT-DATA(WS-IDX-OP) = ZEROS
               MOVE 'NUNCA' TO WLO-ULT-DATA
           ELSE
               MOVE WS-OP-ULT-DATA(WS-IDX-OP) TO WLO-ULT-DATA
           END-IF.
           MOVE WS-OP-USOS(WS-IDX-OP) TO WLO-USOS.
           MOVE WS-OP-NEGADOS(WS-IDX-OP) TO WLO-NEGADOS.
           MOVE SPACES TO WLO-SITUACAO.
           EVALUATE TRUE
               WHEN WS-OP-CADASTRO(WS-IDX-OP) = 'N'
                   MOVE 'USO SEM CADASTRO' TO WLO-SITUACAO
               WHEN WS-OP-ATIVO(WS-IDX-OP) NOT = 'S'
                   MOVE 'DESATIVADO' TO WLO-SITUACAO
               WHEN WS-OP-ULT-DATA(WS-IDX-OP) < WS-DATA-CORTE
                   MOVE 'INATIVO - REVER ACESSO' TO WLO-SITUACAO
               WHEN WS-OP-USOS(WS-IDX-OP) = ZEROS
                   MOVE 'SEM USO NO PERIODO' TO WLO-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE RECERT-LINE FROM WS-LINHA-OPERADOR.
           ADD 1 TO WS-QTD-GRAVADOS.
           MOVE 'OPCOES: ' TO WLP-ROTULO.
           MOVE SPACES TO WLP-ITEM(1) WLP-ITEM(2) WLP-ITEM(3)
                          WLP-ITEM(4) WLP-ITEM(5) WLP-ITEM(6).
           MOVE ZEROS TO WS-QTD-ITENS-LINHA.
           PERFORM 0520-LISTAR-OPCAO
               VARYING WS-IDX-OPC FROM 1 BY 1
               UNTIL WS-IDX-OPC > 150.
           IF WS-QTD-ITENS-LINHA > ZEROS
               WRITE RECERT-LINE FROM WS-LINHA-OPCOES
           END-IF.

       0520-LISTAR-OPCAO.
           IF WS-OP-QTD-OPCAO(WS-IDX-OP, WS-IDX-OPC) > ZEROS
               ADD 1 TO WS-QTD-ITENS-LINHA
               MOVE WS-IDX-OPC TO WIO-OPCAO
               MOVE WS-OP-QTD-OPCAO(WS-IDX-OP, WS-IDX-OPC)
                   TO WIO-QTDE
               MOVE WS-ITEM-OPCAO TO WLP-ITEM(WS-QTD-ITENS-LINHA)
               IF WS-QTD-ITENS-LINHA = 6
                   WRITE RECERT-LINE FROM WS-LINHA-OPCOES
                   MOVE SPACES TO WLP-ROTULO
                   MOVE SPACES TO WLP-ITEM(1) WLP-ITEM(2)
                       WLP-ITEM(3) WLP-ITEM(4) WLP-ITEM(5)
                       WLP-ITEM(6)
                   MOVE ZEROS TO WS-QTD-ITENS-LINHA
               END-IF
           END-IF.

       0530-AVISAR-OPERADORES.
           MOVE '   TABELA DE OPERADORES CHEIA (200) - SECAO INCOMPLETA'
               TO RECERT-LINE.
           WRITE RECERT-LINE.

      *********** SECAO 2 - ATIVOS SEM SIGN-ON HA MAIS DE N DIAS ***
       0600-IMPRIMIR-INATIVOS.
           WRITE RECERT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE SPACES TO WTS-TITULO.
           STRING 'OPERADORES ATIVOS SEM SIGN-ON HA MAIS DE '
               WRK-DIAS-INATIVO ' DIAS' DELIMITED BY SIZE
               INTO WTS-TITULO.
           WRITE RECERT-LINE FROM WS-TITULO-SECAO.
           IF WS-OPER-ESTOURO
               PERFORM 0530-AVISAR-OPERADORES
           END-IF.
           PERFORM 0610-CONFERIR-INATIVO
               VARYING WS-IDX-OP FROM 1 BY 1
               UNTIL WS-IDX-OP > WS-QTD-OPERADORES.
           IF WS-QTD-INATIVOS = ZEROS
               MOVE '   NENHUM OPERADOR INATIVO' TO RECERT-LINE
               WRITE RECERT-LINE
           END-IF.

       0610-CONFERIR-INATIVO.
           IF WS-OP-CADASTRO(WS-IDX-OP) = 'S'
              AND WS-OP-ATIVO(WS-IDX-OP) = 'S'
              AND WS-OP-ULT-DATA(WS-IDX-OP) < WS-DATA-CORTE
               ADD 1 TO WS-QTD-INATIVOS
               MOVE WS-OP-ID(WS-IDX-OP) TO WLI-ID
               MOVE WS-OP-NOME(WS-IDX-OP) TO WLI-NOME
               MOVE WS-OP-PERFIL(WS-IDX-OP) TO WLI-PERFIL
               IF WS-OP-ULT-DATA(WS-IDX-OP) = ZEROS
                   MOVE 'NUNCA' TO WLI-ULT-DATA
                   MOVE '    -' TO WLI-DIAS
               ELSE
                   MOVE WS-OP-ULT-DATA(WS-IDX-OP) TO WLI-ULT-DATA
                   COMPUTE WS-ULT-INT = FUNCTION INTEGER-OF-DATE
                       (WS-OP-ULT-DATA(WS-IDX-OP))
                   COMPUTE WS-DIAS-PARADO = WS-HOJE-INT - WS-ULT-INT
                   MOVE WS-DIAS-PARADO TO WS-DIAS-EDITADO
                   MOVE WS-DIAS-EDITADO TO WLI-DIAS
               END-IF
               WRITE RECERT-LINE FROM WS-LINHA-INATIVO
               ADD 1 TO WS-QTD-GRAVADOS
           END-IF.

      *********** SECAO 3 - SEGREGACAO DE FUNCOES *****************
       0700-IMPRIMIR-SEGREGACAO.
           WRITE RECERT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'SEGREGACAO DE FUNCOES (QUEM LANCA NAO APROVA/CORRIGE)'
               TO WTS-TITULO.
           WRITE RECERT-LINE FROM WS-TITULO-SECAO.
           IF NOT WS-ESTORNOS-OK
               MOVE '   SALESADJ INDISPONIVEL - ESTORNOS NAO CONFERIDOS'
                   TO RECERT-LINE
               WRITE RECERT-LINE
           ELSE
               IF WS-EST-ESTOURO
                   MOVE '   TABELA DE ESTORNOS CHEIA (500) - SECAO '
                       & 'INCOMPLETA' TO RECERT-LINE
                   WRITE RECERT-LINE
               END-IF
               IF NOT WS-VENDAS-OK AND WS-QTD-ESTORNOS > ZEROS
                   MOVE '   SALESDET INDISPONIVEL - SEM CAPTURADOR'
                       TO RECERT-LINE
                   WRITE RECERT-LINE
               END-IF
               PERFORM 0710-CONFERIR-ESTORNO
                   VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-QTD-ESTORNOS
           END-IF.
           IF NOT WS-CORRECOES-OK
               MOVE '   GRADAUD INDISPONIVEL - CORRECOES NAO CONFERIDAS'
                   TO RECERT-LINE
               WRITE RECERT-LINE
           ELSE
               IF WS-COR-ESTOURO
                   MOVE '   TABELA DE CORRECOES CHEIA (500) - SECAO '
                       & 'INCOMPLETA' TO RECERT-LINE
                   WRITE RECERT-LINE
               END-IF
               PERFORM 0720-CONFERIR-CORRECAO
                   VARYING WS-IDX-COR FROM 1 BY 1
                   UNTIL WS-IDX-COR > WS-QTD-CORRECOES
           END-IF.
           IF WS-QTD-CONFLITO-EST = ZEROS
              AND WS-QTD-CONFLITO-NOTA = ZEROS
               MOVE '   NENHUM CONFLITO DE FUNCOES' TO RECERT-LINE
               WRITE RECERT-LINE
           END-IF.

       0710-CONFERIR-ESTORNO.
           IF WS-EST-CAPTURADOR(WS-IDX-EST) = SPACES
               ADD 1 TO WS-QTD-SEM-CAPTURA
           ELSE
               IF WS-EST-CAPTURADOR(WS-IDX-EST) =
                  WS-EST-SUPERVISOR(WS-IDX-EST)
                   ADD 1 TO WS-QTD-CONFLITO-EST
                   MOVE 'ESTORNO' TO WLC-TIPO
                   MOVE WS-EST-VENDEDOR(WS-IDX-EST) TO WCV-VENDEDOR
                   MOVE WS-EST-DATA-VENDA(WS-IDX-EST) TO WCV-DATA
                   MOVE WS-EST-SEQUENCIA(WS-IDX-EST) TO WCV-SEQUENCIA
                   MOVE WS-CHAVE-VENDA TO WLC-CHAVE
                   MOVE WS-EST-SUPERVISOR(WS-IDX-EST) TO WLC-OPERADOR
                   MOVE SPACES TO WLC-DESCRICAO
                   STRING 'CAPTUROU A VENDA E ESTORNOU EM '
                       WS-EST-DATA(WS-IDX-EST)
                       DELIMITED BY SIZE INTO WLC-DESCRICAO
                   WRITE RECERT-LINE FROM WS-LINHA-CONFLITO
                   ADD 1 TO WS-QTD-GRAVADOS
               END-IF
           END-IF.

       0720-CONFERIR-CORRECAO.
           IF WS-COR-DATA-LANCTO(WS-IDX-COR) > ZEROS
               ADD 1 TO WS-QTD-CONFLITO-NOTA
               MOVE 'CORRECAO' TO WLC-TIPO
               MOVE WS-COR-MATRICULA(WS-IDX-COR) TO WCN-MATRICULA
               MOVE WS-COR-TURMA(WS-IDX-COR) TO WCN-TURMA
               MOVE WS-COR-DISCIPLINA(WS-IDX-COR) TO WCN-DISCIPLINA
               MOVE WS-CHAVE-NOTA TO WLC-CHAVE
               MOVE WS-COR-OPERADOR(WS-IDX-COR) TO WLC-OPERADOR
               MOVE SPACES TO WLC-DESCRICAO
               STRING 'LANCOU EM ' WS-COR-DATA-LANCTO(WS-IDX-COR)
                   ' E CORRIGIU EM ' WS-COR-DATA(WS-IDX-COR)
                   DELIMITED BY SIZE INTO WLC-DESCRICAO
               WRITE RECERT-LINE FROM WS-LINHA-CONFLITO
               ADD 1 TO WS-QTD-GRAVADOS
           END-IF.

       0800-IMPRIMIR-RESUMO.
           WRITE RECERT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'OPERADORES RECERTIFICADOS' TO WLR-ROTULO.
           MOVE WS-QTD-OPERADORES TO WLR-QTDE.
           WRITE RECERT-LINE FROM WS-LINHA-RESUMO.
           MOVE 'OPERADORES INATIVOS' TO WLR-ROTULO.
           MOVE WS-QTD-INATIVOS TO WLR-QTDE.
           WRITE RECERT-LINE FROM WS-LINHA-RESUMO.
           MOVE 'ESTORNOS NO PERIODO' TO WLR-ROTULO.
           MOVE WS-QTD-ESTORNOS TO WLR-QTDE.
           WRITE RECERT-LINE FROM WS-LINHA-RESUMO.
           MOVE 'ESTORNOS AUTORIZADOS PELO CAPTURADOR' TO WLR-ROTULO.
           MOVE WS-QTD-CONFLITO-EST TO WLR-QTDE.
           WRITE RECERT-LINE FROM WS-LINHA-RESUMO.
           MOVE 'ESTORNOS SEM CAPTURA IDENTIFICADA' TO WLR-ROTULO.
           MOVE WS-QTD-SEM-CAPTURA TO WLR-QTDE.
           WRITE RECERT-LINE FROM WS-LINHA-RESUMO.
           MOVE 'CORRECOES DE NOTA NO PERIODO' TO WLR-ROTULO.
           MOVE WS-QTD-CORRECOES TO WLR-QTDE.
           WRITE RECERT-LINE FROM WS-LINHA-RESUMO.
           MOVE 'CORRECOES FEITAS POR QUEM LANCOU NOTAS' TO WLR-ROTULO.
           MOVE WS-QTD-CONFLITO-NOTA TO WLR-QTDE.
           WRITE RECERT-LINE FROM WS-LINHA-RESUMO.

      *********** ARQUIVO DA SEGREGACAO AUSENTE: SECAO INCOMPLETA **
       0750-REGISTRAR-INDISPONIVEL.
           DISPLAY 'AVISO: ' WRK-ARQUIVO ' NAO DISPONIVEL'.
           MOVE 'PRGCB115'     TO EL-PROGRAMA.
           MOVE WRK-PARAGRAFO  TO EL-PARAGRAFO.
           MOVE SPACES         TO EL-MENSAGEM.
           STRING 'ARQUIVO ' DELIMITED BY SIZE
               WRK-ARQUIVO DELIMITED BY SPACE
               ' INDISPONIVEL - SEGREGACAO INCOMPLETA' DELIMITED BY SIZE
               INTO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** TABELA CHEIA: O QUE NAO COUBE FICA FORA DA ******
      *********** SECAO, QUE SAI COMO INCOMPLETA *******************
       0770-REGISTRAR-ESTOURO.
           DISPLAY 'AVISO: TABELA DE ' WRK-TABELA ' CHEIA'.
           MOVE 'PRGCB115'     TO EL-PROGRAMA.
           MOVE WRK-PARAGRAFO  TO EL-PARAGRAFO.
           MOVE SPACES         TO EL-MENSAGEM.
           STRING 'TABELA DE ' DELIMITED BY SIZE
               WRK-TABELA DELIMITED BY SPACE
               ' CHEIA (' WRK-LIMITE ') - SECAO INCOMPLETA'
               DELIMITED BY SIZE
               INTO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** SEM CADASTRO OU SEM LOG NAO HA RECERTIFICACAO ****
       0760-REGISTRAR-FALHA.
           DISPLAY 'ERRO: ' WRK-ARQUIVO
               ' NAO DISPONIVEL - RECERTIFICACAO NAO EMITIDA'.
           MOVE 'PRGCB115'     TO EL-PROGRAMA.
           MOVE WRK-PARAGRAFO  TO EL-PARAGRAFO.
           MOVE SPACES         TO EL-MENSAGEM.
           STRING 'ARQUIVO ' DELIMITED BY SIZE
               WRK-ARQUIVO DELIMITED BY SPACE
               ' INDISPONIVEL - RECERTIFICACAO NAO EMITIDA'
               DELIMITED BY SIZE
               INTO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           MOVE 8 TO WRK-RETORNO.

       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCB115'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-GRAVADOS    TO RC-REGISTROS-SAIDA
               MOVE ZEROS              TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
