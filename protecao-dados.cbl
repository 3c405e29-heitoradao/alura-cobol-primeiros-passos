       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB111.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = PROTECAO DE DADOS PESSOAIS
      ***                            (LGPD):
      ***                            (1) SIMULAR E (2) EXECUTAR A
      ***                            ANONIMIZACAO DOS FUNCIONARIOS
      ***                            DESLIGADOS (EMPLOYEF E
      ***                            PAYHIST), CLIENTES INATIVOS
      ***                            (CUSTMAST) E ALUNOS QUE JA
      ***                            SAIRAM (STUMAST, STUDENTF E
      ***                            RESPONS), GUIADA PELA REGRA DE
      ***                            RETENCAO POR ENTIDADE
      ***                            (LGPDPRM). NOME, DOCUMENTO E
      ***                            DADOS BANCARIOS SAO TROCADOS
      ***                            POR UM TOKEN (LGPD-E999999:
      ***                            ENTIDADE E CHAVE); VALORES,
      ***                            DATAS E CODIGOS NAO MUDAM, E
      ***                            OS TOTAIS FINANCEIROS FICAM
      ***                            INTACTOS. FICA DE FORA QUEM
      ***                            TEM TITULO EM ABERTO (CONTASR),
      ***                            MENSALIDADE EM ABERTO
      ***                            (MENSALID), EVENTO DO ESOCIAL
      ***                            NAO ACEITO (ESOCEVT) OU
      ***                            RETENCAO LEGAL PENDENTE
      ***                            (RETLEGAL)
      ***                            (3) RELATORIO DO TITULAR: DADO
      ***                            UM CPF/CNPJ, LISTA TODO
      ***                            ARQUIVO E REGISTRO ONDE A
      ***                            PESSOA APARECE, PARA ATENDER
      ***                            PEDIDO DE ACESSO
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   TITULO BAIXADO COMO PERDA (B) COM
      ***                    SALDO NO CONTASR TAMBEM IMPEDE A
      ***                    ANONIMIZACAO DO CLIENTE
      ***   15/10/2026 HJR   FD DO MENSALID COM 64 POSICOES
      ***                    (DESCONTO ANTECIPADO CONDICIONAL
      ***                    NO TUITION.COB)
      ***--------------------------------------------------
      ***   O DOCUMENTO (CPF/CNPJ) SO EXISTE NO CUSTMAST E NO
      ***   CONTAMST; FUNCIONARIO E ALUNO SAO LOCALIZADOS PELO
      ***   NOME ACHADO NESSES CADASTROS (OU INFORMADO), E O
      ***   RELATORIO MARCA ESSAS LINHAS PARA CONFERENCIA
      ***   O ARQUIVO MORTO DE VENDAS DO PRGCOB52 (ARCSALES) SO
      ***   GUARDA O CODIGO DO CLIENTE: ANONIMIZADO O CADASTRO,
      ***   O MORTO DEIXA DE IDENTIFICAR A PESSOA; O RELATORIO DO
      ***   TITULAR O LE PARA LISTAR AS VENDAS ARQUIVADAS
      ***   NA SIMULACAO NADA E GRAVADO E SO OS CADASTROS
      ***   (EMPLOYEF, CUSTMAST E STUMAST) SAO LISTADOS
      ***   RETORNO: 0 = OK  4 = REGRA OU ARQUIVO DE CONFERENCIA
      ***   AUSENTE (A ENTIDADE NAO E ANONIMIZADA)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGPD-PARM-FILE ASSIGN TO 'LGPDPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LEGAL-HOLD-FILE ASSIGN TO 'RETLEGAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETLEGAL-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT PAYROLL-HIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ESOCIAL-EVENT-FILE ASSIGN TO 'ESOCEVT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EV-CHAVE
               FILE STATUS IS WS-EVENTO-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENTE-STATUS.
           SELECT CUSTOMER-WORK-FILE ASSIGN TO 'CUSTWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SALESDET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESDET-STATUS.
           SELECT ARC-SALES-FILE ASSIGN TO 'ARCSALES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCSALES-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTASR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTASR-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'CONTAMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTAMST-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-STUMAST-STATUS.
           SELECT STUDENT-FILE ASSIGN TO 'STUDENTF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-CHAVE
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO 'RESPONS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RP-CHAVE
               FILE STATUS IS WS-RESPONS-STATUS.
           SELECT TUITION-FILE ASSIGN TO 'MENSALID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENSALID-STATUS.
           SELECT LGPD-REPORT ASSIGN TO 'LGPDREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LGPD-PARM-FILE
           RECORD CONTAINS 11 CHARACTERS.
           COPY 'LGPDPRM.COB'.

       FD  LEGAL-HOLD-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY 'RETLEGAL.COB'.

       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       FD  PAYROLL-HIST-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY 'PAYHIST.COB'.

       FD  ESOCIAL-EVENT-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY 'ESOCEVT.COB'.

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY 'CUSTMAST.COB'.

       FD  CUSTOMER-WORK-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  CUSTOMER-WORK-REC     PIC X(88).

       FD  SALES-DETAIL-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SALESDET.COB'.

       FD  ARC-SALES-FILE
           RECORD CONTAINS 152 CHARACTERS.
       01  ARC-SALES-REC.
           02 AR-TIPO            PIC X(01).
           02 FILLER             PIC X(01).
           02 AR-DADOS           PIC X(150).

       FD  RECEIVABLE-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY 'RECEIVBL.COB'.

       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'CONTAMST.COB'.

       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY 'STUMAST.COB'.

       FD  STUDENT-FILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY 'STUDENT.COB'.

       FD  GUARDIAN-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY 'RESPONS.COB'.

       FD  TUITION-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY 'TUITION.COB'.

       FD  LGPD-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  LGPD-LINE             PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
           COPY 'SALESDET.COB' REPLACING
               ==SALES-DETAIL-REC== BY ==SALES-DETAIL-ARC-REC==
               LEADING ==SD-== BY ==SDA-==.
       77  WS-PARM-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-RETLEGAL-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-HIST-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-EVENTO-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-CLIENTE-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-WORK-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-SALESDET-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-ARCSALES-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-CONTASR-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-CONTAMST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-STUMAST-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-STUDENT-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-RESPONS-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-MENSALID-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHADO-SW          PIC X(01)     VALUE 'N'.
           88 WS-ACHADO                        VALUE 'S'.
       77  WS-MODO-SW            PIC X(01)     VALUE 'S'.
           88 WS-MODO-SIMULACAO                VALUE 'S'.
           88 WS-MODO-EXECUCAO                 VALUE 'E'.
       77  WS-CONTINUAR-SW       PIC X(01)     VALUE 'S'.
           88 WS-CONTINUAR                     VALUE 'S'.
       77  WS-HOUVE-CLIENTE-SW   PIC X(01)     VALUE 'N'.
           88 WS-HOUVE-CLIENTE                 VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-ANOS-EMPREGADO     PIC 9(02)     VALUE ZEROS.
       77  WS-ANOS-CLIENTE       PIC 9(02)     VALUE ZEROS.
       77  WS-ANOS-ALUNO         PIC 9(02)     VALUE ZEROS.
       77  WS-CORTE-EMPREGADO    PIC 9(08)     VALUE ZEROS.
       77  WS-CORTE-CLIENTE      PIC 9(08)     VALUE ZEROS.
       77  WS-CORTE-ALUNO        PIC 9(06)     VALUE ZEROS.
       77  WRK-ENTIDADE          PIC X(08)     VALUE SPACES.
       77  WRK-CHAVE             PIC X(06)     VALUE SPACES.
       77  WRK-CHAVE-NUM         PIC 9(06)     VALUE ZEROS.
       77  WRK-MOTIVO            PIC X(40)     VALUE SPACES.
       77  WRK-DATA-MOV          PIC 9(08)     VALUE ZEROS.
       77  WRK-DOCUMENTO         PIC X(14)     VALUE SPACES.
       77  WRK-NOME              PIC X(30)     VALUE SPACES.
       77  WRK-IDX-I             PIC 9(04)     VALUE ZEROS.
       77  WRK-IDX-ACHADO        PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-ANONIMIZADOS   PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-RETIDOS        PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-DEPENDENTES    PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-OCORRENCIAS    PIC 9(05)     VALUE ZEROS.

       01  WS-DATA-PROC-R.
           02 WS-PROC-ANO        PIC 9(04).
           02 WS-PROC-MES        PIC 9(02).
           02 WS-PROC-DIA        PIC 9(02).

      *********** TOKEN QUE SUBSTITUI O DADO PESSOAL: LGPD-, A ****
      *********** LETRA DA ENTIDADE (F=FUNCIONARIO, C=CLIENTE, ***
      *********** A=ALUNO, R=RESPONSAVEL) E A CHAVE DO REGISTRO **
       01  WS-TOKEN.
           02 FILLER             PIC X(05)     VALUE 'LGPD-'.
           02 WTK-ENTIDADE       PIC X(01).
           02 WTK-CHAVE          PIC X(06).

      *********** RETENCOES LEGAIS PENDENTES (RETLEGAL) ************
       01  WS-TABELA-RETENCOES.
           02 WS-QTD-RETENCOES   PIC 9(03)     VALUE ZEROS.
           02 WS-RET-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-IDX-RET.
               03 WS-RET-ENTIDADE     PIC X(08).
               03 WS-RET-CHAVE        PIC X(06).
               03 WS-RET-MOTIVO       PIC X(30).

      *********** FUNCIONARIOS COM EVENTO DO ESOCIAL NAO ACEITO ****
       01  WS-TABELA-EVENTOS.
           02 WS-QTD-EVENTOS     PIC 9(03)     VALUE ZEROS.
           02 WS-EVT-ID OCCURS 500 TIMES
                   INDEXED BY WS-IDX-EVT
                                 PIC 9(05).

      *********** FUNCIONARIOS E ALUNOS JA ANONIMIZADOS, CUJOS *****
      *********** REGISTROS SATELITES SAO ACERTADOS EM SEGUIDA ****
       01  WS-TABELA-FUNC-ANON.
           02 WS-QTD-FUNC-ANON   PIC 9(04)     VALUE ZEROS.
           02 WS-FAN-ID OCCURS 1000 TIMES
                   INDEXED BY WS-IDX-FAN
                                 PIC 9(05).
       01  WS-TABELA-ALUNO-ANON.
           02 WS-QTD-ALUNO-ANON  PIC 9(04)     VALUE ZEROS.
           02 WS-AAN-MATRICULA OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-AAN
                                 PIC 9(06).

      *********** MATRICULAS COM MENSALIDADE EM ABERTO ************
       01  WS-TABELA-MENS-ABERTA.
           02 WS-QTD-MENS-ABERTA PIC 9(04)     VALUE ZEROS.
           02 WS-MAB-MATRICULA OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-MAB
                                 PIC 9(06).

      *********** CLIENTES: ULTIMO MOVIMENTO (SALESDET/CONTASR) E ***
      *********** TITULO EM ABERTO NO CONTASR **********************
       01  WS-TABELA-CLIENTES.
           02 WS-QTD-CLIENTES    PIC 9(04)     VALUE ZEROS.
           02 WS-CLI-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-CLI.
               03 WS-CLI-CODIGO       PIC X(06).
               03 WS-CLI-ULT-MOVTO    PIC 9(08).
               03 WS-CLI-ABERTO       PIC X(01).

      *********** RELATORIO DO TITULAR: CHAVES E NOMES ACHADOS *****
       01  WS-TABELA-TITULAR.
           02 WS-QTD-COD-TIT     PIC 9(02)     VALUE ZEROS.
           02 WS-TIT-CODIGO OCCURS 10 TIMES
                                 PIC X(06).
           02 WS-QTD-NOME-TIT    PIC 9(02)     VALUE ZEROS.
           02 WS-TIT-NOME OCCURS 10 TIMES
                                 PIC X(30).
           02 WS-QTD-ID-TIT      PIC 9(02)     VALUE ZEROS.
           02 WS-TIT-ID OCCURS 10 TIMES
                                 PIC 9(05).
           02 WS-QTD-MAT-TIT     PIC 9(02)     VALUE ZEROS.
           02 WS-TIT-MATRICULA OCCURS 10 TIMES
                                 PIC 9(06).

       01  WS-CABECALHO-1.
           02 WC1-TITULO         PIC X(46).
           02 FILLER             PIC X(06) VALUE 'DATA: '.
           02 WC1-DATA           PIC 9(08).
       01  WS-CABECALHO-ANON.
           02 FILLER             PIC X(40) VALUE
              'ARQUIVO  CHAVE          SITUACAO        '.
           02 FILLER             PIC X(40) VALUE
              'TOKEN / MOTIVO'.
       01  WS-CABECALHO-TITULAR.
           02 FILLER             PIC X(40) VALUE
              'ARQUIVO  CHAVE          CRITERIO        '.
           02 FILLER             PIC X(40) VALUE
              'DADO ENCONTRADO'.
       01  WS-LINHA-DETALHE.
           02 WLD-ARQUIVO        PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-CHAVE          PIC X(14).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-SITUACAO       PIC X(15).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-DETALHE        PIC X(40).
       01  WS-LINHA-RESUMO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLR-ROTULO         PIC X(40).
           02 WLR-QTDE           PIC ZZZZZ9.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       01  WS-CHAVE-EXIBIDA.
           02 WCE-PARTE-1        PIC X(08).
           02 WCE-BARRA          PIC X(01).
           02 WCE-PARTE-2        PIC X(05).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
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

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== PROTECAO DE DADOS PESSOAIS (LGPD) ====='.
           DISPLAY ' (1) SIMULAR ANONIMIZACAO '.
           DISPLAY ' (2) EXECUTAR ANONIMIZACAO '.
           DISPLAY ' (3) RELATORIO DO TITULAR (CPF/CNPJ) '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   MOVE 'S' TO WS-MODO-SW
                   PERFORM 0200-ANONIMIZAR
               WHEN 2
                   MOVE 'E' TO WS-MODO-SW
                   PERFORM 0200-ANONIMIZAR
                   PERFORM 0900-GRAVAR-CONTROLE-EXECUCAO
               WHEN 3
                   PERFORM 0600-RELATORIO-TITULAR
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** ANONIMIZACAO (SIMULADA OU EXECUTADA) *************
       0200-ANONIMIZAR.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-ANONIMIZADOS
                         WS-QTD-RETIDOS WS-QTD-DEPENDENTES.
           OPEN OUTPUT LGPD-REPORT.
           IF WS-MODO-SIMULACAO
               MOVE 'ANONIMIZACAO LGPD - SIMULACAO' TO WC1-TITULO
           ELSE
               MOVE 'ANONIMIZACAO LGPD - EXECUCAO' TO WC1-TITULO
           END-IF.
           MOVE WS-DATA-PROCESSO TO WC1-DATA.
           WRITE LGPD-LINE FROM WS-CABECALHO-1.
           WRITE LGPD-LINE FROM WS-LINHA-SEPARADOR.
           WRITE LGPD-LINE FROM WS-CABECALHO-ANON.
           PERFORM 0210-CARREGAR-REGRAS.
           PERFORM 0220-CARREGAR-RETENCOES.
           IF WS-ANOS-EMPREGADO > ZEROS
               PERFORM 0300-ANONIMIZAR-FUNCIONARIOS
           END-IF.
           IF WS-ANOS-CLIENTE > ZEROS
               PERFORM 0400-ANONIMIZAR-CLIENTES
           END-IF.
           IF WS-ANOS-ALUNO > ZEROS
               PERFORM 0500-ANONIMIZAR-ALUNOS
           END-IF.
           WRITE LGPD-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'REGISTROS LIDOS' TO WLR-ROTULO.
           MOVE WS-QTD-LIDOS TO WLR-QTDE.
           WRITE LGPD-LINE FROM WS-LINHA-RESUMO.
           IF WS-MODO-SIMULACAO
               MOVE 'CADASTROS A ANONIMIZAR' TO WLR-ROTULO
           ELSE
               MOVE 'CADASTROS ANONIMIZADOS' TO WLR-ROTULO
           END-IF.
           MOVE WS-QTD-ANONIMIZADOS TO WLR-QTDE.
           WRITE LGPD-LINE FROM WS-LINHA-RESUMO.
           MOVE 'CADASTROS RETIDOS (PENDENCIA)' TO WLR-ROTULO.
           MOVE WS-QTD-RETIDOS TO WLR-QTDE.
           WRITE LGPD-LINE FROM WS-LINHA-RESUMO.
           MOVE 'REGISTROS SATELITES ACERTADOS' TO WLR-ROTULO.
           MOVE WS-QTD-DEPENDENTES TO WLR-QTDE.
           WRITE LGPD-LINE FROM WS-LINHA-RESUMO.
           CLOSE LGPD-REPORT.
           DISPLAY 'CADASTROS ANONIMIZADOS..... : '
               WS-QTD-ANONIMIZADOS.
           DISPLAY 'CADASTROS RETIDOS.......... : ' WS-QTD-RETIDOS.
           DISPLAY 'SATELITES ACERTADOS........ : '
               WS-QTD-DEPENDENTES.
           DISPLAY 'RELATORIO GERADO EM LGPDREL'.

      *********** REGRA DE RETENCAO POR ENTIDADE E DATAS DE CORTE **
       0210-CARREGAR-REGRAS.
           MOVE ZEROS TO WS-ANOS-EMPREGADO WS-ANOS-CLIENTE
                         WS-ANOS-ALUNO.
           OPEN INPUT LGPD-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'AVISO: LGPDPRM NAO DISPONIVEL - NENHUMA '
                   'ENTIDADE ANONIMIZADA'
               PERFORM 0790-MARCAR-AVISO
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0212-LER-REGRA
               PERFORM 0214-GUARDAR-REGRA
                   UNTIL WS-FIM-ARQUIVO
               CLOSE LGPD-PARM-FILE
           END-IF.
           COMPUTE WS-CORTE-EMPREGADO =
               (WS-PROC-ANO - WS-ANOS-EMPREGADO) * 10000
               + WS-PROC-MES * 100 + WS-PROC-DIA.
           COMPUTE WS-CORTE-CLIENTE =
               (WS-PROC-ANO - WS-ANOS-CLIENTE) * 10000
               + WS-PROC-MES * 100 + WS-PROC-DIA.
           COMPUTE WS-CORTE-ALUNO =
               (WS-PROC-ANO - WS-ANOS-ALUNO) * 100 + WS-PROC-MES.

       0212-LER-REGRA.
           READ LGPD-PARM-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0214-GUARDAR-REGRA.
           IF LP-ANOS-RETER IS NUMERIC
               EVALUATE LP-ENTIDADE
                   WHEN 'EMPLOYEF'
                       MOVE LP-ANOS-RETER TO WS-ANOS-EMPREGADO
                   WHEN 'CUSTMAST'
                       MOVE LP-ANOS-RETER TO WS-ANOS-CLIENTE
                   WHEN 'STUMAST'
                       MOVE LP-ANOS-RETER TO WS-ANOS-ALUNO
                   WHEN OTHER
                       DISPLAY 'ENTIDADE DESCONHECIDA NO LGPDPRM: '
                           LP-ENTIDADE
               END-EVALUATE
           END-IF.
           PERFORM 0212-LER-REGRA.

       0220-CARREGAR-RETENCOES.
           MOVE ZEROS TO WS-QTD-RETENCOES.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-RETLEGAL-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0222-LER-RETENCAO
               PERFORM 0224-GUARDAR-RETENCAO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE LEGAL-HOLD-FILE
           END-IF.

       0222-LER-RETENCAO.
           READ LEGAL-HOLD-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

      *********** RETENCAO COM PRAZO JA VENCIDO NAO SEGURA MAIS *****
       0224-GUARDAR-RETENCAO.
           IF LH-DATA-FIM = ZEROS
              OR LH-DATA-FIM NOT < WS-DATA-PROCESSO
               IF WS-QTD-RETENCOES < 200
                   ADD 1 TO WS-QTD-RETENCOES
                   MOVE LH-ENTIDADE
                       TO WS-RET-ENTIDADE(WS-QTD-RETENCOES)
                   MOVE LH-CHAVE
                       TO WS-RET-CHAVE(WS-QTD-RETENCOES)
                   MOVE LH-MOTIVO
                       TO WS-RET-MOTIVO(WS-QTD-RETENCOES)
               ELSE
                   DISPLAY 'TABELA DE RETENCOES CHEIA - REGISTRO '
                       'IGNORADO'
               END-IF
           END-IF.
           PERFORM 0222-LER-RETENCAO.

      *********** WRK-ENTIDADE/WRK-CHAVE COM RETENCAO LEGAL? *******
       0230-CONFERIR-RETENCAO.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0232-COMPARAR-RETENCAO
               VARYING WS-IDX-RET FROM 1 BY 1
               UNTIL WS-IDX-RET > WS-QTD-RETENCOES
                  OR WS-ACHADO.

       0232-COMPARAR-RETENCAO.
           IF WS-RET-ENTIDADE(WS-IDX-RET) = WRK-ENTIDADE
              AND WS-RET-CHAVE(WS-IDX-RET) = WRK-CHAVE
               MOVE 'S' TO WS-ACHADO-SW
               MOVE SPACES TO WRK-MOTIVO
               STRING 'RETENCAO LEGAL: ' WS-RET-MOTIVO(WS-IDX-RET)
                   DELIMITED BY SIZE INTO WRK-MOTIVO
           END-IF.

      *********** FUNCIONARIOS DESLIGADOS ANTES DO CORTE ***********
       0300-ANONIMIZAR-FUNCIONARIOS.
           MOVE 'S' TO WS-CONTINUAR-SW.
           PERFORM 0305-CARREGAR-EVENTOS.
           IF WS-CONTINUAR
               OPEN I-O EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = '00'
                   DISPLAY 'AVISO: EMPLOYEF NAO DISPONIVEL'
                   PERFORM 0790-MARCAR-AVISO
               ELSE
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0310-LER-FUNCIONARIO
                   PERFORM 0320-AVALIAR-FUNCIONARIO
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE EMPLOYEE-FILE
                   IF WS-MODO-EXECUCAO
                       PERFORM 0350-ACERTAR-FOLHAS
                   END-IF
               END-IF
           END-IF.

      *********** SEM O ESOCEVT NAO HA COMO SABER SE O EVENTO DO ****
      *********** DESLIGAMENTO FOI ACEITO: NINGUEM E ANONIMIZADO ****
       0305-CARREGAR-EVENTOS.
           MOVE ZEROS TO WS-QTD-EVENTOS.
           OPEN INPUT ESOCIAL-EVENT-FILE.
           IF WS-EVENTO-STATUS NOT = '00'
               DISPLAY 'AVISO: ESOCEVT NAO DISPONIVEL - FUNCIONARIOS '
                   'NAO ANONIMIZADOS'
               MOVE 'N' TO WS-CONTINUAR-SW
               PERFORM 0790-MARCAR-AVISO
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0307-LER-EVENTO
               PERFORM 0308-GUARDAR-EVENTO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE ESOCIAL-EVENT-FILE
           END-IF.

       0307-LER-EVENTO.
           READ ESOCIAL-EVENT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0308-GUARDAR-EVENTO.
           IF NOT EV-ACEITO
               MOVE 'N' TO WS-ACHADO-SW
               PERFORM 0309-COMPARAR-EVENTO
                   VARYING WS-IDX-EVT FROM 1 BY 1
                   UNTIL WS-IDX-EVT > WS-QTD-EVENTOS
                      OR WS-ACHADO
               IF NOT WS-ACHADO AND WS-QTD-EVENTOS < 500
                   ADD 1 TO WS-QTD-EVENTOS
                   MOVE EV-ID TO WS-EVT-ID(WS-QTD-EVENTOS)
               END-IF
           END-IF.
           PERFORM 0307-LER-EVENTO.

       0309-COMPARAR-EVENTO.
           IF WS-EVT-ID(WS-IDX-EVT) = EV-ID
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0310-LER-FUNCIONARIO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0320-AVALIAR-FUNCIONARIO.
           IF EM-NOME(1:5) = 'LGPD-'
               PERFORM 0340-GUARDAR-FUNC-ANON
           ELSE
               IF EM-SITUACAO = 'D'
                  AND EM-DATA-DESLIGAMENTO > ZEROS
                  AND EM-DATA-DESLIGAMENTO < WS-CORTE-EMPREGADO
                   MOVE SPACES     TO WRK-MOTIVO
                   MOVE 'EMPLOYEF' TO WRK-ENTIDADE
                   MOVE EM-ID      TO WRK-CHAVE-NUM
                   MOVE WRK-CHAVE-NUM TO WRK-CHAVE
                   PERFORM 0230-CONFERIR-RETENCAO
                   IF WRK-MOTIVO = SPACES
                       MOVE 'N' TO WS-ACHADO-SW
                       PERFORM 0325-COMPARAR-EVENTO-FUNC
                           VARYING WS-IDX-EVT FROM 1 BY 1
                           UNTIL WS-IDX-EVT > WS-QTD-EVENTOS
                              OR WS-ACHADO
                       IF WS-ACHADO
                           MOVE 'EVENTO DO ESOCIAL NAO ACEITO'
                               TO WRK-MOTIVO
                       END-IF
                   END-IF
                   MOVE 'F' TO WTK-ENTIDADE
                   MOVE WRK-CHAVE TO WTK-CHAVE
                   MOVE WRK-CHAVE TO WCE-PARTE-1
                   MOVE SPACES TO WCE-BARRA WCE-PARTE-2
                   IF WRK-MOTIVO NOT = SPACES
                       PERFORM 0700-LISTAR-RETIDO
                   ELSE
                       PERFORM 0710-LISTAR-ANONIMIZADO
                       IF WS-MODO-EXECUCAO
                           MOVE WS-TOKEN TO EM-NOME
                           MOVE ZEROS    TO EM-BANCO EM-AGENCIA
                                            EM-CONTA
                           REWRITE EMPLOYEE-REC
                           PERFORM 0340-GUARDAR-FUNC-ANON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 0310-LER-FUNCIONARIO.

       0325-COMPARAR-EVENTO-FUNC.
           IF WS-EVT-ID(WS-IDX-EVT) = EM-ID
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0340-GUARDAR-FUNC-ANON.
           IF WS-QTD-FUNC-ANON < 1000
               ADD 1 TO WS-QTD-FUNC-ANON
               MOVE EM-ID TO WS-FAN-ID(WS-QTD-FUNC-ANON)
           ELSE
               DISPLAY 'TABELA DE ANONIMIZADOS CHEIA - FOLHA DO '
                   'FUNCIONARIO ' EM-ID ' FICA PARA A PROXIMA'
           END-IF.

      *********** FOTOS DA FOLHA (PAYHIST) DOS ANONIMIZADOS, *******
      *********** INCLUSIVE DE EXECUCOES ANTERIORES INTERROMPIDAS **
       0350-ACERTAR-FOLHAS.
           IF WS-QTD-FUNC-ANON > ZEROS
               OPEN I-O PAYROLL-HIST-FILE
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'AVISO: PAYHIST NAO DISPONIVEL'
                   PERFORM 0790-MARCAR-AVISO
               ELSE
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0355-LER-FOLHA
                   PERFORM 0360-ACERTAR-FOLHA
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE PAYROLL-HIST-FILE
               END-IF
           END-IF.

       0355-LER-FOLHA.
           READ PAYROLL-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0360-ACERTAR-FOLHA.
           IF PH-NOME(1:5) NOT = 'LGPD-'
               MOVE 'N' TO WS-ACHADO-SW
               PERFORM 0365-COMPARAR-FUNC-ANON
                   VARYING WS-IDX-FAN FROM 1 BY 1
                   UNTIL WS-IDX-FAN > WS-QTD-FUNC-ANON
                      OR WS-ACHADO
               IF WS-ACHADO
                   MOVE 'F'   TO WTK-ENTIDADE
                   MOVE PH-ID TO WRK-CHAVE-NUM
                   MOVE WRK-CHAVE-NUM TO WTK-CHAVE
                   MOVE WS-TOKEN TO PH-NOME
                   MOVE ZEROS    TO PH-BANCO PH-AGENCIA PH-CONTA
                   REWRITE PAYROLL-HIST-REC
                   ADD 1 TO WS-QTD-DEPENDENTES
               END-IF
           END-IF.
           PERFORM 0355-LER-FOLHA.

       0365-COMPARAR-FUNC-ANON.
           IF WS-FAN-ID(WS-IDX-FAN) = PH-ID
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** CLIENTES INATIVOS SEM MOVIMENTO DESDE O CORTE ****
      *********** E SEM TITULO EM ABERTO; O CUSTMAST E REGRAVADO ***
      *********** VIA ARQUIVO DE TRABALHO CUSTWORK *****************
       0400-ANONIMIZAR-CLIENTES.
           MOVE 'S' TO WS-CONTINUAR-SW.
           MOVE 'N' TO WS-HOUVE-CLIENTE-SW.
           PERFORM 0405-CARREGAR-CLIENTES.
           IF WS-CONTINUAR
               PERFORM 0415-APURAR-TITULOS
           END-IF.
           IF WS-CONTINUAR
               PERFORM 0410-APURAR-VENDAS
               PERFORM 0430-AVALIAR-CLIENTES
               IF WS-MODO-EXECUCAO AND WS-HOUVE-CLIENTE
                   PERFORM 0450-VOLTAR-DO-TRABALHO
               END-IF
           END-IF.

       0405-CARREGAR-CLIENTES.
           MOVE ZEROS TO WS-QTD-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CLIENTE-STATUS NOT = '00'
               DISPLAY 'AVISO: CUSTMAST NAO DISPONIVEL'
               MOVE 'N' TO WS-CONTINUAR-SW
               PERFORM 0790-MARCAR-AVISO
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0407-LER-CLIENTE
               PERFORM 0408-GUARDAR-CLIENTE
                   UNTIL WS-FIM-ARQUIVO
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       0407-LER-CLIENTE.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0408-GUARDAR-CLIENTE.
           IF WS-QTD-CLIENTES < 2000
               ADD 1 TO WS-QTD-CLIENTES
               MOVE CM-CODIGO TO WS-CLI-CODIGO(WS-QTD-CLIENTES)
               MOVE ZEROS     TO WS-CLI-ULT-MOVTO(WS-QTD-CLIENTES)
               MOVE 'N'       TO WS-CLI-ABERTO(WS-QTD-CLIENTES)
           ELSE
               DISPLAY 'TABELA DE CLIENTES CHEIA - CLIENTE '
                   CM-CODIGO ' NAO AVALIADO'
           END-IF.
           PERFORM 0407-LER-CLIENTE.

      *********** WRK-CHAVE NA TABELA DE CLIENTES (WRK-IDX-ACHADO) **
       0420-BUSCAR-CLIENTE.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0422-COMPARAR-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-QTD-CLIENTES
                  OR WS-ACHADO.

       0422-COMPARAR-CLIENTE.
           IF WS-CLI-CODIGO(WS-IDX-CLI) = WRK-CHAVE
               MOVE 'S' TO WS-ACHADO-SW
               SET WRK-IDX-ACHADO TO WS-IDX-CLI
           END-IF.

       0424-ATUALIZAR-MOVIMENTO.
           IF WRK-DATA-MOV > WS-CLI-ULT-MOVTO(WRK-IDX-ACHADO)
               MOVE WRK-DATA-MOV
                   TO WS-CLI-ULT-MOVTO(WRK-IDX-ACHADO)
           END-IF.

      *********** SEM O SALESDET VALE SO O MOVIMENTO DO CONTASR ****
       0410-APURAR-VENDAS.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WS-SALESDET-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0411-LER-VENDA
               PERFORM 0412-APURAR-VENDA
                   UNTIL WS-FIM-ARQUIVO
               CLOSE SALES-DETAIL-FILE
           END-IF.

       0411-LER-VENDA.
           READ SALES-DETAIL-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0412-APURAR-VENDA.
           IF SD-CLIENTE NOT = SPACES
               MOVE SD-CLIENTE TO WRK-CHAVE
               PERFORM 0420-BUSCAR-CLIENTE
               IF WS-ACHADO
                   MOVE SD-DATA-CAPTURA TO WRK-DATA-MOV
                   PERFORM 0424-ATUALIZAR-MOVIMENTO
               END-IF
           END-IF.
           PERFORM 0411-LER-VENDA.

      *********** SEM O CONTASR NAO HA COMO GARANTIR QUE O CLIENTE *
      *********** NAO DEVE NADA: NENHUM CLIENTE E ANONIMIZADO ******
       0415-APURAR-TITULOS.
           OPEN INPUT RECEIVABLE-FILE.
           IF WS-CONTASR-STATUS NOT = '00'
               DISPLAY 'AVISO: CONTASR NAO DISPONIVEL - CLIENTES NAO '
                   'ANONIMIZADOS'
               MOVE 'N' TO WS-CONTINUAR-SW
               PERFORM 0790-MARCAR-AVISO
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0416-LER-TITULO
               PERFORM 0417-APURAR-TITULO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE RECEIVABLE-FILE
           END-IF.

       0416-LER-TITULO.
           READ RECEIVABLE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0417-APURAR-TITULO.
           MOVE RV-CLIENTE TO WRK-CHAVE.
           PERFORM 0420-BUSCAR-CLIENTE.
           IF WS-ACHADO
               IF RV-SITUACAO = 'A'
                  OR (RV-SITUACAO = 'B'
                      AND RV-VALOR > RV-VALOR-PAGO)
                   MOVE 'S' TO WS-CLI-ABERTO(WRK-IDX-ACHADO)
               END-IF
               MOVE RV-DATA-VENDA TO WRK-DATA-MOV
               PERFORM 0424-ATUALIZAR-MOVIMENTO
               IF RV-DATA-PAGAMENTO IS NUMERIC
                   MOVE RV-DATA-PAGAMENTO TO WRK-DATA-MOV
                   PERFORM 0424-ATUALIZAR-MOVIMENTO
               END-IF
           END-IF.
           PERFORM 0416-LER-TITULO.

       0430-AVALIAR-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MODO-EXECUCAO
               OPEN OUTPUT CUSTOMER-WORK-FILE
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           PERFORM 0407-LER-CLIENTE.
           PERFORM 0435-AVALIAR-CLIENTE
               UNTIL WS-FIM-ARQUIVO.
           IF WS-MODO-EXECUCAO
               CLOSE CUSTOMER-WORK-FILE
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.

       0435-AVALIAR-CLIENTE.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE CM-CODIGO TO WRK-CHAVE.
           PERFORM 0420-BUSCAR-CLIENTE.
           IF WS-ACHADO
              AND CM-ATIVO = 'N'
              AND CM-NOME(1:5) NOT = 'LGPD-'
              AND WS-CLI-ULT-MOVTO(WRK-IDX-ACHADO) < WS-CORTE-CLIENTE
               MOVE SPACES     TO WRK-MOTIVO
               MOVE 'CUSTMAST' TO WRK-ENTIDADE
               PERFORM 0230-CONFERIR-RETENCAO
               IF WRK-MOTIVO = SPACES
                  AND WS-CLI-ABERTO(WRK-IDX-ACHADO) = 'S'
                   MOVE 'TITULO EM ABERTO NO CONTASR' TO WRK-MOTIVO
               END-IF
               MOVE 'C' TO WTK-ENTIDADE
               MOVE CM-CODIGO TO WTK-CHAVE
               MOVE CM-CODIGO TO WCE-PARTE-1
               MOVE SPACES TO WCE-BARRA WCE-PARTE-2
               IF WRK-MOTIVO NOT = SPACES
                   PERFORM 0700-LISTAR-RETIDO
               ELSE
                   PERFORM 0710-LISTAR-ANONIMIZADO
                   MOVE WS-TOKEN TO CM-NOME
                   MOVE WS-TOKEN TO CM-DOCUMENTO
                   MOVE 'S' TO WS-HOUVE-CLIENTE-SW
               END-IF
           END-IF.
           IF WS-MODO-EXECUCAO
               WRITE CUSTOMER-WORK-REC FROM CUSTOMER-MASTER-REC
           END-IF.
           PERFORM 0407-LER-CLIENTE.

       0450-VOLTAR-DO-TRABALHO.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT CUSTOMER-WORK-FILE.
           OPEN OUTPUT CUSTOMER-MASTER-FILE.
           PERFORM 0452-LER-TRABALHO.
           PERFORM 0454-DEVOLVER-CLIENTE
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE CUSTOMER-WORK-FILE.

       0452-LER-TRABALHO.
           READ CUSTOMER-WORK-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0454-DEVOLVER-CLIENTE.
           WRITE CUSTOMER-MASTER-REC FROM CUSTOMER-WORK-REC.
           PERFORM 0452-LER-TRABALHO.

      *********** ALUNOS CUJO ULTIMO PERIODO E ANTERIOR AO CORTE, **
      *********** SEM MENSALIDADE EM ABERTO ************************
       0500-ANONIMIZAR-ALUNOS.
           MOVE 'S' TO WS-CONTINUAR-SW.
           PERFORM 0505-CARREGAR-MENSALIDADES.
           IF WS-CONTINUAR
               OPEN I-O STUDENT-MASTER-FILE
               IF WS-STUMAST-STATUS NOT = '00'
                   DISPLAY 'AVISO: STUMAST NAO DISPONIVEL'
                   PERFORM 0790-MARCAR-AVISO
               ELSE
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0510-LER-ALUNO
                   PERFORM 0520-AVALIAR-ALUNO
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE STUDENT-MASTER-FILE
                   IF WS-MODO-EXECUCAO
                       PERFORM 0550-ACERTAR-NOTAS
                       PERFORM 0560-ACERTAR-RESPONSAVEIS
                   END-IF
               END-IF
           END-IF.

      *********** SEM O MENSALID NAO HA COMO GARANTIR QUE O ALUNO **
      *********** NAO DEVE NADA: NENHUM ALUNO E ANONIMIZADO ********
       0505-CARREGAR-MENSALIDADES.
           MOVE ZEROS TO WS-QTD-MENS-ABERTA.
           OPEN INPUT TUITION-FILE.
           IF WS-MENSALID-STATUS NOT = '00'
               DISPLAY 'AVISO: MENSALID NAO DISPONIVEL - ALUNOS NAO '
                   'ANONIMIZADOS'
               MOVE 'N' TO WS-CONTINUAR-SW
               PERFORM 0790-MARCAR-AVISO
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0506-LER-MENSALIDADE
               PERFORM 0507-GUARDAR-MENSALIDADE
                   UNTIL WS-FIM-ARQUIVO
               CLOSE TUITION-FILE
           END-IF.

       0506-LER-MENSALIDADE.
           READ TUITION-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0507-GUARDAR-MENSALIDADE.
           IF TU-SITUACAO = 'A'
               MOVE 'N' TO WS-ACHADO-SW
               PERFORM 0508-COMPARAR-MENSALIDADE
                   VARYING WS-IDX-MAB FROM 1 BY 1
                   UNTIL WS-IDX-MAB > WS-QTD-MENS-ABERTA
                      OR WS-ACHADO
               IF NOT WS-ACHADO
                   IF WS-QTD-MENS-ABERTA < 2000
                       ADD 1 TO WS-QTD-MENS-ABERTA
                       MOVE TU-MATRICULA
                           TO WS-MAB-MATRICULA(WS-QTD-MENS-ABERTA)
                   ELSE
                       DISPLAY 'TABELA DE MENSALIDADES CHEIA - '
                           'ALUNOS NAO ANONIMIZADOS'
                       MOVE 'N' TO WS-CONTINUAR-SW
                       PERFORM 0790-MARCAR-AVISO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0506-LER-MENSALIDADE.

       0508-COMPARAR-MENSALIDADE.
           IF WS-MAB-MATRICULA(WS-IDX-MAB) = TU-MATRICULA
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0510-LER-ALUNO.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0520-AVALIAR-ALUNO.
           IF AL-NOME(1:5) = 'LGPD-'
               PERFORM 0540-GUARDAR-ALUNO-ANON
           ELSE
               IF AL-PERIODO > ZEROS
                  AND AL-PERIODO < WS-CORTE-ALUNO
                   MOVE SPACES        TO WRK-MOTIVO
                   MOVE 'STUMAST'     TO WRK-ENTIDADE
                   MOVE AL-MATRICULA  TO WRK-CHAVE-NUM
                   MOVE WRK-CHAVE-NUM TO WRK-CHAVE
                   PERFORM 0230-CONFERIR-RETENCAO
                   IF WRK-MOTIVO = SPACES
                       MOVE 'N' TO WS-ACHADO-SW
                       PERFORM 0525-COMPARAR-MENS-ALUNO
                           VARYING WS-IDX-MAB FROM 1 BY 1
                           UNTIL WS-IDX-MAB > WS-QTD-MENS-ABERTA
                              OR WS-ACHADO
                       IF WS-ACHADO
                           MOVE 'MENSALIDADE EM ABERTO NO MENSALID'
                               TO WRK-MOTIVO
                       END-IF
                   END-IF
                   MOVE 'A' TO WTK-ENTIDADE
                   MOVE WRK-CHAVE TO WTK-CHAVE
                   MOVE WRK-CHAVE TO WCE-PARTE-1
                   MOVE SPACES TO WCE-BARRA WCE-PARTE-2
                   IF WRK-MOTIVO NOT = SPACES
                       PERFORM 0700-LISTAR-RETIDO
                   ELSE
                       PERFORM 0710-LISTAR-ANONIMIZADO
                       IF WS-MODO-EXECUCAO
                           MOVE WS-TOKEN TO AL-NOME
                           REWRITE STUDENT-MASTER-REC
                           PERFORM 0540-GUARDAR-ALUNO-ANON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 0510-LER-ALUNO.

       0525-COMPARAR-MENS-ALUNO.
           IF WS-MAB-MATRICULA(WS-IDX-MAB) = AL-MATRICULA
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0540-GUARDAR-ALUNO-ANON.
           IF WS-QTD-ALUNO-ANON < 2000
               ADD 1 TO WS-QTD-ALUNO-ANON
               MOVE AL-MATRICULA
                   TO WS-AAN-MATRICULA(WS-QTD-ALUNO-ANON)
           ELSE
               DISPLAY 'TABELA DE ANONIMIZADOS CHEIA - NOTAS DO '
                   'ALUNO ' AL-MATRICULA ' FICAM PARA A PROXIMA'
           END-IF.

      *********** MATRICULA NA TABELA DE ALUNOS ANONIMIZADOS? ******
       0545-BUSCAR-ALUNO-ANON.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0547-COMPARAR-ALUNO-ANON
               VARYING WS-IDX-AAN FROM 1 BY 1
               UNTIL WS-IDX-AAN > WS-QTD-ALUNO-ANON
                  OR WS-ACHADO.

       0547-COMPARAR-ALUNO-ANON.
           IF WS-AAN-MATRICULA(WS-IDX-AAN) = WRK-CHAVE-NUM
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0550-ACERTAR-NOTAS.
           IF WS-QTD-ALUNO-ANON > ZEROS
               OPEN I-O STUDENT-FILE
               IF WS-STUDENT-STATUS NOT = '00'
                   DISPLAY 'AVISO: STUDENTF NAO DISPONIVEL'
                   PERFORM 0790-MARCAR-AVISO
               ELSE
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0552-LER-NOTA
                   PERFORM 0554-ACERTAR-NOTA
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE STUDENT-FILE
               END-IF
           END-IF.

       0552-LER-NOTA.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0554-ACERTAR-NOTA.
           IF ST-NOME(1:5) NOT = 'LGPD-'
               MOVE ST-MATRICULA TO WRK-CHAVE-NUM
               PERFORM 0545-BUSCAR-ALUNO-ANON
               IF WS-ACHADO
                   MOVE 'A' TO WTK-ENTIDADE
                   MOVE WRK-CHAVE-NUM TO WTK-CHAVE
                   MOVE WS-TOKEN TO ST-NOME
                   REWRITE STUDENT-REC
                   ADD 1 TO WS-QTD-DEPENDENTES
               END-IF
           END-IF.
           PERFORM 0552-LER-NOTA.

      *********** RESPONSAVEIS DO ALUNO ANONIMIZADO: SEM NOME, *****
      *********** CONTATO NEM AVISO (CANAL N) ***********************
       0560-ACERTAR-RESPONSAVEIS.
           IF WS-QTD-ALUNO-ANON > ZEROS
               OPEN I-O GUARDIAN-FILE
               IF WS-RESPONS-STATUS NOT = '00'
                   DISPLAY 'AVISO: RESPONS NAO DISPONIVEL'
                   PERFORM 0790-MARCAR-AVISO
               ELSE
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0562-LER-RESPONSAVEL
                   PERFORM 0564-ACERTAR-RESPONSAVEL
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE GUARDIAN-FILE
               END-IF
           END-IF.

       0562-LER-RESPONSAVEL.
           READ GUARDIAN-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0564-ACERTAR-RESPONSAVEL.
           IF RP-NOME(1:5) NOT = 'LGPD-'
               MOVE RP-MATRICULA TO WRK-CHAVE-NUM
               PERFORM 0545-BUSCAR-ALUNO-ANON
               IF WS-ACHADO
                   MOVE 'R' TO WTK-ENTIDADE
                   MOVE WRK-CHAVE-NUM TO WTK-CHAVE
                   MOVE WS-TOKEN TO RP-NOME
                   MOVE SPACES   TO RP-EMAIL RP-CELULAR
                   MOVE 'N'      TO RP-CANAL
                   REWRITE GUARDIAN-REC
                   ADD 1 TO WS-QTD-DEPENDENTES
               END-IF
           END-IF.
           PERFORM 0562-LER-RESPONSAVEL.

      *********** RELATORIO DO TITULAR: TODO REGISTRO ONDE A ******
      *********** PESSOA DO CPF/CNPJ APARECE **********************
       0600-RELATORIO-TITULAR.
           MOVE ZEROS TO WS-QTD-COD-TIT WS-QTD-NOME-TIT
                         WS-QTD-ID-TIT WS-QTD-MAT-TIT
                         WS-QTD-OCORRENCIAS.
           DISPLAY 'CPF/CNPJ (SO DIGITOS)...... : ' WITH NO ADVANCING.
           ACCEPT WRK-DOCUMENTO.
           DISPLAY 'NOME (EM BRANCO = O DO CADASTRO) : '
               WITH NO ADVANCING.
           ACCEPT WRK-NOME.
           MOVE FUNCTION UPPER-CASE(WRK-NOME) TO WRK-NOME.
           IF WRK-DOCUMENTO = SPACES
               DISPLAY 'CPF/CNPJ OBRIGATORIO'
           ELSE
               IF WRK-NOME NOT = SPACES
                   PERFORM 0690-GUARDAR-NOME
               END-IF
               OPEN OUTPUT LGPD-REPORT
               MOVE SPACES TO WC1-TITULO
               STRING 'DADOS DO TITULAR ' WRK-DOCUMENTO
                   DELIMITED BY SIZE INTO WC1-TITULO
               MOVE WS-DATA-PROCESSO TO WC1-DATA
               WRITE LGPD-LINE FROM WS-CABECALHO-1
               WRITE LGPD-LINE FROM WS-LINHA-SEPARADOR
               WRITE LGPD-LINE FROM WS-CABECALHO-TITULAR
               PERFORM 0610-BUSCAR-CLIENTES-TIT
               PERFORM 0615-BUSCAR-CONTAS-TIT
               PERFORM 0620-BUSCAR-VENDAS-TIT
               PERFORM 0625-BUSCAR-ARQUIVO-MORTO
               PERFORM 0630-BUSCAR-TITULOS-TIT
               PERFORM 0635-BUSCAR-FUNCIONARIOS
               PERFORM 0640-BUSCAR-FOLHAS
               PERFORM 0645-BUSCAR-ALUNOS
               PERFORM 0650-BUSCAR-NOTAS
               PERFORM 0655-BUSCAR-MENSALIDADES
               PERFORM 0660-BUSCAR-RESPONSAVEIS
               WRITE LGPD-LINE FROM WS-LINHA-SEPARADOR
               IF WS-QTD-OCORRENCIAS = ZEROS
                   MOVE '   NENHUM REGISTRO ENCONTRADO' TO LGPD-LINE
                   WRITE LGPD-LINE
               END-IF
               MOVE 'REGISTROS ENCONTRADOS' TO WLR-ROTULO
               MOVE WS-QTD-OCORRENCIAS TO WLR-QTDE
               WRITE LGPD-LINE FROM WS-LINHA-RESUMO
               MOVE '   CRITERIO NOME: CONFERIR ANTES DE RESPONDER'
                   TO LGPD-LINE
               WRITE LGPD-LINE
               CLOSE LGPD-REPORT
               DISPLAY 'REGISTROS ENCONTRADOS...... : '
                   WS-QTD-OCORRENCIAS
               DISPLAY 'RELATORIO GERADO EM LGPDREL'
           END-IF.

       0610-BUSCAR-CLIENTES-TIT.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CLIENTE-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0407-LER-CLIENTE
               PERFORM 0612-CONFERIR-CLIENTE-TIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       0612-CONFERIR-CLIENTE-TIT.
           IF CM-DOCUMENTO = WRK-DOCUMENTO
               MOVE 'CUSTMAST' TO WLD-ARQUIVO
               MOVE CM-CODIGO  TO WLD-CHAVE
               MOVE 'CPF/CNPJ' TO WLD-SITUACAO
               MOVE SPACES TO WLD-DETALHE
               STRING CM-NOME ' ' CM-UF DELIMITED BY SIZE
                   INTO WLD-DETALHE
               PERFORM 0720-LISTAR-OCORRENCIA
               IF WS-QTD-COD-TIT < 10
                   ADD 1 TO WS-QTD-COD-TIT
                   MOVE CM-CODIGO TO WS-TIT-CODIGO(WS-QTD-COD-TIT)
               END-IF
               MOVE CM-NOME TO WRK-NOME
               PERFORM 0690-GUARDAR-NOME
           END-IF.
           PERFORM 0407-LER-CLIENTE.

       0615-BUSCAR-CONTAS-TIT.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-CONTAMST-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0616-LER-CONTA
               PERFORM 0617-CONFERIR-CONTA-TIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       0616-LER-CONTA.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0617-CONFERIR-CONTA-TIT.
           IF CT-DOCUMENTO = WRK-DOCUMENTO
               MOVE 'CONTAMST' TO WLD-ARQUIVO
               MOVE CT-CONTA   TO WLD-CHAVE
               MOVE 'CPF/CNPJ' TO WLD-SITUACAO
               MOVE CT-TITULAR TO WLD-DETALHE
               PERFORM 0720-LISTAR-OCORRENCIA
               MOVE CT-TITULAR TO WRK-NOME
               PERFORM 0690-GUARDAR-NOME
           END-IF.
           PERFORM 0616-LER-CONTA.

       0620-BUSCAR-VENDAS-TIT.
           IF WS-QTD-COD-TIT > ZEROS
               OPEN INPUT SALES-DETAIL-FILE
               IF WS-SALESDET-STATUS = '00'
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0411-LER-VENDA
                   PERFORM 0622-CONFERIR-VENDA-TIT
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE SALES-DETAIL-FILE
               END-IF
           END-IF.

       0622-CONFERIR-VENDA-TIT.
           IF SD-CLIENTE NOT = SPACES
               MOVE SD-CLIENTE TO WRK-CHAVE
               PERFORM 0680-BUSCAR-CODIGO-TIT
               IF WS-ACHADO
                   MOVE 'SALESDET'    TO WLD-ARQUIVO
                   MOVE SD-VENDEDOR   TO WCE-PARTE-1
                   MOVE '/'           TO WCE-BARRA
                   MOVE SD-SEQUENCIA  TO WCE-PARTE-2
                   MOVE WS-CHAVE-EXIBIDA TO WLD-CHAVE
                   MOVE 'CLIENTE'     TO WLD-SITUACAO
                   MOVE SPACES TO WLD-DETALHE
                   STRING 'VENDA ' SD-DATA-CAPTURA ' CLIENTE '
                       SD-CLIENTE DELIMITED BY SIZE INTO WLD-DETALHE
                   PERFORM 0720-LISTAR-OCORRENCIA
               END-IF
           END-IF.
           PERFORM 0411-LER-VENDA.

      *********** MORTO DO EXPURGO: SO OS REGISTROS DE DADOS (D) ***
       0625-BUSCAR-ARQUIVO-MORTO.
           IF WS-QTD-COD-TIT > ZEROS
               OPEN INPUT ARC-SALES-FILE
               IF WS-ARCSALES-STATUS = '00'
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0626-LER-MORTO
                   PERFORM 0627-CONFERIR-MORTO
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE ARC-SALES-FILE
               END-IF
           END-IF.

       0626-LER-MORTO.
           READ ARC-SALES-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0627-CONFERIR-MORTO.
           IF AR-TIPO = 'D'
               MOVE AR-DADOS TO SALES-DETAIL-ARC-REC
               IF SDA-CLIENTE NOT = SPACES
                   MOVE SDA-CLIENTE TO WRK-CHAVE
                   PERFORM 0680-BUSCAR-CODIGO-TIT
                   IF WS-ACHADO
                       MOVE 'ARCSALES'    TO WLD-ARQUIVO
                       MOVE SDA-VENDEDOR  TO WCE-PARTE-1
                       MOVE '/'           TO WCE-BARRA
                       MOVE SDA-SEQUENCIA TO WCE-PARTE-2
                       MOVE WS-CHAVE-EXIBIDA TO WLD-CHAVE
                       MOVE 'CLIENTE'     TO WLD-SITUACAO
                       MOVE SPACES TO WLD-DETALHE
                       STRING 'VENDA ARQUIVADA ' SDA-DATA-CAPTURA
                           ' ' SDA-CLIENTE DELIMITED BY SIZE
                           INTO WLD-DETALHE
                       PERFORM 0720-LISTAR-OCORRENCIA
                   END-IF
               END-IF
           END-IF.
           PERFORM 0626-LER-MORTO.

       0630-BUSCAR-TITULOS-TIT.
           IF WS-QTD-COD-TIT > ZEROS
               OPEN INPUT RECEIVABLE-FILE
               IF WS-CONTASR-STATUS = '00'
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0416-LER-TITULO
                   PERFORM 0632-CONFERIR-TITULO-TIT
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE RECEIVABLE-FILE
               END-IF
           END-IF.

       0632-CONFERIR-TITULO-TIT.
           MOVE RV-CLIENTE TO WRK-CHAVE.
           PERFORM 0680-BUSCAR-CODIGO-TIT.
           IF WS-ACHADO
               MOVE 'CONTASR'     TO WLD-ARQUIVO
               MOVE RV-VENDEDOR   TO WCE-PARTE-1
               MOVE '/'           TO WCE-BARRA
               MOVE RV-SEQUENCIA  TO WCE-PARTE-2
               MOVE WS-CHAVE-EXIBIDA TO WLD-CHAVE
               MOVE 'CLIENTE'     TO WLD-SITUACAO
               MOVE SPACES TO WLD-DETALHE
               STRING 'PARCELA ' RV-PARCELA ' VENCTO '
                   RV-DATA-VENCIMENTO ' SITUACAO ' RV-SITUACAO
                   DELIMITED BY SIZE INTO WLD-DETALHE
               PERFORM 0720-LISTAR-OCORRENCIA
           END-IF.
           PERFORM 0416-LER-TITULO.

      *********** FUNCIONARIO E ALUNO NAO TEM DOCUMENTO: A BUSCA E **
      *********** PELOS NOMES ACHADOS OU INFORMADOS ****************
       0635-BUSCAR-FUNCIONARIOS.
           IF WS-QTD-NOME-TIT > ZEROS
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS = '00'
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0310-LER-FUNCIONARIO
                   PERFORM 0637-CONFERIR-FUNCIONARIO
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE EMPLOYEE-FILE
               END-IF
           END-IF.

       0637-CONFERIR-FUNCIONARIO.
           MOVE EM-NOME TO WRK-NOME.
           PERFORM 0685-BUSCAR-NOME-TIT.
           IF WS-ACHADO
               MOVE 'EMPLOYEF'  TO WLD-ARQUIVO
               MOVE EM-ID       TO WLD-CHAVE
               MOVE 'NOME'      TO WLD-SITUACAO
               MOVE SPACES TO WLD-DETALHE
               STRING EM-NOME(1:20) ' SITUACAO ' EM-SITUACAO
                   ' BANCO ' EM-BANCO DELIMITED BY SIZE
                   INTO WLD-DETALHE
               PERFORM 0720-LISTAR-OCORRENCIA
               IF WS-QTD-ID-TIT < 10
                   ADD 1 TO WS-QTD-ID-TIT
                   MOVE EM-ID TO WS-TIT-ID(WS-QTD-ID-TIT)
               END-IF
           END-IF.
           PERFORM 0310-LER-FUNCIONARIO.

       0640-BUSCAR-FOLHAS.
           IF WS-QTD-ID-TIT > ZEROS
               OPEN INPUT PAYROLL-HIST-FILE
               IF WS-HIST-STATUS = '00'
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0355-LER-FOLHA
                   PERFORM 0642-CONFERIR-FOLHA
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE PAYROLL-HIST-FILE
               END-IF
           END-IF.

       0642-CONFERIR-FOLHA.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0643-COMPARAR-ID-TIT
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-ID-TIT
                  OR WS-ACHADO.
           IF WS-ACHADO
               MOVE 'PAYHIST'      TO WLD-ARQUIVO
               MOVE PH-COMPETENCIA TO WCE-PARTE-1
               MOVE '/'            TO WCE-BARRA
               MOVE PH-ID          TO WCE-PARTE-2
               MOVE WS-CHAVE-EXIBIDA TO WLD-CHAVE
               MOVE 'NOME'         TO WLD-SITUACAO
               MOVE SPACES TO WLD-DETALHE
               STRING 'FOLHA ' PH-NOME(1:20) ' BANCO ' PH-BANCO
                   DELIMITED BY SIZE INTO WLD-DETALHE
               PERFORM 0720-LISTAR-OCORRENCIA
           END-IF.
           PERFORM 0355-LER-FOLHA.

       0643-COMPARAR-ID-TIT.
           IF WS-TIT-ID(WRK-IDX-I) = PH-ID
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0645-BUSCAR-ALUNOS.
           IF WS-QTD-NOME-TIT > ZEROS
               OPEN INPUT STUDENT-MASTER-FILE
               IF WS-STUMAST-STATUS = '00'
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0510-LER-ALUNO
                   PERFORM 0647-CONFERIR-ALUNO
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE STUDENT-MASTER-FILE
               END-IF
           END-IF.

       0647-CONFERIR-ALUNO.
           MOVE AL-NOME TO WRK-NOME.
           PERFORM 0685-BUSCAR-NOME-TIT.
           IF WS-ACHADO
               MOVE 'STUMAST'    TO WLD-ARQUIVO
               MOVE AL-MATRICULA TO WLD-CHAVE
               MOVE 'NOME'       TO WLD-SITUACAO
               MOVE SPACES TO WLD-DETALHE
               STRING AL-NOME(1:20) ' TURMA ' AL-TURMA
                   DELIMITED BY SIZE INTO WLD-DETALHE
               PERFORM 0720-LISTAR-OCORRENCIA
               IF WS-QTD-MAT-TIT < 10
                   ADD 1 TO WS-QTD-MAT-TIT
                   MOVE AL-MATRICULA
                       TO WS-TIT-MATRICULA(WS-QTD-MAT-TIT)
               END-IF
           END-IF.
           PERFORM 0510-LER-ALUNO.

      *********** WRK-CHAVE-NUM ENTRE AS MATRICULAS DO TITULAR? ****
       0648-BUSCAR-MATRICULA-TIT.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0649-COMPARAR-MATRICULA-TIT
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-MAT-TIT
                  OR WS-ACHADO.

       0649-COMPARAR-MATRICULA-TIT.
           IF WS-TIT-MATRICULA(WRK-IDX-I) = WRK-CHAVE-NUM
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0650-BUSCAR-NOTAS.
           IF WS-QTD-MAT-TIT > ZEROS
               OPEN INPUT STUDENT-FILE
               IF WS-STUDENT-STATUS = '00'
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0552-LER-NOTA
                   PERFORM 0652-CONFERIR-NOTA
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE STUDENT-FILE
               END-IF
           END-IF.

       0652-CONFERIR-NOTA.
           MOVE ST-MATRICULA TO WRK-CHAVE-NUM.
           PERFORM 0648-BUSCAR-MATRICULA-TIT.
           IF WS-ACHADO
               MOVE 'STUDENTF'    TO WLD-ARQUIVO
               MOVE ST-MATRICULA  TO WCE-PARTE-1
               MOVE '/'           TO WCE-BARRA
               MOVE ST-TURMA      TO WCE-PARTE-2
               MOVE WS-CHAVE-EXIBIDA TO WLD-CHAVE
               MOVE 'MATRICULA'   TO WLD-SITUACAO
               MOVE SPACES TO WLD-DETALHE
               STRING 'DISCIPLINA ' ST-DISCIPLINA ' MEDIA '
                   ST-MEDIA ' ' ST-STATUS DELIMITED BY SIZE
                   INTO WLD-DETALHE
               PERFORM 0720-LISTAR-OCORRENCIA
           END-IF.
           PERFORM 0552-LER-NOTA.

       0655-BUSCAR-MENSALIDADES.
           IF WS-QTD-MAT-TIT > ZEROS
               OPEN INPUT TUITION-FILE
               IF WS-MENSALID-STATUS = '00'
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0506-LER-MENSALIDADE
                   PERFORM 0657-CONFERIR-MENSALIDADE
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE TUITION-FILE
               END-IF
           END-IF.

       0657-CONFERIR-MENSALIDADE.
           MOVE TU-MATRICULA TO WRK-CHAVE-NUM.
           PERFORM 0648-BUSCAR-MATRICULA-TIT.
           IF WS-ACHADO
               MOVE 'MENSALID'     TO WLD-ARQUIVO
               MOVE TU-MATRICULA   TO WCE-PARTE-1
               MOVE '/'            TO WCE-BARRA
               MOVE SPACES         TO WCE-PARTE-2
               MOVE WS-CHAVE-EXIBIDA TO WLD-CHAVE
               MOVE 'MATRICULA'    TO WLD-SITUACAO
               MOVE SPACES TO WLD-DETALHE
               STRING 'COMPETENCIA ' TU-COMPETENCIA ' SITUACAO '
                   TU-SITUACAO DELIMITED BY SIZE INTO WLD-DETALHE
               PERFORM 0720-LISTAR-OCORRENCIA
           END-IF.
           PERFORM 0506-LER-MENSALIDADE.

      *********** RESPONSAVEL: PELA MATRICULA DO ALUNO TITULAR OU **
      *********** PELO NOME (O TITULAR COMO RESPONSAVEL DE ALGUEM) **
       0660-BUSCAR-RESPONSAVEIS.
           IF WS-QTD-MAT-TIT > ZEROS OR WS-QTD-NOME-TIT > ZEROS
               OPEN INPUT GUARDIAN-FILE
               IF WS-RESPONS-STATUS = '00'
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0562-LER-RESPONSAVEL
                   PERFORM 0662-CONFERIR-RESPONSAVEL
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE GUARDIAN-FILE
               END-IF
           END-IF.

       0662-CONFERIR-RESPONSAVEL.
           MOVE RP-MATRICULA TO WRK-CHAVE-NUM.
           PERFORM 0648-BUSCAR-MATRICULA-TIT.
           IF WS-ACHADO
               MOVE 'MATRICULA' TO WLD-SITUACAO
           ELSE
               MOVE RP-NOME TO WRK-NOME
               PERFORM 0685-BUSCAR-NOME-TIT
               MOVE 'NOME' TO WLD-SITUACAO
           END-IF.
           IF WS-ACHADO
               MOVE 'RESPONS'     TO WLD-ARQUIVO
               MOVE RP-MATRICULA  TO WCE-PARTE-1
               MOVE '/'           TO WCE-BARRA
               MOVE RP-SEQUENCIA  TO WCE-PARTE-2
               MOVE WS-CHAVE-EXIBIDA TO WLD-CHAVE
               MOVE SPACES TO WLD-DETALHE
               STRING RP-NOME(1:20) ' ' RP-CELULAR
                   DELIMITED BY SIZE INTO WLD-DETALHE
               PERFORM 0720-LISTAR-OCORRENCIA
           END-IF.
           PERFORM 0562-LER-RESPONSAVEL.

       0680-BUSCAR-CODIGO-TIT.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0682-COMPARAR-CODIGO-TIT
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-COD-TIT
                  OR WS-ACHADO.

       0682-COMPARAR-CODIGO-TIT.
           IF WS-TIT-CODIGO(WRK-IDX-I) = WRK-CHAVE
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0685-BUSCAR-NOME-TIT.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0687-COMPARAR-NOME-TIT
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-NOME-TIT
                  OR WS-ACHADO.

       0687-COMPARAR-NOME-TIT.
           IF WS-TIT-NOME(WRK-IDX-I) = WRK-NOME
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** NOME DO TITULAR (SEM REPETIR E SEM TOKEN) ********
       0690-GUARDAR-NOME.
           IF WRK-NOME NOT = SPACES AND WRK-NOME(1:5) NOT = 'LGPD-'
               PERFORM 0685-BUSCAR-NOME-TIT
               IF NOT WS-ACHADO AND WS-QTD-NOME-TIT < 10
                   ADD 1 TO WS-QTD-NOME-TIT
                   MOVE WRK-NOME TO WS-TIT-NOME(WS-QTD-NOME-TIT)
               END-IF
           END-IF.

      *********** LINHAS DO RELATORIO *******************************
       0700-LISTAR-RETIDO.
           MOVE WRK-ENTIDADE     TO WLD-ARQUIVO.
           MOVE WS-CHAVE-EXIBIDA TO WLD-CHAVE.
           MOVE 'RETIDO'         TO WLD-SITUACAO.
           MOVE WRK-MOTIVO       TO WLD-DETALHE.
           WRITE LGPD-LINE FROM WS-LINHA-DETALHE.
           ADD 1 TO WS-QTD-RETIDOS.

       0710-LISTAR-ANONIMIZADO.
           MOVE WRK-ENTIDADE     TO WLD-ARQUIVO.
           MOVE WS-CHAVE-EXIBIDA TO WLD-CHAVE.
           IF WS-MODO-SIMULACAO
               MOVE 'A ANONIMIZAR' TO WLD-SITUACAO
           ELSE
               MOVE 'ANONIMIZADO'  TO WLD-SITUACAO
           END-IF.
           MOVE WS-TOKEN         TO WLD-DETALHE.
           WRITE LGPD-LINE FROM WS-LINHA-DETALHE.
           ADD 1 TO WS-QTD-ANONIMIZADOS.

       0720-LISTAR-OCORRENCIA.
           WRITE LGPD-LINE FROM WS-LINHA-DETALHE.
           ADD 1 TO WS-QTD-OCORRENCIAS.

       0790-MARCAR-AVISO.
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
               MOVE 'PRGCB111'          TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO    TO RC-DATA
               MOVE WS-HORA-INICIO      TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL       TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS        TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-ANONIMIZADOS TO RC-REGISTROS-SAIDA
               MOVE ZEROS               TO RC-TOTAL
               MOVE WRK-RETORNO         TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
