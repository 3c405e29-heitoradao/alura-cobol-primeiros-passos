       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB104.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = EVENTOS DA FOLHA PARA O GOVERNO
      ***                            (LAYOUT ESOCIAL), NO LUGAR DA
      ***                            DIGITACAO NO PORTAL A PARTIR
      ***                            DO CONTRACHEQUE (PRGCOB42) E
      ***                            DO TERMO DE RESCISAO
      ***                            (PRGCOB71): (1) GERA OS
      ***                            EVENTOS DA COMPETENCIA NO
      ***                            CONTROLE ESOCEVT - ADMISSAO
      ***                            (S-2200) E DESLIGAMENTO
      ***                            (S-2299) PELO EMPLOYEF,
      ***                            REMUNERACAO (S-1200) PELA FOTO
      ***                            DO PAYHIST E FECHAMENTO
      ***                            (S-1299) - E GRAVA NO ESOCREM
      ***                            TODOS OS PENDENTES, DE
      ***                            QUALQUER COMPETENCIA; (2) LE O
      ***                            RETORNO DO GOVERNO (ESOCRET) E
      ***                            MARCA CADA EVENTO ACEITO OU
      ***                            REJEITADO; (3) REENFILEIRA OS
      ***                            REJEITADOS QUE O RH JA
      ***                            CORRIGIU, PARA SAIREM DE NOVO
      ***                            COM OS DADOS ATUAIS
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   CADA EVENTO RECEBE O NUMERO DE CONTROLE SEGUINTE DO
      ***   ESOCSEQ AO NASCER E O MANTEM NOS REENVIOS. O ARQUIVO
      ***   SAI NA ORDEM ADMISSOES, REMUNERACOES, DESLIGAMENTOS E
      ***   FECHAMENTOS; O FECHAMENTO DA COMPETENCIA FICA RETIDO
      ***   ENQUANTO HOUVER REMUNERACAO DELA REJEITADA, E VOLTA A
      ***   PENDENTE QUANDO ENTRA REMUNERACAO NOVA NA COMPETENCIA.
      ***   ADMISSAO E DESLIGAMENTO SAO OS DATADOS DENTRO DA
      ***   COMPETENCIA (RERODAR A COMPETENCIA PEGA O QUE FOI
      ***   CADASTRADO DEPOIS, SEM DUPLICAR O EVENTO)
      ***   RETORNO: 00 = LIMPO   04 = EVENTO RETIDO, REJEITADO OU
      ***   RETORNO QUE NAO CONFERE   08 = COMPETENCIA INVALIDA
      ***   OU FALHA DE ARQUIVO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT PAYROLL-HIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ESOCIAL-EVENT-FILE ASSIGN TO 'ESOCEVT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-CHAVE
               FILE STATUS IS WS-EVENTO-STATUS.
           SELECT ESOCIAL-FILE ASSIGN TO 'ESOCREM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESOCIAL-RETURN-FILE ASSIGN TO 'ESOCRET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.
           SELECT ESOCIAL-SEQ-FILE ASSIGN TO 'ESOCSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT ESOCIAL-REPORT ASSIGN TO 'ESOCREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       FD  PAYROLL-HIST-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY 'PAYHIST.COB'.

       FD  ESOCIAL-EVENT-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY 'ESOCEVT.COB'.

       FD  ESOCIAL-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY 'ESOCIAL.COB'.

       FD  ESOCIAL-RETURN-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ESOCIAL-RETURN-REC.
           02 RE-TIPO             PIC X(01).
               88 RE-TIPO-HEADER                VALUE '0'.
               88 RE-TIPO-DETALHE               VALUE '1'.
               88 RE-TIPO-TRAILER               VALUE '9'.
           02 RE-DADOS            PIC X(99).
           02 RE-DADOS-HEADER REDEFINES RE-DADOS.
               03 RE-H-NUM-ARQUIVO    PIC 9(06).
               03 FILLER              PIC X(01).
               03 RE-H-DATA           PIC 9(08).
               03 FILLER              PIC X(84).
           02 RE-DADOS-DETALHE REDEFINES RE-DADOS.
               03 RE-SEQUENCIA        PIC 9(08).
               03 FILLER              PIC X(01).
               03 RE-EVENTO           PIC X(06).
               03 FILLER              PIC X(01).
               03 RE-COMPETENCIA      PIC 9(06).
               03 FILLER              PIC X(01).
               03 RE-MATRICULA        PIC 9(05).
               03 FILLER              PIC X(01).
               03 RE-STATUS           PIC X(01).
                   88 RE-ACEITO                 VALUE 'A'.
                   88 RE-REJEITADO              VALUE 'R'.
               03 FILLER              PIC X(01).
               03 RE-RECIBO           PIC X(20).
               03 FILLER              PIC X(01).
               03 RE-COD-ERRO         PIC X(04).
               03 FILLER              PIC X(01).
               03 RE-MOTIVO           PIC X(40).
               03 FILLER              PIC X(01).
           02 RE-DADOS-TRAILER REDEFINES RE-DADOS.
               03 RE-T-QTD            PIC 9(06).
               03 FILLER              PIC X(93).

       FD  ESOCIAL-SEQ-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  ESOCIAL-SEQ-REC.
           02 SQ-ULTIMO-EVENTO    PIC 9(08).
           02 FILLER              PIC X(01).
           02 SQ-ULTIMO-ARQUIVO   PIC 9(06).

       FD  ESOCIAL-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  ESOCIAL-REPORT-LINE   PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-HIST-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-EVENTO-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-RETORNO-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-SEQ-STATUS         PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-FIM-HIST-SW        PIC X(01)     VALUE 'N'.
           88 WS-FIM-HIST                      VALUE 'S'.
       77  WS-FIM-EVENTO-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-EVENTO                    VALUE 'S'.
       77  WS-FIM-RETORNO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-RETORNO                   VALUE 'S'.
       77  WS-ERRO-SW            PIC X(01)     VALUE 'N'.
           88 WS-ERRO                          VALUE 'S'.
       77  WS-MONTADO-SW         PIC X(01)     VALUE 'N'.
           88 WS-MONTADO                       VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WRK-RESPOSTA          PIC X(01)     VALUE SPACES.
       77  WRK-COMPETENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-DATA-INICIO       PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-FIM          PIC 9(08)     VALUE ZEROS.
       77  WRK-EVENTO            PIC X(06)     VALUE SPACES.
       77  WRK-CHAVE-EVENTO      PIC X(17)     VALUE SPACES.
       77  WRK-SITUACAO          PIC X(10)     VALUE SPACES.
       77  WRK-OBSERVACAO        PIC X(39)     VALUE SPACES.
       77  WRK-NUM-EVENTO        PIC 9(08)     VALUE ZEROS.
       77  WRK-NUM-ARQUIVO       PIC 9(06)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-DIA-FIM            PIC 9(07)     VALUE ZEROS.
       77  WS-IDX-COMP           PIC 9(04)     VALUE ZEROS.
       77  WS-IDX-ACHADO         PIC 9(04)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-GRAVADOS       PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-NOVOS          PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-NOVAS-REMUN    PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-REMUNERADOS    PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-ENVIADOS       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-RETIDOS        PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-ACEITOS        PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-REJEITADOS     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-DIVERGENTES    PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-REENFILEIRADOS PIC 9(05)     VALUE ZEROS.

      *********** COMPETENCIAS COM REMUNERACAO REJEITADA, CUJO *****
      *********** FECHAMENTO (S-1299) FICA RETIDO *****************
       01  WS-TABELA-RETIDAS.
           02 WS-QTD-RETIDAS     PIC 9(04)     VALUE ZEROS.
           02 WS-RET-COMPETENCIA PIC 9(06)     OCCURS 120 TIMES.

       01  WS-TOTAIS-FECHAMENTO.
           02 WS-TOT-REMUNERADOS PIC 9(05)     VALUE ZEROS.
           02 WS-TOT-BRUTO       PIC 9(09)V99  VALUE ZEROS.
           02 WS-TOT-INSS        PIC 9(09)V99  VALUE ZEROS.
           02 WS-TOT-IRRF        PIC 9(09)V99  VALUE ZEROS.
           02 WS-TOT-LIQUIDO     PIC 9(09)V99  VALUE ZEROS.

      *********** RELATORIO DE EVENTOS (ESOCREL) *******************
       01  WS-REL-TITULO.
           02 FILLER             PIC X(34) VALUE
              'EVENTOS DA FOLHA PARA O GOVERNO - '.
           02 WRT-DESCRICAO      PIC X(08).
           02 WRT-NUMERO         PIC 9(06).
       01  WS-REL-CABECALHO.
           02 FILLER             PIC X(09) VALUE 'CONTROLE'.
           02 FILLER             PIC X(07) VALUE 'EVENTO'.
           02 FILLER             PIC X(07) VALUE 'COMPET'.
           02 FILLER             PIC X(06) VALUE 'MATR.'.
           02 FILLER             PIC X(11) VALUE 'SITUACAO'.
           02 FILLER             PIC X(39) VALUE 'OBSERVACAO'.
       01  WS-REL-DETALHE.
           02 WRD-SEQUENCIA      PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRD-EVENTO         PIC X(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRD-COMPETENCIA    PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRD-MATRICULA      PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRD-SITUACAO       PIC X(10).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRD-OBSERVACAO     PIC X(39).
       01  WS-REL-TOTAL.
           02 WRQ-DESCRICAO      PIC X(30).
           02 WRQ-QTD            PIC ZZZZ9.
       01  WS-LINHA-SEPARADOR.
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
           DISPLAY '===== EVENTOS DA FOLHA PARA O GOVERNO ====='.
           DISPLAY ' (1) GERAR E ENVIAR EVENTOS DA COMPETENCIA '.
           DISPLAY ' (2) PROCESSAR RETORNO DO GOVERNO '.
           DISPLAY ' (3) REENFILEIRAR REJEITADOS CORRIGIDOS '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-GERAR-EVENTOS
               WHEN 2
                   PERFORM 0600-PROCESSAR-RETORNO
               WHEN 3
                   PERFORM 0700-REENFILEIRAR-REJEITADOS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** GERACAO DOS EVENTOS DA COMPETENCIA E ENVIO DE ****
      *********** TODOS OS PENDENTES NO ESOCREM ********************
       0200-GERAR-EVENTOS.
           DISPLAY 'COMPETENCIA (AAAAMM, 0=MES ATUAL): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           MOVE 'N' TO WS-ERRO-SW.
           MOVE ZEROS TO WS-QTD-NOVOS WS-QTD-NOVAS-REMUN
                         WS-QTD-REMUNERADOS WS-QTD-ENVIADOS
                         WS-QTD-RETIDOS.
           PERFORM 0205-VALIDAR-COMPETENCIA.
           IF NOT WS-ERRO
               PERFORM 0210-ABRIR-ARQUIVOS
           END-IF.
           IF NOT WS-ERRO
               PERFORM 0220-LER-SEQUENCIA
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0260-LER-FUNCIONARIO
               PERFORM 0230-VERIFICAR-FUNCIONARIO
                   UNTIL WS-FIM-ARQUIVO
               PERFORM 0240-VERIFICAR-REMUNERACOES
               PERFORM 0280-VERIFICAR-FECHAMENTO
               PERFORM 0500-ENVIAR-PENDENTES
               PERFORM 0225-GRAVAR-SEQUENCIA
               CLOSE EMPLOYEE-FILE
                     PAYROLL-HIST-FILE
                     ESOCIAL-EVENT-FILE
               DISPLAY 'EVENTOS NOVOS........... : ' WS-QTD-NOVOS
               DISPLAY 'EVENTOS ENVIADOS........ : ' WS-QTD-ENVIADOS
               DISPLAY 'EVENTOS RETIDOS......... : ' WS-QTD-RETIDOS
               DISPLAY 'ARQUIVO ' WRK-NUM-ARQUIVO
                   ' EM ESOCREM - RELACAO EM ESOCREL'
               IF WS-QTD-RETIDOS > ZEROS
                   PERFORM 0590-MARCAR-REJEICAO
               END-IF
           END-IF.

       0205-VALIDAR-COMPETENCIA.
           IF WRK-COMPETENCIA = ZEROS
               DIVIDE WS-DATA-PROCESSO BY 100
                   GIVING WRK-COMPETENCIA
           END-IF.
           DIVIDE WRK-COMPETENCIA BY 100
               GIVING WRK-ANO REMAINDER WRK-MES.
           IF WRK-ANO < 2000 OR WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - EVENTOS NAO GERADOS'
               MOVE 'PRGCB104' TO EL-PROGRAMA
               MOVE '0205-VALIDAR-COMP' TO EL-PARAGRAFO
               MOVE 'COMPETENCIA INVALIDA NOS EVENTOS DA FOLHA'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-ERRO-SW
           ELSE
               COMPUTE WRK-DATA-INICIO = WRK-COMPETENCIA * 100 + 1
               IF WRK-MES = 12
                   COMPUTE WRK-DATA-FIM = (WRK-ANO + 1) * 10000 + 101
               ELSE
                   COMPUTE WRK-DATA-FIM = WRK-DATA-INICIO + 100
               END-IF
               COMPUTE WS-DIA-FIM =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-FIM) - 1
               COMPUTE WRK-DATA-FIM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-FIM)
           END-IF.

       0210-ABRIR-ARQUIVOS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = '00'
               MOVE 'ARQUIVO EMPLOYEF NAO DISPONIVEL' TO EL-MENSAGEM
               PERFORM 0215-REGISTRAR-FALHA
           ELSE
               OPEN INPUT PAYROLL-HIST-FILE
               IF WS-HIST-STATUS NOT = '00'
                   CLOSE EMPLOYEE-FILE
                   MOVE 'ARQUIVO PAYHIST NAO DISPONIVEL' TO EL-MENSAGEM
                   PERFORM 0215-REGISTRAR-FALHA
               ELSE
                   PERFORM 0212-ABRIR-CONTROLE
                   IF WS-ERRO
                       CLOSE EMPLOYEE-FILE
                             PAYROLL-HIST-FILE
                   END-IF
               END-IF
           END-IF.

      *********** CONTROLE ESOCEVT CRIADO VAZIO NA PRIMEIRA VEZ ****
       0212-ABRIR-CONTROLE.
           OPEN I-O ESOCIAL-EVENT-FILE.
           IF WS-EVENTO-STATUS = '35'
               OPEN OUTPUT ESOCIAL-EVENT-FILE
               CLOSE ESOCIAL-EVENT-FILE
               OPEN I-O ESOCIAL-EVENT-FILE
           END-IF.
           IF WS-EVENTO-STATUS NOT = '00'
               MOVE 'ARQUIVO ESOCEVT NAO DISPONIVEL' TO EL-MENSAGEM
               PERFORM 0215-REGISTRAR-FALHA
           END-IF.

       0215-REGISTRAR-FALHA.
           DISPLAY EL-MENSAGEM.
           MOVE 'PRGCB104' TO EL-PROGRAMA.
           MOVE '0210-ABRIR-ARQUIVOS' TO EL-PARAGRAFO.
           MOVE 'F' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           MOVE 8 TO WRK-RETORNO.
           MOVE 'S' TO WS-ERRO-SW.

      *********** ULTIMO NUMERO DE CONTROLE E ULTIMO ARQUIVO *******
      *********** GERADOS (ESOCSEQ) *******************************
       0220-LER-SEQUENCIA.
           MOVE ZEROS TO WRK-NUM-EVENTO WRK-NUM-ARQUIVO.
           OPEN INPUT ESOCIAL-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               READ ESOCIAL-SEQ-FILE
                   NOT AT END
                       MOVE SQ-ULTIMO-EVENTO  TO WRK-NUM-EVENTO
                       MOVE SQ-ULTIMO-ARQUIVO TO WRK-NUM-ARQUIVO
               END-READ
               CLOSE ESOCIAL-SEQ-FILE
           END-IF.

       0225-GRAVAR-SEQUENCIA.
           OPEN OUTPUT ESOCIAL-SEQ-FILE.
           MOVE SPACES          TO ESOCIAL-SEQ-REC.
           MOVE WRK-NUM-EVENTO  TO SQ-ULTIMO-EVENTO.
           MOVE WRK-NUM-ARQUIVO TO SQ-ULTIMO-ARQUIVO.
           WRITE ESOCIAL-SEQ-REC.
           CLOSE ESOCIAL-SEQ-FILE.

      *********** ADMISSAO E DESLIGAMENTO DATADOS NA COMPETENCIA ***
       0230-VERIFICAR-FUNCIONARIO.
           ADD 1 TO WS-QTD-LIDOS.
           IF EM-DATA-ADMISSAO >= WRK-DATA-INICIO
              AND EM-DATA-ADMISSAO <= WRK-DATA-FIM
               MOVE 'S-2200'        TO EV-EVENTO
               MOVE WRK-COMPETENCIA TO EV-COMPETENCIA
               MOVE EM-ID           TO EV-ID
               PERFORM 0300-INCLUIR-EVENTO
           END-IF.
           IF EM-SITUACAO = 'D'
              AND EM-DATA-DESLIGAMENTO >= WRK-DATA-INICIO
              AND EM-DATA-DESLIGAMENTO <= WRK-DATA-FIM
               MOVE 'S-2299'        TO EV-EVENTO
               MOVE WRK-COMPETENCIA TO EV-COMPETENCIA
               MOVE EM-ID           TO EV-ID
               PERFORM 0300-INCLUIR-EVENTO
           END-IF.
           PERFORM 0260-LER-FUNCIONARIO.

      *********** REMUNERACAO: UMA POR FOTO DO PAYHIST DA **********
      *********** COMPETENCIA COM SALARIO BRUTO *******************
       0240-VERIFICAR-REMUNERACOES.
           MOVE 'N' TO WS-FIM-HIST-SW.
           MOVE WRK-COMPETENCIA TO PH-COMPETENCIA.
           MOVE ZEROS           TO PH-ID.
           START PAYROLL-HIST-FILE
               KEY NOT LESS THAN PH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-HIST-SW
           END-START.
           IF NOT WS-FIM-HIST
               PERFORM 0270-LER-FOTO
           END-IF.
           PERFORM 0250-VERIFICAR-FOTO
               UNTIL WS-FIM-HIST.

       0250-VERIFICAR-FOTO.
           ADD 1 TO WS-QTD-LIDOS.
           IF PH-SALARIO-BRUTO > ZEROS
               ADD 1 TO WS-QTD-REMUNERADOS
               MOVE 'S-1200'        TO EV-EVENTO
               MOVE WRK-COMPETENCIA TO EV-COMPETENCIA
               MOVE PH-ID           TO EV-ID
               PERFORM 0300-INCLUIR-EVENTO
               IF WS-MONTADO
                   ADD 1 TO WS-QTD-NOVAS-REMUN
               END-IF
           END-IF.
           PERFORM 0270-LER-FOTO.

       0260-LER-FUNCIONARIO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0270-LER-FOTO.
           READ PAYROLL-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-HIST-SW
               NOT AT END
                   IF PH-COMPETENCIA NOT = WRK-COMPETENCIA
                       MOVE 'S' TO WS-FIM-HIST-SW
                   END-IF
           END-READ.

      *********** FECHAMENTO: NASCE COM A PRIMEIRA REMUNERACAO E ***
      *********** VOLTA A PENDENTE QUANDO ENTRA REMUNERACAO NOVA ***
       0280-VERIFICAR-FECHAMENTO.
           IF WS-QTD-REMUNERADOS > ZEROS
               MOVE 'S-1299'        TO EV-EVENTO
               MOVE WRK-COMPETENCIA TO EV-COMPETENCIA
               MOVE ZEROS           TO EV-ID
               PERFORM 0300-INCLUIR-EVENTO
               IF NOT WS-MONTADO
                  AND WS-QTD-NOVAS-REMUN > ZEROS
                  AND NOT EV-PENDENTE
                   MOVE 'P'    TO EV-SITUACAO
                   MOVE SPACES TO EV-COD-ERRO EV-MOTIVO
                   REWRITE ESOCIAL-EVENT-REC
                   DISPLAY 'FECHAMENTO ' WRK-COMPETENCIA
                       ' REABERTO POR REMUNERACAO NOVA'
               END-IF
           END-IF.

      *********** EVENTO JA EXISTENTE NAO E DUPLICADO; NOVO RECEBE *
      *********** O PROXIMO NUMERO DE CONTROLE (WS-MONTADO = NOVO) *
       0300-INCLUIR-EVENTO.
           MOVE 'N' TO WS-MONTADO-SW.
           MOVE EV-CHAVE TO WRK-CHAVE-EVENTO.
           READ ESOCIAL-EVENT-FILE
               INVALID KEY
                   MOVE 'S' TO WS-MONTADO-SW
           END-READ.
           IF WS-MONTADO
               MOVE WRK-CHAVE-EVENTO TO EV-CHAVE
               ADD 1 TO WRK-NUM-EVENTO
               MOVE WRK-NUM-EVENTO   TO EV-SEQUENCIA
               MOVE 'P'              TO EV-SITUACAO
               MOVE ZEROS            TO EV-TENTATIVAS
                                        EV-DATA-ENVIO
                                        EV-NUM-ARQUIVO
                                        EV-DATA-RETORNO
               MOVE WS-DATA-PROCESSO TO EV-DATA-GERACAO
               MOVE SPACES           TO EV-RECIBO
                                        EV-COD-ERRO
                                        EV-MOTIVO
               WRITE ESOCIAL-EVENT-REC
               ADD 1 TO WS-QTD-NOVOS
           END-IF.

      *********** ENVIO: TODOS OS PENDENTES, UM TIPO DE EVENTO POR *
      *********** VEZ NA ORDEM EXIGIDA ****************************
       0500-ENVIAR-PENDENTES.
           ADD 1 TO WRK-NUM-ARQUIVO.
           MOVE ZEROS TO WS-QTD-RETIDAS.
           OPEN OUTPUT ESOCIAL-FILE.
           OPEN OUTPUT ESOCIAL-REPORT.
           MOVE SPACES            TO ESOCIAL-FILE-REC.
           MOVE '0'               TO ES-TIPO-REGISTRO.
           MOVE WRK-NUM-ARQUIVO   TO ES-H-NUM-ARQUIVO.
           MOVE WS-DATA-PROCESSO  TO ES-H-DATA.
           MOVE 'EMPRESA ALURA LTDA' TO ES-H-EMPREGADOR.
           WRITE ESOCIAL-FILE-REC.
           MOVE 'ARQUIVO '        TO WRT-DESCRICAO.
           MOVE WRK-NUM-ARQUIVO   TO WRT-NUMERO.
           WRITE ESOCIAL-REPORT-LINE FROM WS-REL-TITULO.
           WRITE ESOCIAL-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           WRITE ESOCIAL-REPORT-LINE FROM WS-REL-CABECALHO.
           WRITE ESOCIAL-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'S-2200' TO WRK-EVENTO.
           PERFORM 0510-ENVIAR-TIPO.
           MOVE 'S-1200' TO WRK-EVENTO.
           PERFORM 0510-ENVIAR-TIPO.
           MOVE 'S-2299' TO WRK-EVENTO.
           PERFORM 0510-ENVIAR-TIPO.
           MOVE 'S-1299' TO WRK-EVENTO.
           PERFORM 0510-ENVIAR-TIPO.
           MOVE SPACES            TO ESOCIAL-FILE-REC.
           MOVE '9'               TO ES-TIPO-REGISTRO.
           MOVE WS-QTD-ENVIADOS   TO ES-T-QTD-EVENTOS.
           WRITE ESOCIAL-FILE-REC.
           CLOSE ESOCIAL-FILE.
           WRITE ESOCIAL-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'EVENTOS NOVOS...............: ' TO WRQ-DESCRICAO.
           MOVE WS-QTD-NOVOS TO WRQ-QTD.
           WRITE ESOCIAL-REPORT-LINE FROM WS-REL-TOTAL.
           MOVE 'EVENTOS ENVIADOS............: ' TO WRQ-DESCRICAO.
           MOVE WS-QTD-ENVIADOS TO WRQ-QTD.
           WRITE ESOCIAL-REPORT-LINE FROM WS-REL-TOTAL.
           MOVE 'EVENTOS RETIDOS.............: ' TO WRQ-DESCRICAO.
           MOVE WS-QTD-RETIDOS TO WRQ-QTD.
           WRITE ESOCIAL-REPORT-LINE FROM WS-REL-TOTAL.
           CLOSE ESOCIAL-REPORT.

       0510-ENVIAR-TIPO.
           MOVE 'N' TO WS-FIM-EVENTO-SW.
           MOVE WRK-EVENTO TO EV-EVENTO.
           MOVE ZEROS      TO EV-COMPETENCIA EV-ID.
           START ESOCIAL-EVENT-FILE
               KEY NOT LESS THAN EV-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-EVENTO-SW
           END-START.
           IF NOT WS-FIM-EVENTO
               PERFORM 0515-LER-EVENTO
           END-IF.
           PERFORM 0520-ENVIAR-EVENTO
               UNTIL WS-FIM-EVENTO.

       0515-LER-EVENTO.
           READ ESOCIAL-EVENT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-EVENTO-SW
               NOT AT END
                   IF EV-EVENTO NOT = WRK-EVENTO
                       MOVE 'S' TO WS-FIM-EVENTO-SW
                   END-IF
           END-READ.

       0520-ENVIAR-EVENTO.
           IF EV-REMUNERACAO AND EV-REJEITADO
               PERFORM 0560-RETER-COMPETENCIA
           END-IF.
           IF EV-PENDENTE
               MOVE SPACES TO ESOCIAL-FILE-REC
               MOVE 'N'    TO WS-MONTADO-SW
               EVALUATE TRUE
                   WHEN EV-ADMISSAO
                       PERFORM 0530-MONTAR-ADMISSAO
                   WHEN EV-REMUNERACAO
                       PERFORM 0535-MONTAR-REMUNERACAO
                   WHEN EV-DESLIGAMENTO
                       PERFORM 0540-MONTAR-DESLIGAMENTO
                   WHEN EV-FECHAMENTO
                       PERFORM 0545-MONTAR-FECHAMENTO
               END-EVALUATE
               IF WS-MONTADO
                   PERFORM 0550-GRAVAR-EVENTO
               ELSE
                   IF EV-REMUNERACAO
                       PERFORM 0560-RETER-COMPETENCIA
                   END-IF
                   ADD 1 TO WS-QTD-RETIDOS
                   MOVE 'RETIDO' TO WRK-SITUACAO
                   PERFORM 0580-IMPRIMIR-EVENTO
               END-IF
           END-IF.
           PERFORM 0515-LER-EVENTO.

       0530-MONTAR-ADMISSAO.
           MOVE EV-ID TO EM-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA NO EMPLOYEF'
                       TO WRK-OBSERVACAO
               NOT INVALID KEY
                   MOVE 'S' TO WS-MONTADO-SW
                   MOVE EM-NOME              TO ES-A-NOME
                   MOVE EM-DATA-ADMISSAO     TO ES-A-DATA-ADMISSAO
                   MOVE EM-CARGO             TO ES-A-CARGO
                   MOVE EM-TIPO-CONTRATO     TO ES-A-TIPO-CONTRATO
                   MOVE EM-FIM-EXPERIENCIA-1 TO ES-A-FIM-EXPERIENCIA
                   MOVE EM-FIM-CONTRATO      TO ES-A-FIM-CONTRATO
                   MOVE EM-SALARIO-BRUTO     TO ES-A-SALARIO
                   MOVE EM-CENTRO-CUSTO      TO ES-A-CENTRO-CUSTO
           END-READ.

       0535-MONTAR-REMUNERACAO.
           MOVE EV-COMPETENCIA TO PH-COMPETENCIA.
           MOVE EV-ID          TO PH-ID.
           READ PAYROLL-HIST-FILE
               INVALID KEY
                   MOVE 'COMPETENCIA SEM FOTO NO PAYHIST'
                       TO WRK-OBSERVACAO
               NOT INVALID KEY
                   MOVE 'S' TO WS-MONTADO-SW
                   MOVE PH-NOME              TO ES-R-NOME
                   MOVE PH-SALARIO-BRUTO     TO ES-R-BRUTO
                   MOVE PH-VL-HE50           TO ES-R-HE50
                   MOVE PH-VL-HE100          TO ES-R-HE100
                   MOVE PH-VL-NOTURNO        TO ES-R-NOTURNO
                   MOVE PH-VL-FALTAS         TO ES-R-FALTAS
                   MOVE PH-VALOR-COMISSAO    TO ES-R-COMISSAO
                   MOVE PH-VALOR-INSS        TO ES-R-INSS
                   MOVE PH-VALOR-IRRF        TO ES-R-IRRF
                   MOVE PH-SALARIO-LIQUIDO   TO ES-R-LIQUIDO
           END-READ.

      *********** DESLIGAMENTO: DADOS DO EMPLOYEF E VERBAS DA FOTO *
      *********** DA RESCISAO NO PAYHIST (ZERADAS SEM A FOTO) ******
       0540-MONTAR-DESLIGAMENTO.
           MOVE EV-ID TO EM-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA NO EMPLOYEF'
                       TO WRK-OBSERVACAO
               NOT INVALID KEY
                   MOVE 'S' TO WS-MONTADO-SW
                   MOVE EM-NOME              TO ES-D-NOME
                   MOVE EM-DATA-DESLIGAMENTO TO ES-D-DATA-DESLIG
                   MOVE EM-DATA-ADMISSAO     TO ES-D-DATA-ADMISSAO
                   MOVE ZEROS                TO ES-D-BRUTO
                                                ES-D-INSS
                                                ES-D-IRRF
                                                ES-D-LIQUIDO
           END-READ.
           IF WS-MONTADO
               MOVE EV-COMPETENCIA TO PH-COMPETENCIA
               MOVE EV-ID          TO PH-ID
               READ PAYROLL-HIST-FILE
                   NOT INVALID KEY
                       MOVE PH-SALARIO-BRUTO   TO ES-D-BRUTO
                       MOVE PH-VALOR-INSS      TO ES-D-INSS
                       MOVE PH-VALOR-IRRF      TO ES-D-IRRF
                       MOVE PH-SALARIO-LIQUIDO TO ES-D-LIQUIDO
               END-READ
           END-IF.

      *********** FECHAMENTO: TOTAIS DA FOTO DA COMPETENCIA, SALVO *
      *********** REMUNERACAO DELA AINDA REJEITADA ****************
       0545-MONTAR-FECHAMENTO.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM 0565-PROCURAR-RETIDA
               VARYING WS-IDX-COMP FROM 1 BY 1
               UNTIL WS-IDX-COMP > WS-QTD-RETIDAS
                  OR WS-IDX-ACHADO > ZEROS.
           IF WS-IDX-ACHADO > ZEROS
               MOVE 'REMUNERACAO DA COMPETENCIA REJEITADA'
                   TO WRK-OBSERVACAO
           ELSE
               MOVE 'S' TO WS-MONTADO-SW
               INITIALIZE WS-TOTAIS-FECHAMENTO
               MOVE 'N' TO WS-FIM-HIST-SW
               MOVE EV-COMPETENCIA TO PH-COMPETENCIA
               MOVE ZEROS          TO PH-ID
               START PAYROLL-HIST-FILE
                   KEY NOT LESS THAN PH-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-HIST-SW
               END-START
               IF NOT WS-FIM-HIST
                   PERFORM 0548-LER-FOTO-FECHAMENTO
               END-IF
               PERFORM 0547-SOMAR-FOTO
                   UNTIL WS-FIM-HIST
               MOVE WS-TOT-REMUNERADOS TO ES-F-QTD-REMUNERADOS
               MOVE WS-TOT-BRUTO       TO ES-F-TOTAL-BRUTO
               MOVE WS-TOT-INSS        TO ES-F-TOTAL-INSS
               MOVE WS-TOT-IRRF        TO ES-F-TOTAL-IRRF
               MOVE WS-TOT-LIQUIDO     TO ES-F-TOTAL-LIQUIDO
           END-IF.

       0547-SOMAR-FOTO.
           IF PH-SALARIO-BRUTO > ZEROS
               ADD 1                  TO WS-TOT-REMUNERADOS
               ADD PH-SALARIO-BRUTO   TO WS-TOT-BRUTO
               ADD PH-VALOR-INSS      TO WS-TOT-INSS
               ADD PH-VALOR-IRRF      TO WS-TOT-IRRF
               ADD PH-SALARIO-LIQUIDO TO WS-TOT-LIQUIDO
           END-IF.
           PERFORM 0548-LER-FOTO-FECHAMENTO.

       0548-LER-FOTO-FECHAMENTO.
           READ PAYROLL-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-HIST-SW
               NOT AT END
                   IF PH-COMPETENCIA NOT = EV-COMPETENCIA
                       MOVE 'S' TO WS-FIM-HIST-SW
                   END-IF
           END-READ.

      *********** DETALHE NO ESOCREM E EVENTO PASSA A ENVIADO ******
       0550-GRAVAR-EVENTO.
           MOVE '1'              TO ES-TIPO-REGISTRO.
           MOVE EV-SEQUENCIA     TO ES-SEQUENCIA.
           MOVE EV-EVENTO        TO ES-EVENTO.
           MOVE EV-COMPETENCIA   TO ES-COMPETENCIA.
           MOVE EV-ID            TO ES-MATRICULA.
           ADD 1                 TO EV-TENTATIVAS.
           MOVE EV-TENTATIVAS    TO ES-TENTATIVA.
           WRITE ESOCIAL-FILE-REC.
           MOVE 'E'              TO EV-SITUACAO.
           MOVE WS-DATA-PROCESSO TO EV-DATA-ENVIO.
           MOVE WRK-NUM-ARQUIVO  TO EV-NUM-ARQUIVO.
           REWRITE ESOCIAL-EVENT-REC.
           ADD 1 TO WS-QTD-ENVIADOS.
           ADD 1 TO WS-QTD-GRAVADOS.
           MOVE 'ENVIADO' TO WRK-SITUACAO.
           IF EV-TENTATIVAS > 1
               MOVE 'REENVIO APOS CORRECAO' TO WRK-OBSERVACAO
           ELSE
               MOVE SPACES TO WRK-OBSERVACAO
           END-IF.
           PERFORM 0580-IMPRIMIR-EVENTO.

       0560-RETER-COMPETENCIA.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM 0565-PROCURAR-RETIDA
               VARYING WS-IDX-COMP FROM 1 BY 1
               UNTIL WS-IDX-COMP > WS-QTD-RETIDAS
                  OR WS-IDX-ACHADO > ZEROS.
           IF WS-IDX-ACHADO = ZEROS AND WS-QTD-RETIDAS < 120
               ADD 1 TO WS-QTD-RETIDAS
               MOVE EV-COMPETENCIA TO WS-RET-COMPETENCIA(WS-QTD-RETIDAS)
           END-IF.

       0565-PROCURAR-RETIDA.
           IF WS-RET-COMPETENCIA(WS-IDX-COMP) = EV-COMPETENCIA
               MOVE WS-IDX-COMP TO WS-IDX-ACHADO
           END-IF.

       0580-IMPRIMIR-EVENTO.
           MOVE EV-SEQUENCIA   TO WRD-SEQUENCIA.
           MOVE EV-EVENTO      TO WRD-EVENTO.
           MOVE EV-COMPETENCIA TO WRD-COMPETENCIA.
           MOVE EV-ID          TO WRD-MATRICULA.
           MOVE WRK-SITUACAO   TO WRD-SITUACAO.
           MOVE WRK-OBSERVACAO TO WRD-OBSERVACAO.
           WRITE ESOCIAL-REPORT-LINE FROM WS-REL-DETALHE.
           MOVE SPACES TO WRK-OBSERVACAO.

      *********** RC 4 (RETIDO, REJEITADO OU DIVERGENTE), SALVO ****
      *********** FALHA JA MARCADA COM 8 ***************************
       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** RETORNO DO GOVERNO: CADA DETALHE CASA COM O ******
      *********** EVENTO PELA CHAVE E PELO NUMERO DE CONTROLE ******
       0600-PROCESSAR-RETORNO.
           MOVE 'N' TO WS-ERRO-SW.
           MOVE ZEROS TO WS-QTD-ACEITOS WS-QTD-REJEITADOS
                         WS-QTD-DIVERGENTES.
           OPEN INPUT ESOCIAL-RETURN-FILE.
           IF WS-RETORNO-STATUS NOT = '00'
               DISPLAY 'ARQUIVO ESOCRET NAO ENCONTRADO'
               MOVE 'PRGCB104' TO EL-PROGRAMA
               MOVE '0600-PROCESSAR-RETORNO' TO EL-PARAGRAFO
               MOVE 'ARQUIVO ESOCRET NAO ENCONTRADO' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'S' TO WS-ERRO-SW
           ELSE
               PERFORM 0212-ABRIR-CONTROLE
               IF WS-ERRO
                   CLOSE ESOCIAL-RETURN-FILE
               END-IF
           END-IF.
           IF NOT WS-ERRO
               OPEN OUTPUT ESOCIAL-REPORT
               MOVE 'N' TO WS-FIM-RETORNO-SW
               PERFORM 0610-LER-RETORNO
               PERFORM 0620-PROCESSAR-REGISTRO
                   UNTIL WS-FIM-RETORNO
               WRITE ESOCIAL-REPORT-LINE FROM WS-LINHA-SEPARADOR
               MOVE 'EVENTOS ACEITOS.............: ' TO WRQ-DESCRICAO
               MOVE WS-QTD-ACEITOS TO WRQ-QTD
               WRITE ESOCIAL-REPORT-LINE FROM WS-REL-TOTAL
               MOVE 'EVENTOS REJEITADOS..........: ' TO WRQ-DESCRICAO
               MOVE WS-QTD-REJEITADOS TO WRQ-QTD
               WRITE ESOCIAL-REPORT-LINE FROM WS-REL-TOTAL
               MOVE 'RETORNOS QUE NAO CONFEREM...: ' TO WRQ-DESCRICAO
               MOVE WS-QTD-DIVERGENTES TO WRQ-QTD
               WRITE ESOCIAL-REPORT-LINE FROM WS-REL-TOTAL
               CLOSE ESOCIAL-REPORT
                     ESOCIAL-EVENT-FILE
                     ESOCIAL-RETURN-FILE
               DISPLAY 'EVENTOS ACEITOS......... : ' WS-QTD-ACEITOS
               DISPLAY 'EVENTOS REJEITADOS...... : ' WS-QTD-REJEITADOS
               DISPLAY 'RETORNOS QUE NAO CONFEREM: ' WS-QTD-DIVERGENTES
               DISPLAY 'REJEITADOS EM ESOCREL - CORRIGIR E '
                   'REENFILEIRAR (OPCAO 3)'
               IF WS-QTD-REJEITADOS > ZEROS
                  OR WS-QTD-DIVERGENTES > ZEROS
                   PERFORM 0590-MARCAR-REJEICAO
               END-IF
           END-IF.

       0610-LER-RETORNO.
           READ ESOCIAL-RETURN-FILE
               AT END
                   MOVE 'S' TO WS-FIM-RETORNO-SW
           END-READ.

       0620-PROCESSAR-REGISTRO.
           EVALUATE TRUE
               WHEN RE-TIPO-HEADER
                   MOVE 'RETORNO ' TO WRT-DESCRICAO
                   MOVE RE-H-NUM-ARQUIVO TO WRT-NUMERO
                   WRITE ESOCIAL-REPORT-LINE FROM WS-REL-TITULO
                   WRITE ESOCIAL-REPORT-LINE FROM WS-LINHA-SEPARADOR
                   WRITE ESOCIAL-REPORT-LINE FROM WS-REL-CABECALHO
                   WRITE ESOCIAL-REPORT-LINE FROM WS-LINHA-SEPARADOR
               WHEN RE-TIPO-DETALHE
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM 0630-ATUALIZAR-EVENTO
               WHEN RE-TIPO-TRAILER
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TIPO DE REGISTRO INVALIDO NO RETORNO'
           END-EVALUATE.
           PERFORM 0610-LER-RETORNO.

       0630-ATUALIZAR-EVENTO.
           MOVE RE-EVENTO      TO EV-EVENTO.
           MOVE RE-COMPETENCIA TO EV-COMPETENCIA.
           MOVE RE-MATRICULA   TO EV-ID.
           MOVE SPACES         TO WRK-OBSERVACAO.
           READ ESOCIAL-EVENT-FILE
               INVALID KEY
                   MOVE 'EVENTO NAO ENCONTRADO NO ESOCEVT'
                       TO WRK-OBSERVACAO
               NOT INVALID KEY
                   IF EV-SEQUENCIA NOT = RE-SEQUENCIA
                       MOVE 'NUMERO DE CONTROLE NAO CONFERE'
                           TO WRK-OBSERVACAO
                   ELSE
                       IF NOT EV-ENVIADO
                           MOVE 'EVENTO NAO ESTA AGUARDANDO RETORNO'
                               TO WRK-OBSERVACAO
                       END-IF
                   END-IF
           END-READ.
           IF WRK-OBSERVACAO NOT = SPACES
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE RE-SEQUENCIA   TO EV-SEQUENCIA
               MOVE RE-EVENTO      TO EV-EVENTO
               MOVE RE-COMPETENCIA TO EV-COMPETENCIA
               MOVE RE-MATRICULA   TO EV-ID
               MOVE 'DIVERGENTE'   TO WRK-SITUACAO
               PERFORM 0580-IMPRIMIR-EVENTO
           ELSE
               MOVE WS-DATA-PROCESSO TO EV-DATA-RETORNO
               IF RE-ACEITO
                   MOVE 'A'          TO EV-SITUACAO
                   MOVE RE-RECIBO    TO EV-RECIBO
                   MOVE SPACES       TO EV-COD-ERRO EV-MOTIVO
                   ADD 1 TO WS-QTD-ACEITOS
               ELSE
                   MOVE 'R'          TO EV-SITUACAO
                   MOVE RE-COD-ERRO  TO EV-COD-ERRO
                   MOVE RE-MOTIVO    TO EV-MOTIVO
                   ADD 1 TO WS-QTD-REJEITADOS
                   MOVE 'REJEITADO'  TO WRK-SITUACAO
                   STRING RE-COD-ERRO DELIMITED BY SIZE
                          ' '         DELIMITED BY SIZE
                          RE-MOTIVO   DELIMITED BY SIZE
                       INTO WRK-OBSERVACAO
                   PERFORM 0580-IMPRIMIR-EVENTO
               END-IF
               REWRITE ESOCIAL-EVENT-REC
               ADD 1 TO WS-QTD-GRAVADOS
           END-IF.

      *********** REJEITADOS: O RH CONFIRMA A CORRECAO E O EVENTO **
      *********** VOLTA A PENDENTE PARA O PROXIMO ENVIO ************
       0700-REENFILEIRAR-REJEITADOS.
           MOVE 'N' TO WS-ERRO-SW.
           MOVE ZEROS TO WS-QTD-REENFILEIRADOS.
           PERFORM 0212-ABRIR-CONTROLE.
           IF NOT WS-ERRO
               MOVE 'N' TO WS-FIM-EVENTO-SW
               MOVE SPACES TO WRK-RESPOSTA
               PERFORM 0710-LER-CONTROLE
               PERFORM 0720-CONFIRMAR-CORRECAO
                   UNTIL WS-FIM-EVENTO
               CLOSE ESOCIAL-EVENT-FILE
               DISPLAY 'EVENTOS REENFILEIRADOS.. : '
                   WS-QTD-REENFILEIRADOS
           END-IF.

       0710-LER-CONTROLE.
           READ ESOCIAL-EVENT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-EVENTO-SW
           END-READ.

       0720-CONFIRMAR-CORRECAO.
           ADD 1 TO WS-QTD-LIDOS.
           IF EV-REJEITADO
               DISPLAY ' '
               DISPLAY 'CONTROLE ' EV-SEQUENCIA ' ' EV-EVENTO
                   ' COMPETENCIA ' EV-COMPETENCIA
                   ' MATRICULA ' EV-ID
               DISPLAY 'ERRO ' EV-COD-ERRO ' ' EV-MOTIVO
               DISPLAY 'CORRIGIDO - REENFILEIRAR (S/N, F=FIM)? '
                   WITH NO ADVANCING
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA = 'S' OR 's'
                   MOVE 'P'    TO EV-SITUACAO
                   REWRITE ESOCIAL-EVENT-REC
                   ADD 1 TO WS-QTD-REENFILEIRADOS
                   ADD 1 TO WS-QTD-GRAVADOS
               END-IF
           END-IF.
           IF WRK-RESPOSTA = 'F' OR 'f'
               MOVE 'S' TO WS-FIM-EVENTO-SW
           ELSE
               PERFORM 0710-LER-CONTROLE
           END-IF.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCB104'         TO RC-PROGRAMA
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
