       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB105.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = VIRADA DO PERIODO LETIVO E
      ***                            REMATRICULA, NO LUGAR DA
      ***                            MONTAGEM DAS TURMAS A MAO PELA
      ***                            SECRETARIA: PARA CADA ALUNO DO
      ***                            STUMAST NO PERIODO ENCERRADO,
      ***                            APURA O RESULTADO FINAL DAS
      ***                            DISCIPLINAS NO STUDENTF.
      ***                            APROVADO EM TODAS PASSA PARA A
      ***                            TURMA SEGUINTE DA TABELA
      ***                            TURMAPRM; REPROVADO (NOTA OU
      ***                            FALTA) EM ALGUMA FICA NA MESMA
      ***                            TURMA; DEVEDOR DO INADIMPL
      ***                            (PRGCOB75) FICA RETIDO ATE
      ***                            QUITAR. O STUMAST RECEBE A NOVA
      ***                            TURMA E O NOVO PERIODO, O
      ***                            ROSTPROX SAI COM AS TURMAS DO
      ***                            PROXIMO PERIODO (LAYOUT DO
      ***                            ROSTERF, NOTAS ZERADAS) E O
      ***                            ROLLREL TRAZ O RESULTADO POR
      ***                            ALUNO E A LOTACAO DE CADA TURMA
      ***                            CONTRA A CAPACIDADE
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   PODE SER RERODADA: ALUNO JA NO NOVO PERIODO NAO E
      ***   REAPURADO, MAS ENTRA DE NOVO NO ROSTPROX E NA
      ***   LOTACAO; O RETIDO POR DEBITO OU AINDA EM RECUPERACAO
      ***   CONTINUA NO PERIODO ENCERRADO E E REMANEJADO NA
      ***   RERODADA DEPOIS DE QUITAR/APURAR. TURMA FORA DA
      ***   TABELA ASSUME A LOTACAO PADRAO DE 40 ALUNOS
      ***   RETORNO: 00 = LIMPO   04 = TURMA ACIMA DA LOTACAO OU
      ***   SEM SEQUENCIA NA TURMAPRM   08 = PERIODO INVALIDO OU
      ***   FALHA DE ARQUIVO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-STUMAST-STATUS.
           SELECT STUDENT-FILE ASSIGN TO 'STUDENTF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-CHAVE
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT CLASS-PARM-FILE ASSIGN TO 'TURMAPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAPRM-STATUS.
           SELECT DEFAULTER-FILE ASSIGN TO 'INADIMPL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INADIMPL-STATUS.
           SELECT NEXT-ROSTER-FILE ASSIGN TO 'ROSTPROX'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLLOVER-REPORT ASSIGN TO 'ROLLREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY 'STUMAST.COB'.

       FD  STUDENT-FILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY 'STUDENT.COB'.

       FD  CLASS-PARM-FILE
           RECORD CONTAINS 52 CHARACTERS.
           COPY 'TURMAPRM.COB'.

       FD  DEFAULTER-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  DEFAULTER-REC.
           02 DV-MATRICULA       PIC 9(06).

       FD  NEXT-ROSTER-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY 'ROSTER.COB'.

       FD  ROLLOVER-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  ROLLOVER-REPORT-LINE  PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-STUMAST-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-STUDENT-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-TURMAPRM-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-INADIMPL-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-FIM-RESULTADO-SW   PIC X(01)     VALUE 'N'.
           88 WS-FIM-RESULTADO                 VALUE 'S'.
       77  WS-FIM-TURMAPRM-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-TURMAPRM                  VALUE 'S'.
       77  WS-FIM-INADIMPL-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-INADIMPL                  VALUE 'S'.
       77  WS-ERRO-SW            PIC X(01)     VALUE 'N'.
           88 WS-ERRO                          VALUE 'S'.
       77  WS-DEVEDOR-SW         PIC X(01)     VALUE 'N'.
           88 WS-E-DEVEDOR                     VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WS-CAPACIDADE-PADRAO  PIC 9(03)     VALUE 40.
       77  WRK-PERIODO-ATUAL     PIC 9(06)     VALUE ZEROS.
       77  WRK-PERIODO-NOVO      PIC 9(06)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-TURMA-ATUAL       PIC X(05)     VALUE SPACES.
       77  WRK-NOVA-TURMA        PIC X(05)     VALUE SPACES.
       77  WRK-RESULTADO         PIC X(20)     VALUE SPACES.
       77  WRK-DISCIPLINA        PIC X(03)     VALUE SPACES.
       77  WRK-OCUPACAO          PIC 9(05)V99  VALUE ZEROS.
       77  WRK-ALUNOS            PIC 9(05)V99  VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-IDX-TURMA          PIC 9(04)     VALUE ZEROS.
       77  WS-IDX-ACHADO         PIC 9(04)     VALUE ZEROS.
       77  WS-IDX-DISC           PIC 9(04)     VALUE ZEROS.
       77  WS-IDX-DEV            PIC 9(04)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-GRAVADOS       PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-APROVADAS      PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-REPROVADAS     PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-RECUPERACAO    PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-ACIMA          PIC 9(04)     VALUE ZEROS.

       01  WS-TOTAIS-VIRADA.
           02 WS-QTD-PROMOVIDOS  PIC 9(05)     VALUE ZEROS.
           02 WS-QTD-RETIDOS     PIC 9(05)     VALUE ZEROS.
           02 WS-QTD-CONCLUINTES PIC 9(05)     VALUE ZEROS.
           02 WS-QTD-DEVEDORES-R PIC 9(05)     VALUE ZEROS.
           02 WS-QTD-PENDENTES   PIC 9(05)     VALUE ZEROS.
           02 WS-QTD-JA-VIRADOS  PIC 9(05)     VALUE ZEROS.
           02 WS-QTD-SEM-SEQ     PIC 9(05)     VALUE ZEROS.

      *********** TABELA DE TURMAS (TURMAPRM) COM A LOTACAO DO ****
      *********** NOVO PERIODO; TURMA FORA DA TABELA ENTRA NO FIM *
       01  WS-TABELA-TURMAS.
           02 WS-QTD-TURMAS      PIC 9(04)     VALUE ZEROS.
           02 WS-TURMA-ENTRY OCCURS 150 TIMES.
               03 WS-TU-CODIGO       PIC X(05).
               03 WS-TU-PROXIMA      PIC X(05).
               03 WS-TU-CAPACIDADE   PIC 9(03).
               03 WS-TU-LOTACAO      PIC 9(05).
               03 WS-TU-DISCIPLINA   PIC X(03) OCCURS 12 TIMES.

      *********** DISCIPLINAS CURSADAS PELO ALUNO NO PERIODO ******
       01  WS-DISCIPLINAS-ALUNO.
           02 WS-QTD-DISC-ALUNO  PIC 9(03)     VALUE ZEROS.
           02 WS-DA-DISCIPLINA   PIC X(03) OCCURS 30 TIMES.

      *********** DEVEDORES (INADIMPL, GRAVADO PELO PRGCOB75) *****
       01  WS-TABELA-DEVEDORES.
           02 WS-QTD-DEVEDORES   PIC 9(04)     VALUE ZEROS.
           02 WS-DEV-MATRICULA   PIC 9(06) OCCURS 500 TIMES.

      *********** RELATORIO DA VIRADA (ROLLREL) *******************
       01  WS-REL-TITULO.
           02 FILLER             PIC X(27) VALUE
              'VIRADA DO PERIODO LETIVO - '.
           02 WRT-PERIODO-ATUAL  PIC 9(06).
           02 FILLER             PIC X(06) VALUE ' PARA '.
           02 WRT-PERIODO-NOVO   PIC 9(06).
       01  WS-REL-CABECALHO.
           02 FILLER             PIC X(07) VALUE 'MATR.'.
           02 FILLER             PIC X(26) VALUE 'NOME'.
           02 FILLER             PIC X(06) VALUE 'TURMA'.
           02 FILLER             PIC X(21) VALUE 'RESULTADO'.
           02 FILLER             PIC X(10) VALUE 'NOVA TURMA'.
       01  WS-REL-DETALHE.
           02 WRA-MATRICULA      PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRA-NOME           PIC X(25).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRA-TURMA          PIC X(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRA-RESULTADO      PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRA-NOVA-TURMA     PIC X(05).
       01  WS-LOT-CABECALHO.
           02 FILLER             PIC X(08) VALUE 'TURMA'.
           02 FILLER             PIC X(09) VALUE '   ALUNOS'.
           02 FILLER             PIC X(12) VALUE '  CAPACIDADE'.
           02 FILLER             PIC X(12) VALUE '  OCUPACAO %'.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 FILLER             PIC X(08) VALUE 'SITUACAO'.
       01  WS-LOT-DETALHE.
           02 WLD-TURMA          PIC X(05).
           02 FILLER             PIC X(07) VALUE SPACES.
           02 WLD-ALUNOS         PIC ZZZZ9.
           02 FILLER             PIC X(09) VALUE SPACES.
           02 WLD-CAPACIDADE     PIC ZZ9.
           02 FILLER             PIC X(04) VALUE SPACES.
           02 WLD-OCUPACAO       PIC ZZ.ZZ9,99.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLD-SITUACAO       PIC X(20).
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
           DISPLAY '===== VIRADA DO PERIODO LETIVO ====='.
           DISPLAY ' (1) VIRADA DO PERIODO E REMATRICULA '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-VIRAR-PERIODO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

       0200-VIRAR-PERIODO.
           DISPLAY 'PERIODO ENCERRADO (AAAAMM)..: ' WITH NO ADVANCING.
           ACCEPT WRK-PERIODO-ATUAL.
           DISPLAY 'NOVO PERIODO (AAAAMM).......: ' WITH NO ADVANCING.
           ACCEPT WRK-PERIODO-NOVO.
           MOVE 'N' TO WS-ERRO-SW.
           INITIALIZE WS-TOTAIS-VIRADA.
           MOVE ZEROS TO WS-QTD-ACIMA.
           PERFORM 0205-VALIDAR-PERIODOS.
           IF NOT WS-ERRO
               PERFORM 0210-CARREGAR-TURMAS
           END-IF.
           IF NOT WS-ERRO
               PERFORM 0220-CARREGAR-DEVEDORES
               PERFORM 0230-ABRIR-CADASTROS
           END-IF.
           IF NOT WS-ERRO
               OPEN OUTPUT NEXT-ROSTER-FILE
               OPEN OUTPUT ROLLOVER-REPORT
               MOVE WRK-PERIODO-ATUAL TO WRT-PERIODO-ATUAL
               MOVE WRK-PERIODO-NOVO  TO WRT-PERIODO-NOVO
               WRITE ROLLOVER-REPORT-LINE FROM WS-REL-TITULO
               WRITE ROLLOVER-REPORT-LINE FROM WS-LINHA-SEPARADOR
               WRITE ROLLOVER-REPORT-LINE FROM WS-REL-CABECALHO
               WRITE ROLLOVER-REPORT-LINE FROM WS-LINHA-SEPARADOR
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0260-LER-ALUNO
               PERFORM 0300-TRATAR-ALUNO
                   UNTIL WS-FIM-ARQUIVO
               CLOSE STUDENT-MASTER-FILE
                     STUDENT-FILE
                     NEXT-ROSTER-FILE
               PERFORM 0500-IMPRIMIR-LOTACAO
               CLOSE ROLLOVER-REPORT
               DISPLAY 'PROMOVIDOS.............. : ' WS-QTD-PROMOVIDOS
               DISPLAY 'RETIDOS NA SERIE........ : ' WS-QTD-RETIDOS
               DISPLAY 'CONCLUINTES............. : '
                   WS-QTD-CONCLUINTES
               DISPLAY 'RETIDOS INADIMPLENTES... : '
                   WS-QTD-DEVEDORES-R
               DISPLAY 'PENDENTES............... : ' WS-QTD-PENDENTES
               DISPLAY 'JA REMANEJADOS.......... : ' WS-QTD-JA-VIRADOS
               DISPLAY 'TURMAS ACIMA DA LOTACAO. : ' WS-QTD-ACIMA
               DISPLAY 'TURMAS DO NOVO PERIODO EM ROSTPROX, '
                   'RELATORIO EM ROLLREL'
               IF WS-QTD-ACIMA > ZEROS OR WS-QTD-SEM-SEQ > ZEROS
                   PERFORM 0590-MARCAR-REJEICAO
               END-IF
           END-IF.

       0205-VALIDAR-PERIODOS.
           DIVIDE WRK-PERIODO-ATUAL BY 100
               GIVING WRK-ANO REMAINDER WRK-MES.
           IF WRK-ANO < 2000 OR WRK-MES < 1 OR WRK-MES > 12
               MOVE 'S' TO WS-ERRO-SW
           END-IF.
           DIVIDE WRK-PERIODO-NOVO BY 100
               GIVING WRK-ANO REMAINDER WRK-MES.
           IF WRK-ANO < 2000 OR WRK-MES < 1 OR WRK-MES > 12
              OR WRK-PERIODO-NOVO NOT > WRK-PERIODO-ATUAL
               MOVE 'S' TO WS-ERRO-SW
           END-IF.
           IF WS-ERRO
               DISPLAY 'PERIODOS INVALIDOS - VIRADA NAO EXECUTADA'
               MOVE 'PERIODO INVALIDO NA VIRADA DO PERIODO LETIVO'
                   TO EL-MENSAGEM
               MOVE '0205-VALIDAR-PERIODOS' TO EL-PARAGRAFO
               PERFORM 0240-REGISTRAR-FALHA
           END-IF.

      *********** TABELA DE TURMAS; SEM ELA NAO HA SERIE SEGUINTE **
       0210-CARREGAR-TURMAS.
           MOVE ZEROS TO WS-QTD-TURMAS.
           MOVE 'N' TO WS-FIM-TURMAPRM-SW.
           OPEN INPUT CLASS-PARM-FILE.
           IF WS-TURMAPRM-STATUS NOT = '00'
               DISPLAY 'ARQUIVO TURMAPRM NAO DISPONIVEL'
               MOVE 'ARQUIVO TURMAPRM NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE '0210-CARREGAR-TURMAS' TO EL-PARAGRAFO
               PERFORM 0240-REGISTRAR-FALHA
           ELSE
               PERFORM 0212-LER-TURMA
               PERFORM 0214-ARMAZENAR-TURMA
                   UNTIL WS-FIM-TURMAPRM
               CLOSE CLASS-PARM-FILE
           END-IF.

       0212-LER-TURMA.
           READ CLASS-PARM-FILE
               AT END
                   MOVE 'S' TO WS-FIM-TURMAPRM-SW
           END-READ.

       0214-ARMAZENAR-TURMA.
           IF WS-QTD-TURMAS < 150 AND TP-TURMA NOT = SPACES
               ADD 1 TO WS-QTD-TURMAS
               MOVE TP-TURMA         TO WS-TU-CODIGO(WS-QTD-TURMAS)
               MOVE TP-PROXIMA-TURMA TO WS-TU-PROXIMA(WS-QTD-TURMAS)
               IF TP-CAPACIDADE NOT NUMERIC
                  OR TP-CAPACIDADE = ZEROS
                   MOVE WS-CAPACIDADE-PADRAO
                       TO WS-TU-CAPACIDADE(WS-QTD-TURMAS)
               ELSE
                   MOVE TP-CAPACIDADE
                       TO WS-TU-CAPACIDADE(WS-QTD-TURMAS)
               END-IF
               MOVE ZEROS TO WS-TU-LOTACAO(WS-QTD-TURMAS)
               PERFORM 0216-COPIAR-GRADE
                   VARYING WS-IDX-DISC FROM 1 BY 1
                   UNTIL WS-IDX-DISC > 12
           END-IF.
           PERFORM 0212-LER-TURMA.

       0216-COPIAR-GRADE.
           MOVE TP-DISCIPLINA(WS-IDX-DISC)
               TO WS-TU-DISCIPLINA(WS-QTD-TURMAS, WS-IDX-DISC).

      *********** MATRICULAS COM MENSALIDADE VENCIDA HA MAIS DE ***
      *********** 60 DIAS; SEM O ARQUIVO, NINGUEM E RETIDO ********
       0220-CARREGAR-DEVEDORES.
           MOVE ZEROS TO WS-QTD-DEVEDORES.
           MOVE 'N' TO WS-FIM-INADIMPL-SW.
           OPEN INPUT DEFAULTER-FILE.
           IF WS-INADIMPL-STATUS = '00'
               PERFORM 0222-LER-DEVEDOR
               PERFORM 0224-ARMAZENAR-DEVEDOR
                   UNTIL WS-FIM-INADIMPL
               CLOSE DEFAULTER-FILE
           END-IF.

       0222-LER-DEVEDOR.
           READ DEFAULTER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-INADIMPL-SW
           END-READ.

       0224-ARMAZENAR-DEVEDOR.
           IF WS-QTD-DEVEDORES < 500
               ADD 1 TO WS-QTD-DEVEDORES
               MOVE DV-MATRICULA
                   TO WS-DEV-MATRICULA(WS-QTD-DEVEDORES)
           END-IF.
           PERFORM 0222-LER-DEVEDOR.

       0230-ABRIR-CADASTROS.
           OPEN I-O STUDENT-MASTER-FILE.
           IF WS-STUMAST-STATUS NOT = '00'
               DISPLAY 'ARQUIVO STUMAST NAO DISPONIVEL'
               MOVE 'ARQUIVO STUMAST NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE '0230-ABRIR-CADASTROS' TO EL-PARAGRAFO
               PERFORM 0240-REGISTRAR-FALHA
           ELSE
               OPEN INPUT STUDENT-FILE
               IF WS-STUDENT-STATUS NOT = '00'
                   CLOSE STUDENT-MASTER-FILE
                   DISPLAY 'ARQUIVO STUDENTF NAO DISPONIVEL'
                   MOVE 'ARQUIVO STUDENTF NAO DISPONIVEL'
                       TO EL-MENSAGEM
                   MOVE '0230-ABRIR-CADASTROS' TO EL-PARAGRAFO
                   PERFORM 0240-REGISTRAR-FALHA
               END-IF
           END-IF.

       0240-REGISTRAR-FALHA.
           MOVE 'PRGCB105' TO EL-PROGRAMA.
           MOVE 'F' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           MOVE 8 TO WRK-RETORNO.
           MOVE 'S' TO WS-ERRO-SW.

       0260-LER-ALUNO.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

      *********** ALUNO DO PERIODO ENCERRADO E APURADO; O JA ******
      *********** REMANEJADO SO ENTRA NA TURMA NOVA E NA LOTACAO **
       0300-TRATAR-ALUNO.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE AL-TURMA TO WRK-TURMA-ATUAL.
           MOVE SPACES   TO WRK-NOVA-TURMA.
           EVALUATE TRUE
               WHEN AL-PERIODO = WRK-PERIODO-NOVO
                   PERFORM 0320-APURAR-RESULTADO
                   MOVE AL-TURMA TO WRK-NOVA-TURMA
                   MOVE 'JA REMANEJADO' TO WRK-RESULTADO
                   ADD 1 TO WS-QTD-JA-VIRADOS
                   PERFORM 0400-MATRICULAR-TURMA
                   PERFORM 0480-IMPRIMIR-ALUNO
               WHEN AL-PERIODO = WRK-PERIODO-ATUAL
                   PERFORM 0310-DEFINIR-DESTINO
                   IF WRK-NOVA-TURMA NOT = SPACES
                       MOVE WRK-NOVA-TURMA   TO AL-TURMA
                       MOVE WRK-PERIODO-NOVO TO AL-PERIODO
                       REWRITE STUDENT-MASTER-REC
                       PERFORM 0400-MATRICULAR-TURMA
                   END-IF
                   PERFORM 0480-IMPRIMIR-ALUNO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0260-LER-ALUNO.

       0310-DEFINIR-DESTINO.
           PERFORM 0350-VERIFICAR-DEVEDOR.
           IF WS-E-DEVEDOR
               MOVE 'RETIDO-INADIMPLENTE' TO WRK-RESULTADO
               ADD 1 TO WS-QTD-DEVEDORES-R
           ELSE
               PERFORM 0320-APURAR-RESULTADO
               EVALUATE TRUE
                   WHEN WS-QTD-DISC-ALUNO = ZEROS
                       MOVE 'SEM RESULTADO' TO WRK-RESULTADO
                       ADD 1 TO WS-QTD-PENDENTES
                   WHEN WS-QTD-REPROVADAS > ZEROS
                       MOVE 'RETIDO NA SERIE' TO WRK-RESULTADO
                       MOVE WRK-TURMA-ATUAL   TO WRK-NOVA-TURMA
                       ADD 1 TO WS-QTD-RETIDOS
                   WHEN WS-QTD-RECUPERACAO > ZEROS
                       MOVE 'PENDENTE-RECUPERACAO' TO WRK-RESULTADO
                       ADD 1 TO WS-QTD-PENDENTES
                   WHEN OTHER
                       PERFORM 0340-PROMOVER-ALUNO
               END-EVALUATE
           END-IF.

      *********** RESULTADOS DO ALUNO NO PERIODO ENCERRADO, UM POR *
      *********** DISCIPLINA (STUDENTF) ***************************
       0320-APURAR-RESULTADO.
           MOVE ZEROS TO WS-QTD-DISC-ALUNO WS-QTD-APROVADAS
                         WS-QTD-REPROVADAS WS-QTD-RECUPERACAO.
           MOVE 'N' TO WS-FIM-RESULTADO-SW.
           MOVE AL-MATRICULA TO ST-MATRICULA.
           MOVE LOW-VALUES   TO ST-TURMA ST-DISCIPLINA.
           START STUDENT-FILE
               KEY NOT LESS THAN ST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-RESULTADO-SW
           END-START.
           IF NOT WS-FIM-RESULTADO
               PERFORM 0325-LER-RESULTADO
           END-IF.
           PERFORM 0330-CLASSIFICAR-RESULTADO
               UNTIL WS-FIM-RESULTADO.

       0325-LER-RESULTADO.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-RESULTADO-SW
               NOT AT END
                   IF ST-MATRICULA NOT = AL-MATRICULA
                       MOVE 'S' TO WS-FIM-RESULTADO-SW
                   END-IF
           END-READ.

       0330-CLASSIFICAR-RESULTADO.
           IF ST-PERIODO = WRK-PERIODO-ATUAL
               IF WS-QTD-DISC-ALUNO < 30
                   ADD 1 TO WS-QTD-DISC-ALUNO
                   MOVE ST-DISCIPLINA
                       TO WS-DA-DISCIPLINA(WS-QTD-DISC-ALUNO)
               END-IF
               EVALUATE ST-STATUS
                   WHEN 'APROVADO'
                   WHEN 'APROV.BONUS'
                       ADD 1 TO WS-QTD-APROVADAS
                   WHEN 'RECUPERACAO'
                       ADD 1 TO WS-QTD-RECUPERACAO
                   WHEN OTHER
                       ADD 1 TO WS-QTD-REPROVADAS
               END-EVALUATE
           END-IF.
           PERFORM 0325-LER-RESULTADO.

      *********** APROVADO EM TODAS: TURMA SEGUINTE DA TURMAPRM ***
       0340-PROMOVER-ALUNO.
           MOVE WRK-TURMA-ATUAL TO WRK-NOVA-TURMA.
           PERFORM 0420-LOCALIZAR-TURMA.
           MOVE SPACES TO WRK-NOVA-TURMA.
           IF WS-IDX-ACHADO = ZEROS
               MOVE 'TURMA SEM SEQUENCIA' TO WRK-RESULTADO
               ADD 1 TO WS-QTD-SEM-SEQ
           ELSE
               IF WS-TU-PROXIMA(WS-IDX-ACHADO) = SPACES
                   MOVE 'CONCLUINTE' TO WRK-RESULTADO
                   ADD 1 TO WS-QTD-CONCLUINTES
               ELSE
                   MOVE WS-TU-PROXIMA(WS-IDX-ACHADO)
                       TO WRK-NOVA-TURMA
                   MOVE 'PROMOVIDO' TO WRK-RESULTADO
                   ADD 1 TO WS-QTD-PROMOVIDOS
               END-IF
           END-IF.

       0350-VERIFICAR-DEVEDOR.
           MOVE 'N' TO WS-DEVEDOR-SW.
           PERFORM 0355-COMPARAR-DEVEDOR
               VARYING WS-IDX-DEV FROM 1 BY 1
               UNTIL WS-IDX-DEV > WS-QTD-DEVEDORES
                  OR WS-E-DEVEDOR.

       0355-COMPARAR-DEVEDOR.
           IF WS-DEV-MATRICULA(WS-IDX-DEV) = AL-MATRICULA
               MOVE 'S' TO WS-DEVEDOR-SW
           END-IF.

      *********** ALUNO ENTRA NA LOTACAO DA TURMA NOVA E NO ********
      *********** ROSTPROX, UMA LINHA POR DISCIPLINA DA GRADE ******
       0400-MATRICULAR-TURMA.
           PERFORM 0420-LOCALIZAR-TURMA.
           IF WS-IDX-ACHADO = ZEROS
               IF WS-QTD-TURMAS < 150
                   ADD 1 TO WS-QTD-TURMAS
                   MOVE WS-QTD-TURMAS TO WS-IDX-ACHADO
                   MOVE WRK-NOVA-TURMA TO WS-TU-CODIGO(WS-IDX-ACHADO)
                   MOVE SPACES TO WS-TU-PROXIMA(WS-IDX-ACHADO)
                   MOVE WS-CAPACIDADE-PADRAO
                       TO WS-TU-CAPACIDADE(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-TU-LOTACAO(WS-IDX-ACHADO)
                   PERFORM 0425-LIMPAR-GRADE
                       VARYING WS-IDX-DISC FROM 1 BY 1
                       UNTIL WS-IDX-DISC > 12
               END-IF
           END-IF.
           IF WS-IDX-ACHADO > ZEROS
               ADD 1 TO WS-TU-LOTACAO(WS-IDX-ACHADO)
               IF WS-TU-DISCIPLINA(WS-IDX-ACHADO, 1) NOT = SPACES
                   PERFORM 0430-GRAVAR-DISCIPLINA-GRADE
                       VARYING WS-IDX-DISC FROM 1 BY 1
                       UNTIL WS-IDX-DISC > 12
               ELSE
                   PERFORM 0440-GRAVAR-DISCIPLINA-ALUNO
                       VARYING WS-IDX-DISC FROM 1 BY 1
                       UNTIL WS-IDX-DISC > WS-QTD-DISC-ALUNO
               END-IF
           END-IF.

       0420-LOCALIZAR-TURMA.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM 0422-COMPARAR-TURMA
               VARYING WS-IDX-TURMA FROM 1 BY 1
               UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
                  OR WS-IDX-ACHADO > ZEROS.

       0422-COMPARAR-TURMA.
           IF WS-TU-CODIGO(WS-IDX-TURMA) = WRK-NOVA-TURMA
               MOVE WS-IDX-TURMA TO WS-IDX-ACHADO
           END-IF.

       0425-LIMPAR-GRADE.
           MOVE SPACES TO WS-TU-DISCIPLINA(WS-IDX-ACHADO, WS-IDX-DISC).

       0430-GRAVAR-DISCIPLINA-GRADE.
           MOVE WS-TU-DISCIPLINA(WS-IDX-ACHADO, WS-IDX-DISC)
               TO WRK-DISCIPLINA.
           IF WRK-DISCIPLINA NOT = SPACES
               PERFORM 0450-GRAVAR-ROSTER
           END-IF.

       0440-GRAVAR-DISCIPLINA-ALUNO.
           MOVE WS-DA-DISCIPLINA(WS-IDX-DISC) TO WRK-DISCIPLINA.
           PERFORM 0450-GRAVAR-ROSTER.

       0450-GRAVAR-ROSTER.
           MOVE SPACES           TO ROSTER-REC.
           MOVE AL-MATRICULA     TO RO-MATRICULA.
           MOVE WRK-NOVA-TURMA   TO RO-TURMA.
           MOVE WRK-PERIODO-NOVO TO RO-PERIODO.
           MOVE WRK-DISCIPLINA   TO RO-DISCIPLINA.
           MOVE AL-NOME          TO RO-NOME.
           MOVE ZEROS            TO RO-NOTA1 RO-NOTA2 RO-NOTA3.
           WRITE ROSTER-REC.
           ADD 1 TO WS-QTD-GRAVADOS.

       0480-IMPRIMIR-ALUNO.
           MOVE AL-MATRICULA    TO WRA-MATRICULA.
           MOVE AL-NOME         TO WRA-NOME.
           MOVE WRK-TURMA-ATUAL TO WRA-TURMA.
           MOVE WRK-RESULTADO   TO WRA-RESULTADO.
           MOVE WRK-NOVA-TURMA  TO WRA-NOVA-TURMA.
           WRITE ROLLOVER-REPORT-LINE FROM WS-REL-DETALHE.

      *********** LOTACAO DO NOVO PERIODO CONTRA A CAPACIDADE *****
       0500-IMPRIMIR-LOTACAO.
           WRITE ROLLOVER-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'PROMOVIDOS..................: ' TO WRQ-DESCRICAO.
           MOVE WS-QTD-PROMOVIDOS TO WRQ-QTD.
           WRITE ROLLOVER-REPORT-LINE FROM WS-REL-TOTAL.
           MOVE 'RETIDOS NA SERIE............: ' TO WRQ-DESCRICAO.
           MOVE WS-QTD-RETIDOS TO WRQ-QTD.
           WRITE ROLLOVER-REPORT-LINE FROM WS-REL-TOTAL.
           MOVE 'CONCLUINTES.................: ' TO WRQ-DESCRICAO.
           MOVE WS-QTD-CONCLUINTES TO WRQ-QTD.
           WRITE ROLLOVER-REPORT-LINE FROM WS-REL-TOTAL.
           MOVE 'RETIDOS INADIMPLENTES.......: ' TO WRQ-DESCRICAO.
           MOVE WS-QTD-DEVEDORES-R TO WRQ-QTD.
           WRITE ROLLOVER-REPORT-LINE FROM WS-REL-TOTAL.
           MOVE 'PENDENTES (RECUP./SEM NOTA).: ' TO WRQ-DESCRICAO.
           MOVE WS-QTD-PENDENTES TO WRQ-QTD.
           WRITE ROLLOVER-REPORT-LINE FROM WS-REL-TOTAL.
           MOVE 'TURMA SEM SEQUENCIA.........: ' TO WRQ-DESCRICAO.
           MOVE WS-QTD-SEM-SEQ TO WRQ-QTD.
           WRITE ROLLOVER-REPORT-LINE FROM WS-REL-TOTAL.
           MOVE 'JA REMANEJADOS..............: ' TO WRQ-DESCRICAO.
           MOVE WS-QTD-JA-VIRADOS TO WRQ-QTD.
           WRITE ROLLOVER-REPORT-LINE FROM WS-REL-TOTAL.
           MOVE SPACES TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE FROM WS-LOT-CABECALHO.
           WRITE ROLLOVER-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           PERFORM 0510-IMPRIMIR-TURMA
               VARYING WS-IDX-TURMA FROM 1 BY 1
               UNTIL WS-IDX-TURMA > WS-QTD-TURMAS.

       0510-IMPRIMIR-TURMA.
           MOVE WS-TU-CODIGO(WS-IDX-TURMA)     TO WLD-TURMA.
           MOVE WS-TU-LOTACAO(WS-IDX-TURMA)    TO WLD-ALUNOS.
           MOVE WS-TU-CAPACIDADE(WS-IDX-TURMA) TO WLD-CAPACIDADE.
           MOVE WS-TU-LOTACAO(WS-IDX-TURMA)    TO WRK-ALUNOS.
           COMPUTE WRK-OCUPACAO ROUNDED =
               WRK-ALUNOS * 100 / WS-TU-CAPACIDADE(WS-IDX-TURMA).
           MOVE WRK-OCUPACAO TO WLD-OCUPACAO.
           IF WS-TU-LOTACAO(WS-IDX-TURMA)
              > WS-TU-CAPACIDADE(WS-IDX-TURMA)
               MOVE 'ACIMA DA LOTACAO' TO WLD-SITUACAO
               ADD 1 TO WS-QTD-ACIMA
           ELSE
               MOVE SPACES TO WLD-SITUACAO
           END-IF.
           WRITE ROLLOVER-REPORT-LINE FROM WS-LOT-DETALHE.

      *********** RC 4 (LOTACAO EXCEDIDA OU TURMA SEM SEQUENCIA), *
      *********** SALVO FALHA JA MARCADA COM 8 *********************
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
               MOVE 'PRGCB105'         TO RC-PROGRAMA
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
