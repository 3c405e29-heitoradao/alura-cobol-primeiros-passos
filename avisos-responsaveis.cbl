       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB108.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = AVISOS SEMANAIS AOS
      ***                            RESPONSAVEIS: PROCURA NO
      ***                            STUDENTF OS ALUNOS EM
      ***                            RECUPERACAO, NO FREQUENC OS
      ***                            QUE ESTAO PERTO (OU ABAIXO)
      ***                            DO LIMITE DE 75 POR CENTO DE
      ***                            FREQUENCIA E NO MENSALID AS
      ***                            MENSALIDADES VENCIDAS, E GRAVA
      ***                            NO AVISOSAI UMA MENSAGEM POR
      ***                            RESPONSAVEL DO RESPONS PARA O
      ***                            PROVEDOR DE E-MAIL/SMS; O
      ***                            HISTORICO AVISOHIS (INDEXADO
      ***                            POR MATRICULA/TIPO/REFERENCIA)
      ***                            IMPEDE REPETIR O MESMO AVISO
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   FD DO MENSALID COM 64 POSICOES
      ***                    (DESCONTO ANTECIPADO CONDICIONAL
      ***                    NO TUITION.COB)
      ***   15/10/2026 HJR   REFERENCIA DO AVISOHIS COM O PERIODO
      ***                    (FD DE 34 POSICOES): RECUPERACAO E
      ***                    FREQUENCIA VOLTAM A SER AVISADAS NO
      ***                    PERIODO SEGUINTE; A FREQUENCIA SO
      ***                    SOMA AS AULAS DO PERIODO ATUAL
      ***   15/10/2026 HJR   AVISOHIS PASSA A INDEXADO POR
      ***                    MATRICULA/TIPO/REFERENCIA (FD DE 32
      ***                    POSICOES): CADA AVISO E CONFERIDO
      ***                    POR LEITURA DIRETA, SEM A TABELA DE
      ***                    5000 AVISOS CARREGADA NO INICIO
      ***--------------------------------------------------
      ***   AVISO SEM RESPONSAVEL CADASTRADO (OU SO COM CANAL N)
      ***   NAO VAI PARA O HISTORICO: SAI NA SEMANA EM QUE O
      ***   RESPONSAVEL FOR CADASTRADO. RETORNO: 0 = OK, 4 = ALUNO
      ***   SEM RESPONSAVEL OU TABELA CHEIA, 8 = SEM O HISTORICO
      ***   OU SEM O ARQUIVO DE SAIDA
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO 'STUDENTF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-CHAVE
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-STUMAST-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO 'RESPONS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CHAVE
               FILE STATUS IS WS-RESPONS-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO 'FREQUENC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQ-STATUS.
           SELECT TUITION-FILE ASSIGN TO 'MENSALID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITION-STATUS.
           SELECT NOTICE-HIST-FILE ASSIGN TO 'AVISOHIS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT NOTICE-OUT-FILE ASSIGN TO 'AVISOSAI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISOSAI-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY 'STUDENT.COB'.

       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY 'STUMAST.COB'.

       FD  GUARDIAN-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY 'RESPONS.COB'.

       FD  ATTENDANCE-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY 'FREQUENC.COB'.

       FD  TUITION-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY 'TUITION.COB'.

       FD  NOTICE-HIST-FILE
           RECORD CONTAINS 32 CHARACTERS.
           COPY 'AVISOHIS.COB'.

       FD  NOTICE-OUT-FILE
           RECORD CONTAINS 226 CHARACTERS.
           COPY 'AVISOSAI.COB'.

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-STUDENT-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-STUMAST-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-RESPONS-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-FREQ-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-TUITION-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-HIST-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-AVISOSAI-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-STUDENT-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-STUDENT                   VALUE 'S'.
       77  WS-FIM-RESPONS-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-RESPONS                   VALUE 'S'.
       77  WS-FIM-FREQ-SW        PIC X(01)     VALUE 'N'.
           88 WS-FIM-FREQ                      VALUE 'S'.
       77  WS-FIM-TUITION-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-TUITION                   VALUE 'S'.
       77  WS-STUMAST-ABERTO-SW  PIC X(01)     VALUE 'N'.
           88 WS-STUMAST-ABERTO                VALUE 'S'.
       77  WS-HIST-ABERTO-SW     PIC X(01)     VALUE 'N'.
           88 WS-HIST-ABERTO                   VALUE 'S'.
       77  WS-SAIDA-ABERTA-SW    PIC X(01)     VALUE 'N'.
           88 WS-SAIDA-ABERTA                  VALUE 'S'.
       77  WS-ALUNO-ACHADO-SW    PIC X(01)     VALUE 'N'.
           88 WS-ALUNO-ACHADO                  VALUE 'S'.
       77  WS-HIS-ACHADO-SW      PIC X(01)     VALUE 'N'.
           88 WS-HIS-ACHADO                    VALUE 'S'.
       77  WS-FREQ-ACHADA-SW     PIC X(01)     VALUE 'N'.
           88 WS-FREQ-ACHADA                   VALUE 'S'.
       77  WS-PCT-LIMITE         PIC 9(03)     VALUE 75.
       77  WS-PCT-ALERTA         PIC 9(03)     VALUE 80.
       77  WS-MIN-AULAS          PIC 9(04)     VALUE 8.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-MATRICULA         PIC 9(06)     VALUE ZEROS.
       77  WRK-TIPO              PIC X(01)     VALUE SPACES.
       77  WRK-REFERENCIA        PIC X(14)     VALUE SPACES.
       77  WRK-MENSAGEM          PIC X(120)    VALUE SPACES.
       77  WRK-NOME-ALUNO        PIC X(30)     VALUE SPACES.
       77  WRK-PCT-FREQUENCIA    PIC 9(03)     VALUE ZEROS.
       77  WRK-QTD-ENVIADOS      PIC 9(01)     VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(04)     VALUE ZEROS.
       77  WRK-IDX-ACHADO        PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-RESPONSAVEIS   PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-FREQ           PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-AVISOS-REC     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-AVISOS-FREQ    PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-AVISOS-LIM     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-AVISOS-MENS    PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-JA-AVISADOS    PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-SEM-RESP       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-MENSAGENS      PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-PERIODO-ANT    PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-FREQ-ANT       PIC 9(06)     VALUE ZEROS.

       01  WRK-DATA-VENC         PIC 9(08)     VALUE ZEROS.
       01  WRK-DATA-VENC-GRP REDEFINES WRK-DATA-VENC.
           02 WRK-DV-ANO         PIC 9(04).
           02 WRK-DV-MES         PIC 9(02).
           02 WRK-DV-DIA         PIC 9(02).
       01  WRK-VALOR-ED          PIC ZZZ.ZZ9,99.
       01  WRK-MEDIA-ED          PIC Z9,9.
       01  WRK-PCT-ED            PIC ZZ9.

      *********** RESPONSAVEIS QUE RECEBEM AVISO (CANAL <> N) ******
       01  WS-TABELA-RESPONSAVEIS.
           02 WS-RSP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-RSP.
               03 WS-RSP-MATRICULA   PIC 9(06).
               03 WS-RSP-SEQUENCIA   PIC 9(01).
               03 WS-RSP-NOME        PIC X(30).
               03 WS-RSP-EMAIL       PIC X(40).
               03 WS-RSP-CELULAR     PIC X(11).
               03 WS-RSP-CANAL       PIC X(01).

      *********** AULAS E PRESENCAS POR ALUNO/TURMA/DISCIPLINA *****
      *********** NO PERIODO ATUAL DO ALUNO (INICIO = DIA 1 DO *****
      *********** MES DO PERIODO NO STUMAST; ZERO = SEM CADASTRO) **
       01  WS-TABELA-FREQ.
           02 WS-FREQ-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-FREQ.
               03 WS-FRQ-MATRICULA   PIC 9(06).
               03 WS-FRQ-TURMA       PIC X(05).
               03 WS-FRQ-DISCIPLINA  PIC X(03).
               03 WS-FRQ-PERIODO     PIC 9(06).
               03 WS-FRQ-INICIO      PIC 9(08).
               03 WS-FRQ-AULAS       PIC 9(04).
               03 WS-FRQ-PRESENCAS   PIC 9(04).

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0100-CARREGAR-RESPONSAVEIS.
           PERFORM 0050-ABRIR-ARQUIVOS.
           IF WS-SAIDA-ABERTA
               PERFORM 0200-AVISOS-RECUPERACAO
               PERFORM 0300-AVISOS-FREQUENCIA
               PERFORM 0400-AVISOS-MENSALIDADE
               CLOSE NOTICE-OUT-FILE
           END-IF.
           IF WS-STUMAST-ABERTO
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-HIST-ABERTO
               CLOSE NOTICE-HIST-FILE
           END-IF.
           PERFORM 0800-RESUMO.
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

      *********** SAIDA PARA O PROVEDOR E HISTORICO (I-O, CRIADO ***
      *********** VAZIO NA PRIMEIRA SEMANA); ***********************
      *********** O STUMAST SO DA O NOME E O PERIODO/TURMA ATUAIS **
      *********** DO ALUNO - SEM ELE, O AVISO SAI SEM ESSE FILTRO **
       0050-ABRIR-ARQUIVOS.
           OPEN OUTPUT NOTICE-OUT-FILE.
           IF WS-AVISOSAI-STATUS = '00'
               MOVE 'S' TO WS-SAIDA-ABERTA-SW
           ELSE
               DISPLAY 'ARQUIVO AVISOSAI INDISPONIVEL - STATUS '
                   WS-AVISOSAI-STATUS
               MOVE 'PRGCB108' TO EL-PROGRAMA
               MOVE '0050-ABRIR-ARQUIVOS' TO EL-PARAGRAFO
               MOVE 'ARQUIVO DE SAIDA AVISOSAI INDISPONIVEL'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           END-IF.
           OPEN I-O NOTICE-HIST-FILE.
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT NOTICE-HIST-FILE
               CLOSE NOTICE-HIST-FILE
               OPEN I-O NOTICE-HIST-FILE
           END-IF.
           IF WS-HIST-STATUS = '00'
               MOVE 'S' TO WS-HIST-ABERTO-SW
           ELSE
               DISPLAY 'HISTORICO AVISOHIS INDISPONIVEL - STATUS '
                   WS-HIST-STATUS ' - NENHUM AVISO ENVIADO'
               MOVE 'PRGCB108' TO EL-PROGRAMA
               MOVE '0050-ABRIR-ARQUIVOS' TO EL-PARAGRAFO
               MOVE 'HISTORICO AVISOHIS INDISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               IF WS-SAIDA-ABERTA
                   CLOSE NOTICE-OUT-FILE
                   MOVE 'N' TO WS-SAIDA-ABERTA-SW
               END-IF
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUMAST-STATUS = '00'
               MOVE 'S' TO WS-STUMAST-ABERTO-SW
           END-IF.

      *********** RESPONSAVEIS DO RESPONS; CANAL N NAO RECEBE ******
       0100-CARREGAR-RESPONSAVEIS.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-RESPONS-STATUS = '00'
               PERFORM 0110-LER-RESPONSAVEL
               PERFORM 0120-ARMAZENAR-RESPONSAVEL
                   UNTIL WS-FIM-RESPONS
               CLOSE GUARDIAN-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO RESPONS AUSENTE - NENHUM '
                   'AVISO TEM DESTINATARIO'
               MOVE 'PRGCB108' TO EL-PROGRAMA
               MOVE '0100-CARREGAR-RESP' TO EL-PARAGRAFO
               MOVE 'CADASTRO DE RESPONSAVEIS RESPONS AUSENTE'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.

       0110-LER-RESPONSAVEL.
           READ GUARDIAN-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-RESPONS-SW
           END-READ.

       0120-ARMAZENAR-RESPONSAVEL.
           IF NOT RP-NAO-AVISAR
               IF WS-QTD-RESPONSAVEIS < 2000
                   ADD 1 TO WS-QTD-RESPONSAVEIS
                   MOVE WS-QTD-RESPONSAVEIS TO WRK-IDX-I
                   MOVE RP-MATRICULA TO WS-RSP-MATRICULA(WRK-IDX-I)
                   MOVE RP-SEQUENCIA TO WS-RSP-SEQUENCIA(WRK-IDX-I)
                   MOVE RP-NOME      TO WS-RSP-NOME(WRK-IDX-I)
                   MOVE RP-EMAIL     TO WS-RSP-EMAIL(WRK-IDX-I)
                   MOVE RP-CELULAR   TO WS-RSP-CELULAR(WRK-IDX-I)
                   MOVE RP-CANAL     TO WS-RSP-CANAL(WRK-IDX-I)
               ELSE
                   DISPLAY 'TABELA DE RESPONSAVEIS CHEIA - '
                       RP-MATRICULA '/' RP-SEQUENCIA ' IGNORADO'
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0110-LER-RESPONSAVEL.

      *********** AVISO JA ENVIADO: LEITURA DIRETA DO AVISOHIS ****
      *********** PELA CHAVE MATRICULA/TIPO/REFERENCIA ************
       0180-BUSCAR-HISTORICO.
           MOVE 'N' TO WS-HIS-ACHADO-SW.
           MOVE WRK-MATRICULA  TO AH-MATRICULA.
           MOVE WRK-TIPO       TO AH-TIPO.
           MOVE WRK-REFERENCIA TO AH-REFERENCIA.
           READ NOTICE-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-HIS-ACHADO-SW
           END-READ.

      *********** NOME, TURMA E PERIODO ATUAIS DO ALUNO (STUMAST) **
       0195-BUSCAR-ALUNO.
           MOVE 'N'    TO WS-ALUNO-ACHADO-SW.
           MOVE SPACES TO WRK-NOME-ALUNO.
           IF WS-STUMAST-ABERTO
               MOVE WRK-MATRICULA TO AL-MATRICULA
               READ STUDENT-MASTER-FILE
                   NOT INVALID KEY
                       MOVE 'S'     TO WS-ALUNO-ACHADO-SW
                       MOVE AL-NOME TO WRK-NOME-ALUNO
               END-READ
           END-IF.

      *********** ALUNOS EM RECUPERACAO NO STUDENTF, SO DO PERIODO *
      *********** ATUAL DO ALUNO NO STUMAST (REFERENCIA = PERIODO **
      *********** + TURMA + DISCIPLINA) ****************************
       0200-AVISOS-RECUPERACAO.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS NOT = '00'
               DISPLAY 'AVISO: ARQUIVO STUDENTF AUSENTE - SEM AVISOS '
                   'DE RECUPERACAO'
           ELSE
               PERFORM 0210-LER-RESULTADO
               PERFORM 0220-AVALIAR-RESULTADO
                   UNTIL WS-FIM-STUDENT
               CLOSE STUDENT-FILE
           END-IF.

       0210-LER-RESULTADO.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-STUDENT-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0220-AVALIAR-RESULTADO.
           IF ST-STATUS = 'RECUPERACAO'
               MOVE ST-MATRICULA TO WRK-MATRICULA
               PERFORM 0195-BUSCAR-ALUNO
               IF WS-ALUNO-ACHADO
                  AND AL-PERIODO NOT = ST-PERIODO
                   ADD 1 TO WS-QTD-PERIODO-ANT
               ELSE
                   IF NOT WS-ALUNO-ACHADO
                       MOVE ST-NOME TO WRK-NOME-ALUNO
                   END-IF
                   MOVE 'R' TO WRK-TIPO
                   MOVE SPACES TO WRK-REFERENCIA
                   STRING ST-PERIODO ST-TURMA ST-DISCIPLINA
                       DELIMITED BY SIZE INTO WRK-REFERENCIA
                   MOVE ST-MEDIA TO WRK-MEDIA-ED
                   MOVE SPACES TO WRK-MENSAGEM
                   STRING 'O ALUNO ' DELIMITED BY SIZE
                          WRK-NOME-ALUNO DELIMITED BY '  '
                          ' ESTA EM RECUPERACAO NA DISCIPLINA '
                              DELIMITED BY SIZE
                          ST-DISCIPLINA DELIMITED BY SIZE
                          ' DA TURMA ' DELIMITED BY SIZE
                          ST-TURMA DELIMITED BY SPACE
                          ' (MEDIA ' DELIMITED BY SIZE
                          WRK-MEDIA-ED DELIMITED BY SIZE
                          '). PROCURE A COORDENACAO.'
                              DELIMITED BY SIZE
                       INTO WRK-MENSAGEM
                   PERFORM 0500-EMITIR-AVISO
               END-IF
           END-IF.
           PERFORM 0210-LER-RESULTADO.

      *********** FREQUENCIA POR ALUNO/TURMA/DISCIPLINA (FREQUENC) *
      *********** COM PELO MENOS 8 AULAS: ABAIXO DE 80 AVISA QUE ***
      *********** ESTA PERTO DO LIMITE, ABAIXO DE 75 QUE JA ESTA ***
      *********** ABAIXO; SO A TURMA ATUAL DO ALUNO NO STUMAST *****
      *********** E SO AS AULAS DO PERIODO ATUAL, DO INICIO DO *****
      *********** PERIODO ATE A DATA DE PROCESSAMENTO - O ALUNO ****
      *********** QUE REPETE A TURMA NAO SOMA AS FALTAS DO *********
      *********** PERIODO ANTERIOR *********************************
       0300-AVISOS-FREQUENCIA.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-FREQ-STATUS NOT = '00'
               DISPLAY 'AVISO: ARQUIVO FREQUENC AUSENTE - SEM AVISOS '
                   'DE FREQUENCIA'
           ELSE
               PERFORM 0310-LER-FREQUENCIA
               PERFORM 0320-SOMAR-FREQUENCIA
                   UNTIL WS-FIM-FREQ
               CLOSE ATTENDANCE-FILE
               PERFORM 0340-AVALIAR-FREQUENCIA
                   VARYING WRK-IDX-I FROM 1 BY 1
                   UNTIL WRK-IDX-I > WS-QTD-FREQ
           END-IF.

       0310-LER-FREQUENCIA.
           READ ATTENDANCE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-FREQ-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0320-SOMAR-FREQUENCIA.
           MOVE 'N' TO WS-FREQ-ACHADA-SW.
           PERFORM 0330-COMPARAR-FREQUENCIA
               VARYING WS-IDX-FREQ FROM 1 BY 1
               UNTIL WS-IDX-FREQ > WS-QTD-FREQ
                  OR WS-FREQ-ACHADA.
           IF NOT WS-FREQ-ACHADA
               IF WS-QTD-FREQ < 2000
                   ADD 1 TO WS-QTD-FREQ
                   MOVE WS-QTD-FREQ TO WRK-IDX-ACHADO
                   MOVE FQ-MATRICULA
                       TO WS-FRQ-MATRICULA(WRK-IDX-ACHADO)
                   MOVE FQ-TURMA
                       TO WS-FRQ-TURMA(WRK-IDX-ACHADO)
                   MOVE FQ-DISCIPLINA
                       TO WS-FRQ-DISCIPLINA(WRK-IDX-ACHADO)
                   MOVE ZEROS TO WS-FRQ-AULAS(WRK-IDX-ACHADO)
                   MOVE ZEROS TO WS-FRQ-PRESENCAS(WRK-IDX-ACHADO)
                   PERFORM 0325-BUSCAR-INICIO-PERIODO
                   MOVE 'S' TO WS-FREQ-ACHADA-SW
               ELSE
                   IF WRK-RETORNO < 4
                       DISPLAY 'TABELA DE FREQUENCIA CHEIA - '
                           'APONTAMENTOS EXCEDENTES IGNORADOS'
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               END-IF
           END-IF.
           IF WS-FREQ-ACHADA
               IF FQ-DATA-AULA < WS-FRQ-INICIO(WRK-IDX-ACHADO)
                  OR FQ-DATA-AULA > WS-DATA-PROCESSO
                   ADD 1 TO WS-QTD-FREQ-ANT
               ELSE
                   ADD 1 TO WS-FRQ-AULAS(WRK-IDX-ACHADO)
                   IF FQ-PRESENTE = 'S'
                       ADD 1 TO WS-FRQ-PRESENCAS(WRK-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0310-LER-FREQUENCIA.

       0325-BUSCAR-INICIO-PERIODO.
           MOVE FQ-MATRICULA TO WRK-MATRICULA.
           PERFORM 0195-BUSCAR-ALUNO.
           IF WS-ALUNO-ACHADO
               MOVE AL-PERIODO TO WS-FRQ-PERIODO(WRK-IDX-ACHADO)
               COMPUTE WS-FRQ-INICIO(WRK-IDX-ACHADO) =
                   AL-PERIODO * 100 + 1
           ELSE
               MOVE ZEROS TO WS-FRQ-PERIODO(WRK-IDX-ACHADO)
               MOVE ZEROS TO WS-FRQ-INICIO(WRK-IDX-ACHADO)
           END-IF.

       0330-COMPARAR-FREQUENCIA.
           IF WS-FRQ-MATRICULA(WS-IDX-FREQ) = FQ-MATRICULA
              AND WS-FRQ-TURMA(WS-IDX-FREQ) = FQ-TURMA
              AND WS-FRQ-DISCIPLINA(WS-IDX-FREQ) = FQ-DISCIPLINA
               MOVE 'S' TO WS-FREQ-ACHADA-SW
               SET WRK-IDX-ACHADO TO WS-IDX-FREQ
           END-IF.

       0340-AVALIAR-FREQUENCIA.
           IF WS-FRQ-AULAS(WRK-IDX-I) NOT < WS-MIN-AULAS
               COMPUTE WRK-PCT-FREQUENCIA ROUNDED =
                   WS-FRQ-PRESENCAS(WRK-IDX-I) * 100
                   / WS-FRQ-AULAS(WRK-IDX-I)
               IF WRK-PCT-FREQUENCIA < WS-PCT-ALERTA
                   MOVE WS-FRQ-MATRICULA(WRK-IDX-I) TO WRK-MATRICULA
                   PERFORM 0195-BUSCAR-ALUNO
                   IF WS-ALUNO-ACHADO
                      AND AL-TURMA NOT = WS-FRQ-TURMA(WRK-IDX-I)
                       ADD 1 TO WS-QTD-PERIODO-ANT
                   ELSE
                       PERFORM 0350-MONTAR-AVISO-FREQUENCIA
                       PERFORM 0500-EMITIR-AVISO
                   END-IF
               END-IF
           END-IF.

       0350-MONTAR-AVISO-FREQUENCIA.
           MOVE SPACES TO WRK-REFERENCIA.
           STRING WS-FRQ-PERIODO(WRK-IDX-I)
                  WS-FRQ-TURMA(WRK-IDX-I)
                  WS-FRQ-DISCIPLINA(WRK-IDX-I)
               DELIMITED BY SIZE INTO WRK-REFERENCIA.
           MOVE WRK-PCT-FREQUENCIA TO WRK-PCT-ED.
           MOVE SPACES TO WRK-MENSAGEM.
           IF WRK-PCT-FREQUENCIA < WS-PCT-LIMITE
               MOVE 'L' TO WRK-TIPO
               STRING 'O ALUNO ' DELIMITED BY SIZE
                      WRK-NOME-ALUNO DELIMITED BY '  '
                      ' TEM FREQUENCIA DE ' DELIMITED BY SIZE
                      WRK-PCT-ED DELIMITED BY SIZE
                      '% NA DISCIPLINA ' DELIMITED BY SIZE
                      WS-FRQ-DISCIPLINA(WRK-IDX-I)
                          DELIMITED BY SIZE
                      ', ABAIXO DO MINIMO DE 75% - RISCO DE '
                          DELIMITED BY SIZE
                      'REPROVACAO POR FALTA.' DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
           ELSE
               MOVE 'F' TO WRK-TIPO
               STRING 'O ALUNO ' DELIMITED BY SIZE
                      WRK-NOME-ALUNO DELIMITED BY '  '
                      ' TEM FREQUENCIA DE ' DELIMITED BY SIZE
                      WRK-PCT-ED DELIMITED BY SIZE
                      '% NA DISCIPLINA ' DELIMITED BY SIZE
                      WS-FRQ-DISCIPLINA(WRK-IDX-I)
                          DELIMITED BY SIZE
                      ', PERTO DO MINIMO DE 75% EXIGIDO.'
                          DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
           END-IF.

      *********** MENSALIDADES EM ABERTO VENCIDAS NA DATA DE *******
      *********** PROCESSAMENTO (REFERENCIA = COMPETENCIA) *********
       0400-AVISOS-MENSALIDADE.
           OPEN INPUT TUITION-FILE.
           IF WS-TUITION-STATUS NOT = '00'
               DISPLAY 'AVISO: ARQUIVO MENSALID AUSENTE - SEM AVISOS '
                   'DE MENSALIDADE'
           ELSE
               PERFORM 0410-LER-MENSALIDADE
               PERFORM 0420-AVALIAR-MENSALIDADE
                   UNTIL WS-FIM-TUITION
               CLOSE TUITION-FILE
           END-IF.

       0410-LER-MENSALIDADE.
           READ TUITION-FILE
               AT END
                   MOVE 'S' TO WS-FIM-TUITION-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0420-AVALIAR-MENSALIDADE.
           IF TU-SITUACAO = 'A'
              AND TU-VALOR > ZEROS
              AND TU-DATA-VENCIMENTO < WS-DATA-PROCESSO
               MOVE TU-MATRICULA TO WRK-MATRICULA
               PERFORM 0195-BUSCAR-ALUNO
               MOVE 'M' TO WRK-TIPO
               MOVE TU-COMPETENCIA TO WRK-REFERENCIA
               MOVE TU-DATA-VENCIMENTO TO WRK-DATA-VENC
               MOVE TU-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO WRK-MENSAGEM
               STRING 'A MENSALIDADE ' DELIMITED BY SIZE
                      TU-COMPETENCIA DELIMITED BY SIZE
                      ' DO ALUNO ' DELIMITED BY SIZE
                      WRK-NOME-ALUNO DELIMITED BY '  '
                      ' VENCEU EM ' DELIMITED BY SIZE
                      WRK-DV-DIA '/' WRK-DV-MES '/' WRK-DV-ANO
                          DELIMITED BY SIZE
                      ' E CONSTA EM ABERTO: R$ ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
               PERFORM 0500-EMITIR-AVISO
           END-IF.
           PERFORM 0410-LER-MENSALIDADE.

      *********** UM REGISTRO NO AVISOSAI POR RESPONSAVEL DA *******
      *********** MATRICULA; AVISO JA DADO NAO SE REPETE E O NOVO **
      *********** SO ENTRA NO HISTORICO SE ALGUEM O RECEBEU ********
       0500-EMITIR-AVISO.
           PERFORM 0180-BUSCAR-HISTORICO.
           IF WS-HIS-ACHADO
               ADD 1 TO WS-QTD-JA-AVISADOS
           ELSE
               MOVE ZEROS TO WRK-QTD-ENVIADOS
               PERFORM 0510-AVISAR-RESPONSAVEL
                   VARYING WS-IDX-RSP FROM 1 BY 1
                   UNTIL WS-IDX-RSP > WS-QTD-RESPONSAVEIS
               IF WRK-QTD-ENVIADOS = ZEROS
                   ADD 1 TO WS-QTD-SEM-RESP
                   DISPLAY 'MATRICULA ' WRK-MATRICULA
                       ' SEM RESPONSAVEL PARA O AVISO ' WRK-TIPO
                       ' ' WRK-REFERENCIA
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               ELSE
                   PERFORM 0520-GRAVAR-HISTORICO
               END-IF
           END-IF.

       0510-AVISAR-RESPONSAVEL.
           IF WS-RSP-MATRICULA(WS-IDX-RSP) = WRK-MATRICULA
               MOVE SPACES TO NOTICE-OUT-REC
               MOVE WS-DATA-PROCESSO TO AS-DATA-ENVIO
               MOVE WS-RSP-CANAL(WS-IDX-RSP) TO AS-CANAL
               MOVE WRK-MATRICULA TO AS-MATRICULA
               MOVE WS-RSP-SEQUENCIA(WS-IDX-RSP)
                   TO AS-SEQ-RESPONSAVEL
               MOVE WS-RSP-NOME(WS-IDX-RSP) TO AS-NOME-RESPONSAVEL
               MOVE WS-RSP-EMAIL(WS-IDX-RSP) TO AS-EMAIL
               MOVE WS-RSP-CELULAR(WS-IDX-RSP) TO AS-CELULAR
               MOVE WRK-TIPO     TO AS-TIPO
               MOVE WRK-MENSAGEM TO AS-MENSAGEM
               WRITE NOTICE-OUT-REC
               ADD 1 TO WRK-QTD-ENVIADOS
               ADD 1 TO WS-QTD-MENSAGENS
           END-IF.

       0520-GRAVAR-HISTORICO.
           EVALUATE WRK-TIPO
               WHEN 'R'
                   ADD 1 TO WS-QTD-AVISOS-REC
               WHEN 'F'
                   ADD 1 TO WS-QTD-AVISOS-FREQ
               WHEN 'L'
                   ADD 1 TO WS-QTD-AVISOS-LIM
               WHEN OTHER
                   ADD 1 TO WS-QTD-AVISOS-MENS
           END-EVALUATE.
           MOVE SPACES TO NOTICE-HIST-REC.
           MOVE WS-DATA-PROCESSO TO AH-DATA-ENVIO.
           MOVE WRK-MATRICULA    TO AH-MATRICULA.
           MOVE WRK-TIPO         TO AH-TIPO.
           MOVE WRK-REFERENCIA   TO AH-REFERENCIA.
           MOVE WRK-QTD-ENVIADOS TO AH-QTD-RESPONSAVEIS.
           WRITE NOTICE-HIST-REC
               INVALID KEY
                   DISPLAY 'AVISO JA NO HISTORICO - MATRICULA '
                       WRK-MATRICULA ' TIPO ' WRK-TIPO
           END-WRITE.

       0800-RESUMO.
           DISPLAY 'AVISOS AOS RESPONSAVEIS EM ' WS-DATA-PROCESSO.
           DISPLAY 'REGISTROS LIDOS.................: ' WS-QTD-LIDOS.
           DISPLAY 'RESPONSAVEIS COM CANAL DE AVISO.: '
               WS-QTD-RESPONSAVEIS.
           DISPLAY 'AVISOS NOVOS DE RECUPERACAO.....: '
               WS-QTD-AVISOS-REC.
           DISPLAY 'AVISOS NOVOS DE FREQUENCIA......: '
               WS-QTD-AVISOS-FREQ.
           DISPLAY 'AVISOS NOVOS ABAIXO DO LIMITE...: '
               WS-QTD-AVISOS-LIM.
           DISPLAY 'AVISOS NOVOS DE MENSALIDADE.....: '
               WS-QTD-AVISOS-MENS.
           DISPLAY 'MENSAGENS GRAVADAS EM AVISOSAI..: '
               WS-QTD-MENSAGENS.
           DISPLAY 'AVISOS JA ENVIADOS (IGNORADOS)..: '
               WS-QTD-JA-AVISADOS.
           DISPLAY 'AVISOS SEM RESPONSAVEL..........: '
               WS-QTD-SEM-RESP.
           DISPLAY 'FORA DA TURMA/PERIODO ATUAL.....: '
               WS-QTD-PERIODO-ANT.
           DISPLAY 'AULAS FORA DO PERIODO ATUAL.....: '
               WS-QTD-FREQ-ANT.

       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCB108'           TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO     TO RC-DATA
               MOVE WS-HORA-INICIO       TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL        TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS         TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-MENSAGENS     TO RC-REGISTROS-SAIDA
               MOVE ZEROS                TO RC-TOTAL
               MOVE WRK-RETORNO          TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
