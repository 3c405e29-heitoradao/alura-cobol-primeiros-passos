       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB106.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CADASTROS ACADEMICOS: CATALOGO
      ***                            DE DISCIPLINAS (DISCCAD, COM
      ***                            NOME E CARGA HORARIA),
      ***                            CADASTRO DE PROFESSORES
      ***                            (PROFMAST) E ATRIBUICAO DA
      ***                            DISCIPLINA DA TURMA A UM
      ***                            PROFESSOR (ATRIBUI), CONTRA A
      ***                            QUAL A APURACAO, A CHAMADA E A
      ***                            CORRECAO DE NOTAS VALIDAM A
      ***                            DISCIPLINA (SUB-ROTINA
      ***                            ATRIBVAL); INCLUSAO/ALTERACAO
      ***                            E LISTAGEM DOS TRES ARQUIVOS
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   INCLUIDO O CALENDARIO ACADEMICO
      ***                    (CALACAD): PRAZO DE LANCAMENTO DE
      ***                    CADA AVALIACAO E BLOQUEIO DO PERIODO,
      ***                    CONFERIDOS PELA SUB-ROTINA PRAZOVAL
      ***                    NA APURACAO, NA RECUPERACAO E NA
      ***                    CORRECAO DE NOTAS (OPCOES 7 E 8)
      ***   15/10/2026 HJR   DESBLOQUEIO DO PERIODO OU MUDANCA DE
      ***                    PRAZO JA GRAVADO NO CALACAD SO COM
      ***                    APROVACAO DE SUPERVISOR (SUPAUTH);
      ***                    SUPERVISOR E VALOR ANTIGO/NOVO DE
      ***                    CADA CAMPO VAO PARA O ERRLOG, E A
      ***                    TENTATIVA RECUSADA TAMBEM
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-FILE ASSIGN TO 'DISCCAD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CODIGO
               FILE STATUS IS WS-DISCCAD-STATUS.
           SELECT TEACHER-MASTER-FILE ASSIGN TO 'PROFMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-CODIGO
               FILE STATUS IS WS-PROFMAST-STATUS.
           SELECT CLASS-ASSIGN-FILE ASSIGN TO 'ATRIBUI'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-CHAVE
               FILE STATUS IS WS-ATRIBUI-STATUS.
           SELECT ACADEMIC-CALENDAR-FILE ASSIGN TO 'CALACAD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-PERIODO
               FILE STATUS IS WS-CALACAD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-FILE
           RECORD CONTAINS 37 CHARACTERS.
           COPY 'DISCCAD.COB'.

       FD  TEACHER-MASTER-FILE
           RECORD CONTAINS 36 CHARACTERS.
           COPY 'PROFMAST.COB'.

       FD  CLASS-ASSIGN-FILE
           RECORD CONTAINS 19 CHARACTERS.
           COPY 'ATRIBUI.COB'.

       FD  ACADEMIC-CALENDAR-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY 'CALACAD.COB'.

       WORKING-STORAGE SECTION.
       77  WS-DISCCAD-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PROFMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-ATRIBUI-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-CALACAD-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-FIM-CADASTRO-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-CADASTRO                  VALUE 'S'.
       77  WS-CADASTRO-OK-SW     PIC X(01)     VALUE 'N'.
           88 WS-CADASTRO-OK                   VALUE 'S'.
       77  WS-CAL-EXISTE-SW      PIC X(01)     VALUE 'N'.
           88 WS-CAL-EXISTE                    VALUE 'S'.
       77  WS-CAL-SENSIVEL-SW    PIC X(01)     VALUE 'N'.
           88 WS-CAL-SENSIVEL                  VALUE 'S'.
       77  WS-CAL-AUTORIZADO-SW  PIC X(01)     VALUE 'N'.
           88 WS-CAL-AUTORIZADO                VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WRK-CODIGO-DISC       PIC X(03)     VALUE SPACES.
       77  WRK-CODIGO-PROF       PIC X(05)     VALUE SPACES.
       77  WRK-NOME              PIC X(30)     VALUE SPACES.
       77  WRK-CARGA-HORARIA     PIC 9(03)     VALUE ZEROS.
       77  WRK-ATIVO             PIC X(01)     VALUE 'S'.
       77  WRK-TURMA             PIC X(05)     VALUE SPACES.
       77  WRK-PERIODO           PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-LISTADOS       PIC 9(05)     VALUE ZEROS.
       77  WRK-PRAZO-NOTA1       PIC 9(08)     VALUE ZEROS.
       77  WRK-PRAZO-NOTA2       PIC 9(08)     VALUE ZEROS.
       77  WRK-PRAZO-NOTA3       PIC 9(08)     VALUE ZEROS.
       77  WRK-PRAZO-REC         PIC 9(08)     VALUE ZEROS.
       77  WRK-BLOQUEADO         PIC X(01)     VALUE 'N'.
       77  WS-DATA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-IDX-P             PIC 9(01)     VALUE ZEROS.

      *********** CALENDARIO ANTES/DEPOIS DA ALTERACAO: PRAZOS 1 = *
      *********** NOTA 1, 2 = NOTA 2, 3 = NOTA 3, 4 = RECUPERACAO **
       01  WRK-CAL-ANTERIOR.
           02 WRK-ANT-PRAZO          PIC 9(08)     OCCURS 4 TIMES.
           02 WRK-ANT-BLOQUEADO      PIC X(01).
       01  WRK-CAL-NOVO.
           02 WRK-NOV-PRAZO          PIC 9(08)     OCCURS 4 TIMES.
       01  WRK-NOMES-PRAZO.
           02 FILLER                 PIC X(06)     VALUE 'NOTA1 '.
           02 FILLER                 PIC X(06)     VALUE 'NOTA2 '.
           02 FILLER                 PIC X(06)     VALUE 'NOTA3 '.
           02 FILLER                 PIC X(06)     VALUE 'RECUP '.
       01  WRK-NOMES-PRAZO-R REDEFINES WRK-NOMES-PRAZO.
           02 WRK-NOME-PRAZO         PIC X(06)     OCCURS 4 TIMES.

       COPY 'ERRLOG.COB'.
       COPY 'SUPAUTH.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== DISCIPLINAS E PROFESSORES ====='.
           DISPLAY ' (1) INCLUIR/ALTERAR DISCIPLINA '.
           DISPLAY ' (2) INCLUIR/ALTERAR PROFESSOR '.
           DISPLAY ' (3) ATRIBUIR DISCIPLINA DA TURMA '.
           DISPLAY ' (4) LISTAR DISCIPLINAS '.
           DISPLAY ' (5) LISTAR PROFESSORES '.
           DISPLAY ' (6) LISTAR ATRIBUICOES '.
           DISPLAY ' (7) CALENDARIO/BLOQUEIO DO PERIODO '.
           DISPLAY ' (8) LISTAR CALENDARIO ACADEMICO '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-INCLUIR-DISCIPLINA
               WHEN 2
                   PERFORM 0300-INCLUIR-PROFESSOR
               WHEN 3
                   PERFORM 0400-ATRIBUIR-DISCIPLINA
               WHEN 4
                   PERFORM 0500-LISTAR-DISCIPLINAS
               WHEN 5
                   PERFORM 0600-LISTAR-PROFESSORES
               WHEN 6
                   PERFORM 0700-LISTAR-ATRIBUICOES
               WHEN 7
                   PERFORM 0800-MANTER-CALENDARIO
               WHEN 8
                   PERFORM 0850-LISTAR-CALENDARIO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** GRAVA OU SUBSTITUI A DISCIPLINA PELO CODIGO *****
       0200-INCLUIR-DISCIPLINA.
           DISPLAY 'CODIGO DA DISCIPLINA... : ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO-DISC.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO-DISC)
               TO WRK-CODIGO-DISC.
           IF WRK-CODIGO-DISC = SPACES
               DISPLAY 'CODIGO EM BRANCO - NADA INCLUIDO'
           ELSE
               DISPLAY 'NOME................... : '
                   WITH NO ADVANCING
               ACCEPT WRK-NOME
               DISPLAY 'CARGA HORARIA (HORAS).. : '
                   WITH NO ADVANCING
               ACCEPT WRK-CARGA-HORARIA
               DISPLAY 'ATIVA (S/N)............ : '
                   WITH NO ADVANCING
               ACCEPT WRK-ATIVO
               MOVE FUNCTION UPPER-CASE(WRK-ATIVO) TO WRK-ATIVO
               IF WRK-ATIVO NOT = 'N'
                   MOVE 'S' TO WRK-ATIVO
               END-IF
               OPEN I-O SUBJECT-FILE
               IF WS-DISCCAD-STATUS = '35'
                   OPEN OUTPUT SUBJECT-FILE
                   CLOSE SUBJECT-FILE
                   OPEN I-O SUBJECT-FILE
               END-IF
               IF WS-DISCCAD-STATUS = '00'
                   MOVE WRK-CODIGO-DISC   TO DC-CODIGO
                   MOVE WRK-NOME          TO DC-NOME
                   MOVE WRK-CARGA-HORARIA TO DC-CARGA-HORARIA
                   MOVE WRK-ATIVO         TO DC-ATIVA
                   WRITE SUBJECT-REC
                       INVALID KEY
                           REWRITE SUBJECT-REC
                   END-WRITE
                   CLOSE SUBJECT-FILE
                   DISPLAY 'DISCIPLINA ' WRK-CODIGO-DISC ' GRAVADA'
               ELSE
                   DISPLAY 'ARQUIVO DISCCAD NAO DISPONIVEL'
                   MOVE 'ARQUIVO DISCCAD NAO DISPONIVEL'
                       TO EL-MENSAGEM
                   MOVE '0200-INCLUIR-DISCIPLINA' TO EL-PARAGRAFO
                   PERFORM 0900-REGISTRAR-FALHA
               END-IF
           END-IF.

      *********** GRAVA OU SUBSTITUI O PROFESSOR PELO CODIGO ******
       0300-INCLUIR-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR.... : ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO-PROF.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO-PROF)
               TO WRK-CODIGO-PROF.
           IF WRK-CODIGO-PROF = SPACES
               DISPLAY 'CODIGO EM BRANCO - NADA INCLUIDO'
           ELSE
               DISPLAY 'NOME................... : '
                   WITH NO ADVANCING
               ACCEPT WRK-NOME
               DISPLAY 'ATIVO (S/N)............ : '
                   WITH NO ADVANCING
               ACCEPT WRK-ATIVO
               MOVE FUNCTION UPPER-CASE(WRK-ATIVO) TO WRK-ATIVO
               IF WRK-ATIVO NOT = 'N'
                   MOVE 'S' TO WRK-ATIVO
               END-IF
               OPEN I-O TEACHER-MASTER-FILE
               IF WS-PROFMAST-STATUS = '35'
                   OPEN OUTPUT TEACHER-MASTER-FILE
                   CLOSE TEACHER-MASTER-FILE
                   OPEN I-O TEACHER-MASTER-FILE
               END-IF
               IF WS-PROFMAST-STATUS = '00'
                   MOVE WRK-CODIGO-PROF TO PF-CODIGO
                   MOVE WRK-NOME        TO PF-NOME
                   MOVE WRK-ATIVO       TO PF-ATIVO
                   WRITE TEACHER-MASTER-REC
                       INVALID KEY
                           REWRITE TEACHER-MASTER-REC
                   END-WRITE
                   CLOSE TEACHER-MASTER-FILE
                   DISPLAY 'PROFESSOR ' WRK-CODIGO-PROF ' GRAVADO'
               ELSE
                   DISPLAY 'ARQUIVO PROFMAST NAO DISPONIVEL'
                   MOVE 'ARQUIVO PROFMAST NAO DISPONIVEL'
                       TO EL-MENSAGEM
                   MOVE '0300-INCLUIR-PROFESSOR' TO EL-PARAGRAFO
                   PERFORM 0900-REGISTRAR-FALHA
               END-IF
           END-IF.

      *********** TURMA/DISCIPLINA PARA UM PROFESSOR; SO ACEITA ***
      *********** DISCIPLINA ATIVA DO CATALOGO E PROFESSOR ATIVO **
       0400-ATRIBUIR-DISCIPLINA.
           DISPLAY 'TURMA.................. : ' WITH NO ADVANCING.
           ACCEPT WRK-TURMA.
           MOVE FUNCTION UPPER-CASE(WRK-TURMA) TO WRK-TURMA.
           DISPLAY 'DISCIPLINA............. : ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO-DISC.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO-DISC)
               TO WRK-CODIGO-DISC.
           DISPLAY 'PROFESSOR.............. : ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO-PROF.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO-PROF)
               TO WRK-CODIGO-PROF.
           DISPLAY 'A PARTIR DO PERIODO (AAAAMM): '
               WITH NO ADVANCING.
           ACCEPT WRK-PERIODO.
           IF WRK-TURMA = SPACES
               DISPLAY 'TURMA EM BRANCO - NADA ATRIBUIDO'
           ELSE
               PERFORM 0410-CONFERIR-DISCIPLINA
               IF WS-CADASTRO-OK
                   PERFORM 0420-CONFERIR-PROFESSOR
               END-IF
               IF WS-CADASTRO-OK
                   PERFORM 0430-GRAVAR-ATRIBUICAO
               END-IF
           END-IF.

       0410-CONFERIR-DISCIPLINA.
           MOVE 'N' TO WS-CADASTRO-OK-SW.
           OPEN INPUT SUBJECT-FILE.
           IF WS-DISCCAD-STATUS NOT = '00'
               DISPLAY 'CATALOGO DISCCAD VAZIO - CADASTRE A '
                   'DISCIPLINA ANTES'
           ELSE
               MOVE WRK-CODIGO-DISC TO DC-CODIGO
               READ SUBJECT-FILE
                   INVALID KEY
                       DISPLAY 'DISCIPLINA ' WRK-CODIGO-DISC
                           ' FORA DO CATALOGO - NADA ATRIBUIDO'
                   NOT INVALID KEY
                       IF DC-DISCIPLINA-ATIVA
                           MOVE 'S' TO WS-CADASTRO-OK-SW
                           DISPLAY 'DISCIPLINA: ' DC-NOME
                       ELSE
                           DISPLAY 'DISCIPLINA ' WRK-CODIGO-DISC
                               ' INATIVA - NADA ATRIBUIDO'
                       END-IF
               END-READ
               CLOSE SUBJECT-FILE
           END-IF.

       0420-CONFERIR-PROFESSOR.
           MOVE 'N' TO WS-CADASTRO-OK-SW.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WS-PROFMAST-STATUS NOT = '00'
               DISPLAY 'CADASTRO PROFMAST VAZIO - CADASTRE O '
                   'PROFESSOR ANTES'
           ELSE
               MOVE WRK-CODIGO-PROF TO PF-CODIGO
               READ TEACHER-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'PROFESSOR ' WRK-CODIGO-PROF
                           ' NAO CADASTRADO - NADA ATRIBUIDO'
                   NOT INVALID KEY
                       IF PF-PROFESSOR-ATIVO
                           MOVE 'S' TO WS-CADASTRO-OK-SW
                           DISPLAY 'PROFESSOR: ' PF-NOME
                       ELSE
                           DISPLAY 'PROFESSOR ' WRK-CODIGO-PROF
                               ' INATIVO - NADA ATRIBUIDO'
                       END-IF
               END-READ
               CLOSE TEACHER-MASTER-FILE
           END-IF.

       0430-GRAVAR-ATRIBUICAO.
           OPEN I-O CLASS-ASSIGN-FILE.
           IF WS-ATRIBUI-STATUS = '35'
               OPEN OUTPUT CLASS-ASSIGN-FILE
               CLOSE CLASS-ASSIGN-FILE
               OPEN I-O CLASS-ASSIGN-FILE
           END-IF.
           IF WS-ATRIBUI-STATUS = '00'
               MOVE WRK-TURMA       TO AT-TURMA
               MOVE WRK-CODIGO-DISC TO AT-DISCIPLINA
               MOVE WRK-CODIGO-PROF TO AT-PROFESSOR
               MOVE WRK-PERIODO     TO AT-PERIODO
               WRITE CLASS-ASSIGN-REC
                   INVALID KEY
                       REWRITE CLASS-ASSIGN-REC
               END-WRITE
               CLOSE CLASS-ASSIGN-FILE
               DISPLAY 'TURMA ' WRK-TURMA ' DISCIPLINA '
                   WRK-CODIGO-DISC ' ATRIBUIDA A ' WRK-CODIGO-PROF
           ELSE
               DISPLAY 'ARQUIVO ATRIBUI NAO DISPONIVEL'
               MOVE 'ARQUIVO ATRIBUI NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE '0430-GRAVAR-ATRIBUICAO' TO EL-PARAGRAFO
               PERFORM 0900-REGISTRAR-FALHA
           END-IF.

       0500-LISTAR-DISCIPLINAS.
           MOVE 'N'   TO WS-FIM-CADASTRO-SW.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           OPEN INPUT SUBJECT-FILE.
           IF WS-DISCCAD-STATUS NOT = '00'
               DISPLAY 'NENHUMA DISCIPLINA CADASTRADA AINDA'
           ELSE
               PERFORM 0510-LER-DISCIPLINA
               PERFORM 0520-EXIBIR-DISCIPLINA
                   UNTIL WS-FIM-CADASTRO
               CLOSE SUBJECT-FILE
               DISPLAY 'DISCIPLINAS LISTADAS... : ' WS-QTD-LISTADOS
           END-IF.

       0510-LER-DISCIPLINA.
           READ SUBJECT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CADASTRO-SW
           END-READ.

       0520-EXIBIR-DISCIPLINA.
           DISPLAY DC-CODIGO ' ' DC-NOME ' ' DC-CARGA-HORARIA
               'H ' DC-ATIVA.
           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM 0510-LER-DISCIPLINA.

       0600-LISTAR-PROFESSORES.
           MOVE 'N'   TO WS-FIM-CADASTRO-SW.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WS-PROFMAST-STATUS NOT = '00'
               DISPLAY 'NENHUM PROFESSOR CADASTRADO AINDA'
           ELSE
               PERFORM 0610-LER-PROFESSOR
               PERFORM 0620-EXIBIR-PROFESSOR
                   UNTIL WS-FIM-CADASTRO
               CLOSE TEACHER-MASTER-FILE
               DISPLAY 'PROFESSORES LISTADOS... : ' WS-QTD-LISTADOS
           END-IF.

       0610-LER-PROFESSOR.
           READ TEACHER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CADASTRO-SW
           END-READ.

       0620-EXIBIR-PROFESSOR.
           DISPLAY PF-CODIGO ' ' PF-NOME ' ' PF-ATIVO.
           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM 0610-LER-PROFESSOR.

       0700-LISTAR-ATRIBUICOES.
           MOVE 'N'   TO WS-FIM-CADASTRO-SW.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           OPEN INPUT CLASS-ASSIGN-FILE.
           IF WS-ATRIBUI-STATUS NOT = '00'
               DISPLAY 'NENHUMA ATRIBUICAO CADASTRADA AINDA'
           ELSE
               PERFORM 0710-LER-ATRIBUICAO
               PERFORM 0720-EXIBIR-ATRIBUICAO
                   UNTIL WS-FIM-CADASTRO
               CLOSE CLASS-ASSIGN-FILE
               DISPLAY 'ATRIBUICOES LISTADAS... : ' WS-QTD-LISTADOS
           END-IF.

       0710-LER-ATRIBUICAO.
           READ CLASS-ASSIGN-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CADASTRO-SW
           END-READ.

       0720-EXIBIR-ATRIBUICAO.
           DISPLAY AT-TURMA ' ' AT-DISCIPLINA ' ' AT-PROFESSOR ' '
               AT-PERIODO.
           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM 0710-LER-ATRIBUICAO.

      *********** PRAZO DE LANCAMENTO DE CADA AVALIACAO (AAAAMMDD, *
      *********** ZERO = SEM PRAZO) E BLOQUEIO DO PERIODO, QUE ****
      *********** TRAVA APURACAO E RECUPERACAO (PRAZOVAL); *********
      *********** DESBLOQUEAR OU MUDAR PRAZO JA GRAVADO PEDE O *****
      *********** SUPERVISOR (0820) ********************************
       0800-MANTER-CALENDARIO.
           DISPLAY 'PERIODO LETIVO (AAAAMM). : ' WITH NO ADVANCING.
           ACCEPT WRK-PERIODO.
           IF WRK-PERIODO = ZEROS
               DISPLAY 'PERIODO EM BRANCO - NADA GRAVADO'
           ELSE
               DISPLAY 'PRAZO NOTA 1 (AAAAMMDD). : '
                   WITH NO ADVANCING
               ACCEPT WRK-PRAZO-NOTA1
               DISPLAY 'PRAZO NOTA 2 (AAAAMMDD). : '
                   WITH NO ADVANCING
               ACCEPT WRK-PRAZO-NOTA2
               DISPLAY 'PRAZO NOTA 3 (AAAAMMDD). : '
                   WITH NO ADVANCING
               ACCEPT WRK-PRAZO-NOTA3
               DISPLAY 'PRAZO RECUPERACAO....... : '
                   WITH NO ADVANCING
               ACCEPT WRK-PRAZO-REC
               DISPLAY 'PERIODO BLOQUEADO (S/N). : '
                   WITH NO ADVANCING
               ACCEPT WRK-BLOQUEADO
               MOVE FUNCTION UPPER-CASE(WRK-BLOQUEADO)
                   TO WRK-BLOQUEADO
               IF WRK-BLOQUEADO NOT = 'S'
                   MOVE 'N' TO WRK-BLOQUEADO
               END-IF
               PERFORM 0810-GRAVAR-CALENDARIO
           END-IF.

       0810-GRAVAR-CALENDARIO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN I-O ACADEMIC-CALENDAR-FILE.
           IF WS-CALACAD-STATUS = '35'
               OPEN OUTPUT ACADEMIC-CALENDAR-FILE
               CLOSE ACADEMIC-CALENDAR-FILE
               OPEN I-O ACADEMIC-CALENDAR-FILE
           END-IF.
           IF WS-CALACAD-STATUS = '00'
               MOVE WRK-PERIODO TO CA-PERIODO
               MOVE 'S' TO WS-CAL-EXISTE-SW
               READ ACADEMIC-CALENDAR-FILE
                   INVALID KEY
                       MOVE 'N'   TO WS-CAL-EXISTE-SW
                       MOVE 'N'   TO CA-BLOQUEADO
                       MOVE ZEROS TO CA-DATA-BLOQUEIO
               END-READ
               PERFORM 0820-CONFERIR-ALTERACAO
               IF WS-CAL-AUTORIZADO
                   PERFORM 0830-REGRAVAR-CALENDARIO
               END-IF
               CLOSE ACADEMIC-CALENDAR-FILE
           ELSE
               DISPLAY 'ARQUIVO CALACAD NAO DISPONIVEL'
               MOVE 'ARQUIVO CALACAD NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE '0810-GRAVAR-CALENDARIO' TO EL-PARAGRAFO
               PERFORM 0900-REGISTRAR-FALHA
           END-IF.

      *********** DESBLOQUEIO DO PERIODO OU MUDANCA DE PRAZO JA ***
      *********** GRAVADO REABREM O LANCAMENTO DE NOTAS: SO COM O **
      *********** SEGUNDO SIGN-ON DE UM SUPERVISOR (SUPAUTH), COMO *
      *********** NA LIBERACAO DA FOLHA DO PRGCB101 ****************
       0820-CONFERIR-ALTERACAO.
           MOVE 'S' TO WS-CAL-AUTORIZADO-SW.
           MOVE 'N' TO WS-CAL-SENSIVEL-SW.
           IF WS-CAL-EXISTE
               MOVE CA-PRAZO-NOTA1       TO WRK-ANT-PRAZO(1)
               MOVE CA-PRAZO-NOTA2       TO WRK-ANT-PRAZO(2)
               MOVE CA-PRAZO-NOTA3       TO WRK-ANT-PRAZO(3)
               MOVE CA-PRAZO-RECUPERACAO TO WRK-ANT-PRAZO(4)
               MOVE CA-BLOQUEADO         TO WRK-ANT-BLOQUEADO
               MOVE WRK-PRAZO-NOTA1      TO WRK-NOV-PRAZO(1)
               MOVE WRK-PRAZO-NOTA2      TO WRK-NOV-PRAZO(2)
               MOVE WRK-PRAZO-NOTA3      TO WRK-NOV-PRAZO(3)
               MOVE WRK-PRAZO-REC        TO WRK-NOV-PRAZO(4)
               IF CA-PERIODO-BLOQUEADO AND WRK-BLOQUEADO = 'N'
                   MOVE 'S' TO WS-CAL-SENSIVEL-SW
               END-IF
               PERFORM 0825-COMPARAR-PRAZO
                   VARYING WRK-IDX-P FROM 1 BY 1
                   UNTIL WRK-IDX-P > 4
           END-IF.
           IF WS-CAL-SENSIVEL
               MOVE 'CALENDARIO' TO SU-ACAO
               CALL 'SUPAUTH' USING SUP-AUTH-LINK
               IF NOT SU-APROVADO
                   MOVE 'N' TO WS-CAL-AUTORIZADO-SW
                   DISPLAY 'DESBLOQUEIO/MUDANCA DE PRAZO RECUSADO - '
                       'SEM APROVACAO DE SUPERVISOR'
                   MOVE '0820-CONFERIR-ALTER' TO EL-PARAGRAFO
                   MOVE SPACES TO EL-MENSAGEM
                   STRING 'CALACAD ' WRK-PERIODO
                          ' DESBLOQUEIO/PRAZO RECUSADO SEM SUPERVISOR'
                          DELIMITED BY SIZE
                       INTO EL-MENSAGEM
                   PERFORM 0910-REGISTRAR-AUDITORIA
               END-IF
           END-IF.

       0825-COMPARAR-PRAZO.
           IF WRK-ANT-PRAZO(WRK-IDX-P) NOT = ZEROS
              AND WRK-ANT-PRAZO(WRK-IDX-P) NOT =
                  WRK-NOV-PRAZO(WRK-IDX-P)
               MOVE 'S' TO WS-CAL-SENSIVEL-SW
           END-IF.

       0830-REGRAVAR-CALENDARIO.
           IF WRK-BLOQUEADO = 'S'
               IF NOT CA-PERIODO-BLOQUEADO
                   MOVE WS-DATA-ATUAL TO CA-DATA-BLOQUEIO
               END-IF
           ELSE
               MOVE ZEROS TO CA-DATA-BLOQUEIO
           END-IF.
           MOVE WRK-PERIODO     TO CA-PERIODO.
           MOVE WRK-PRAZO-NOTA1 TO CA-PRAZO-NOTA1.
           MOVE WRK-PRAZO-NOTA2 TO CA-PRAZO-NOTA2.
           MOVE WRK-PRAZO-NOTA3 TO CA-PRAZO-NOTA3.
           MOVE WRK-PRAZO-REC   TO CA-PRAZO-RECUPERACAO.
           MOVE WRK-BLOQUEADO   TO CA-BLOQUEADO.
           WRITE ACADEMIC-CALENDAR-REC
               INVALID KEY
                   REWRITE ACADEMIC-CALENDAR-REC
           END-WRITE.
           DISPLAY 'CALENDARIO DO PERIODO ' WRK-PERIODO ' GRAVADO'.
           IF WS-CAL-SENSIVEL
               PERFORM 0840-AUDITAR-CALENDARIO
           END-IF.

      *********** ALTERACAO AUTORIZADA NO ERRLOG: SUPERVISOR, *****
      *********** VALOR ANTIGO E NOVO DE CADA CAMPO REABERTO *******
       0840-AUDITAR-CALENDARIO.
           MOVE '0840-AUDITAR-CALEND' TO EL-PARAGRAFO.
           IF WRK-ANT-BLOQUEADO = 'S' AND WRK-BLOQUEADO = 'N'
               MOVE SPACES TO EL-MENSAGEM
               STRING 'CALACAD ' WRK-PERIODO ' BLOQUEIO S -> N'
                      ' SUPERVISOR ' SU-SUPERVISOR
                      DELIMITED BY SIZE
                   INTO EL-MENSAGEM
               PERFORM 0910-REGISTRAR-AUDITORIA
           END-IF.
           PERFORM 0845-AUDITAR-PRAZO
               VARYING WRK-IDX-P FROM 1 BY 1
               UNTIL WRK-IDX-P > 4.

       0845-AUDITAR-PRAZO.
           IF WRK-ANT-PRAZO(WRK-IDX-P) NOT =
              WRK-NOV-PRAZO(WRK-IDX-P)
               MOVE SPACES TO EL-MENSAGEM
               STRING 'CALACAD ' WRK-PERIODO ' PRAZO '
                      WRK-NOME-PRAZO(WRK-IDX-P)
                      WRK-ANT-PRAZO(WRK-IDX-P) ' -> '
                      WRK-NOV-PRAZO(WRK-IDX-P)
                      ' SUP ' SU-SUPERVISOR
                      DELIMITED BY SIZE
                   INTO EL-MENSAGEM
               PERFORM 0910-REGISTRAR-AUDITORIA
           END-IF.

       0850-LISTAR-CALENDARIO.
           MOVE 'N'   TO WS-FIM-CADASTRO-SW.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           OPEN INPUT ACADEMIC-CALENDAR-FILE.
           IF WS-CALACAD-STATUS NOT = '00'
               DISPLAY 'NENHUM PERIODO NO CALENDARIO AINDA'
           ELSE
               DISPLAY 'PERIODO NOTA 1   NOTA 2   NOTA 3   RECUP.   '
                   'BLOQ DESDE'
               PERFORM 0860-LER-CALENDARIO
               PERFORM 0870-EXIBIR-CALENDARIO
                   UNTIL WS-FIM-CADASTRO
               CLOSE ACADEMIC-CALENDAR-FILE
               DISPLAY 'PERIODOS LISTADOS...... : ' WS-QTD-LISTADOS
           END-IF.

       0860-LER-CALENDARIO.
           READ ACADEMIC-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CADASTRO-SW
           END-READ.

       0870-EXIBIR-CALENDARIO.
           DISPLAY CA-PERIODO ' ' CA-PRAZO-NOTA1 ' ' CA-PRAZO-NOTA2
               ' ' CA-PRAZO-NOTA3 ' ' CA-PRAZO-RECUPERACAO ' '
               CA-BLOQUEADO '    ' CA-DATA-BLOQUEIO.
           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM 0860-LER-CALENDARIO.

       0900-REGISTRAR-FALHA.
           MOVE 'PRGCB106' TO EL-PROGRAMA.
           MOVE 'F' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.

       0910-REGISTRAR-AUDITORIA.
           MOVE 'PRGCB106' TO EL-PROGRAMA.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
