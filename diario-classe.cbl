       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB107.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = DIARIO DE CLASSE DO PROFESSOR:
      ***                            PARA CADA TURMA/DISCIPLINA
      ***                            ATRIBUIDA AO PROFESSOR
      ***                            (ATRIBUI), IMPRIME OS ALUNOS
      ***                            DA TURMA NO PERIODO (STUMAST),
      ***                            A GRADE DE CHAMADA COM AS
      ***                            DATAS DAS AULAS JA DADAS
      ***                            (FREQUENC, PRESENCA P/F) MAIS
      ***                            COLUNAS EM BRANCO PARA AS
      ***                            PROXIMAS, E A FOLHA DE NOTAS
      ***                            COM AS COLUNAS A PREENCHER
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   AULAS DO PERIODO = DATAS DE CHAMADA A PARTIR DO
      ***   MES DE INICIO DO PERIODO (AAAAMM); ATE 40 DATAS,
      ***   60 ALUNOS E 2000 APONTAMENTOS POR TURMA/DISCIPLINA
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SUBJECT-FILE ASSIGN TO 'DISCCAD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CODIGO
               FILE STATUS IS WS-DISCCAD-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-STUMAST-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO 'FREQUENC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQ-STATUS.
           SELECT CLASS-DIARY-FILE ASSIGN TO 'DIARIO'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TEACHER-MASTER-FILE
           RECORD CONTAINS 36 CHARACTERS.
           COPY 'PROFMAST.COB'.

       FD  CLASS-ASSIGN-FILE
           RECORD CONTAINS 19 CHARACTERS.
           COPY 'ATRIBUI.COB'.

       FD  SUBJECT-FILE
           RECORD CONTAINS 37 CHARACTERS.
           COPY 'DISCCAD.COB'.

       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY 'STUMAST.COB'.

       FD  ATTENDANCE-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY 'FREQUENC.COB'.

       FD  CLASS-DIARY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLASS-DIARY-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-PROFMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-ATRIBUI-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-DISCCAD-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-STUMAST-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-FREQ-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-FIM-ATRIBUI-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ATRIBUI                   VALUE 'S'.
       77  WS-FIM-ALUNOS-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-ALUNOS                    VALUE 'S'.
       77  WS-FIM-FREQ-SW        PIC X(01)     VALUE 'N'.
           88 WS-FIM-FREQ                      VALUE 'S'.
       77  WS-PROFESSOR-OK-SW    PIC X(01)     VALUE 'N'.
           88 WS-PROFESSOR-OK                  VALUE 'S'.
       77  WS-ACHOU-SW           PIC X(01)     VALUE 'N'.
           88 WS-ACHOU                         VALUE 'S'.
       77  WS-STUMAST-ABERTO-SW  PIC X(01)     VALUE 'N'.
           88 WS-STUMAST-ABERTO                VALUE 'S'.
       77  WS-DISCCAD-ABERTO-SW  PIC X(01)     VALUE 'N'.
           88 WS-DISCCAD-ABERTO                VALUE 'S'.
       77  WS-POSICAO-SW         PIC X(01)     VALUE 'N'.
           88 WS-POSICAO                       VALUE 'S'.
       77  WRK-PROFESSOR         PIC X(05)     VALUE SPACES.
       77  WRK-NOME-PROFESSOR    PIC X(30)     VALUE SPACES.
       77  WRK-PERIODO           PIC 9(06)     VALUE ZEROS.
       77  WRK-DATA-INICIAL      PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-AULA         PIC 9(08)     VALUE ZEROS.
       77  WS-QTD-DIARIOS        PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-BLOCOS         PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-BLOCO          PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-COLUNA         PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-DATA           PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-ALUNO          PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-AUX            PIC 9(04)     VALUE ZEROS.
       77  WS-IDX-PRES           PIC 9(04)     VALUE ZEROS.

      *********** ALUNOS DA TURMA NO PERIODO (STUMAST) ***********
       01  WS-TABELA-ALUNOS.
           02 WS-QTD-ALUNOS      PIC 9(03)     VALUE ZEROS.
           02 WS-ALUNO-ENTRY OCCURS 60 TIMES.
               03 WS-AL-MATRICULA    PIC 9(06).
               03 WS-AL-NOME         PIC X(30).

      *********** DATAS DAS AULAS DADAS, EM ORDEM CRESCENTE ******
       01  WS-TABELA-DATAS.
           02 WS-QTD-DATAS       PIC 9(03)     VALUE ZEROS.
           02 WS-DATA-AULA       PIC 9(08) OCCURS 40 TIMES.

      *********** APONTAMENTOS DE PRESENCA DA TURMA/DISCIPLINA ***
       01  WS-TABELA-PRESENCAS.
           02 WS-QTD-PRESENCAS   PIC 9(04)     VALUE ZEROS.
           02 WS-PRESENCA-ENTRY OCCURS 2000 TIMES.
               03 WS-PR-MATRICULA    PIC 9(06).
               03 WS-PR-DATA         PIC 9(08).
               03 WS-PR-PRESENTE     PIC X(01).

       01  WS-DATA-QUEBRA.
           02 WS-DQ-ANO          PIC 9(04).
           02 WS-DQ-MES          PIC 9(02).
           02 WS-DQ-DIA          PIC 9(02).
       01  WS-DATA-QUEBRA-N REDEFINES WS-DATA-QUEBRA PIC 9(08).

      *********** DIARIO DE CLASSE (DIARIO) **********************
       01  WS-DIA-TITULO.
           02 FILLER             PIC X(30) VALUE
              '======= DIARIO DE CLASSE ====='.
       01  WS-DIA-PROFESSOR.
           02 FILLER             PIC X(11) VALUE 'PROFESSOR: '.
           02 WD-PROFESSOR       PIC X(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-NOME-PROFESSOR  PIC X(30).
           02 FILLER             PIC X(10) VALUE '  PERIODO '.
           02 WD-PERIODO         PIC 9(06).
       01  WS-DIA-TURMA.
           02 FILLER             PIC X(07) VALUE 'TURMA: '.
           02 WD-TURMA           PIC X(05).
           02 FILLER             PIC X(14) VALUE '  DISCIPLINA: '.
           02 WD-DISCIPLINA      PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WD-NOME-DISCIPLINA PIC X(30).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WD-CARGA-HORARIA   PIC ZZ9.
           02 FILLER             PIC X(01) VALUE 'H'.
       01  WS-DIA-SUBTITULO.
           02 FILLER             PIC X(80).
       01  WS-DIA-GRADE-CAB.
           02 FILLER             PIC X(28) VALUE 'MATR.  NOME'.
           02 WDC-COLUNA         PIC X(06) OCCURS 8 TIMES.
       01  WS-DIA-GRADE-ALUNO.
           02 WDA-MATRICULA      PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDA-NOME           PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDA-COLUNA         PIC X(06) OCCURS 8 TIMES.
       01  WS-DIA-DATA-COLUNA.
           02 WDD-DIA            PIC 9(02).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WDD-MES            PIC 9(02).
           02 FILLER             PIC X(01) VALUE SPACES.
       01  WS-DIA-NOTAS-CAB.
           02 FILLER             PIC X(33) VALUE 'MATR.  NOME'.
           02 FILLER             PIC X(40) VALUE
              'NOTA 1  NOTA 2  NOTA 3  MEDIA   FREQ %'.
       01  WS-DIA-NOTAS-ALUNO.
           02 WDN-MATRICULA      PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDN-NOME           PIC X(25).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 FILLER             PIC X(40) VALUE
              '______  ______  ______  ______  ______'.
       01  WS-DIA-RODAPE.
           02 FILLER             PIC X(13) VALUE 'AULAS DADAS: '.
           02 WD-QTD-AULAS       PIC ZZ9.
           02 FILLER             PIC X(11) VALUE '   ALUNOS: '.
           02 WD-QTD-ALUNOS      PIC ZZ9.
           02 FILLER             PIC X(30) VALUE
              '   ASSINATURA: ______________'.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY 'DIARIO DE CLASSE'.
           DISPLAY 'CODIGO DO PROFESSOR.... : ' WITH NO ADVANCING.
           ACCEPT WRK-PROFESSOR.
           MOVE FUNCTION UPPER-CASE(WRK-PROFESSOR) TO WRK-PROFESSOR.
           DISPLAY 'PERIODO (AAAAMM)....... : ' WITH NO ADVANCING.
           ACCEPT WRK-PERIODO.
           COMPUTE WRK-DATA-INICIAL = WRK-PERIODO * 100.
           PERFORM 0050-VALIDAR-PROFESSOR.
           IF WS-PROFESSOR-OK
               PERFORM 0100-EMITIR-DIARIOS
           END-IF.
           GOBACK.

       0050-VALIDAR-PROFESSOR.
           MOVE 'N' TO WS-PROFESSOR-OK-SW.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WS-PROFMAST-STATUS NOT = '00'
               DISPLAY 'CADASTRO PROFMAST NAO DISPONIVEL'
               MOVE 'CADASTRO PROFMAST NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE '0050-VALIDAR-PROFESSOR' TO EL-PARAGRAFO
               PERFORM 0900-REGISTRAR-FALHA
           ELSE
               MOVE WRK-PROFESSOR TO PF-CODIGO
               READ TEACHER-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'PROFESSOR ' WRK-PROFESSOR
                           ' NAO CADASTRADO'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PROFESSOR-OK-SW
                       MOVE PF-NOME TO WRK-NOME-PROFESSOR
               END-READ
               CLOSE TEACHER-MASTER-FILE
           END-IF.

      *********** UM DIARIO POR TURMA/DISCIPLINA DO PROFESSOR *****
       0100-EMITIR-DIARIOS.
           OPEN INPUT CLASS-ASSIGN-FILE.
           IF WS-ATRIBUI-STATUS NOT = '00'
               DISPLAY 'ARQUIVO ATRIBUI NAO DISPONIVEL'
               MOVE 'ARQUIVO ATRIBUI NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE '0100-EMITIR-DIARIOS' TO EL-PARAGRAFO
               PERFORM 0900-REGISTRAR-FALHA
           ELSE
               OPEN INPUT SUBJECT-FILE
               IF WS-DISCCAD-STATUS = '00'
                   MOVE 'S' TO WS-DISCCAD-ABERTO-SW
               END-IF
               OPEN INPUT STUDENT-MASTER-FILE
               IF WS-STUMAST-STATUS = '00'
                   MOVE 'S' TO WS-STUMAST-ABERTO-SW
               END-IF
               OPEN OUTPUT CLASS-DIARY-FILE
               PERFORM 0110-LER-ATRIBUICAO
               PERFORM 0120-TRATAR-ATRIBUICAO
                   UNTIL WS-FIM-ATRIBUI
               CLOSE CLASS-ASSIGN-FILE
                     CLASS-DIARY-FILE
               IF WS-DISCCAD-ABERTO
                   CLOSE SUBJECT-FILE
               END-IF
               IF WS-STUMAST-ABERTO
                   CLOSE STUDENT-MASTER-FILE
               END-IF
               IF WS-QTD-DIARIOS = ZEROS
                   DISPLAY 'NENHUMA TURMA/DISCIPLINA ATRIBUIDA AO '
                       'PROFESSOR'
               ELSE
                   DISPLAY 'DIARIO GERADO EM DIARIO ('
                       WS-QTD-DIARIOS ' TURMAS/DISCIPLINAS)'
               END-IF
           END-IF.

       0110-LER-ATRIBUICAO.
           READ CLASS-ASSIGN-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ATRIBUI-SW
           END-READ.

       0120-TRATAR-ATRIBUICAO.
           IF AT-PROFESSOR = WRK-PROFESSOR
               PERFORM 0200-CARREGAR-ALUNOS
               PERFORM 0300-CARREGAR-AULAS
               PERFORM 0400-IMPRIMIR-DIARIO
               ADD 1 TO WS-QTD-DIARIOS
           END-IF.
           PERFORM 0110-LER-ATRIBUICAO.

      *********** ALUNOS DA TURMA NO PERIODO, POR MATRICULA ******
       0200-CARREGAR-ALUNOS.
           MOVE ZEROS TO WS-QTD-ALUNOS.
           MOVE 'N' TO WS-FIM-ALUNOS-SW.
           IF NOT WS-STUMAST-ABERTO
               MOVE 'S' TO WS-FIM-ALUNOS-SW
           ELSE
               MOVE ZEROS TO AL-MATRICULA
               START STUDENT-MASTER-FILE
                   KEY NOT LESS THAN AL-MATRICULA
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ALUNOS-SW
               END-START
           END-IF.
           IF NOT WS-FIM-ALUNOS
               PERFORM 0210-LER-ALUNO
           END-IF.
           PERFORM 0220-ARMAZENAR-ALUNO
               UNTIL WS-FIM-ALUNOS.

       0210-LER-ALUNO.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ALUNOS-SW
           END-READ.

       0220-ARMAZENAR-ALUNO.
           IF AL-TURMA = AT-TURMA
              AND AL-PERIODO = WRK-PERIODO
              AND WS-QTD-ALUNOS < 60
               ADD 1 TO WS-QTD-ALUNOS
               MOVE AL-MATRICULA TO WS-AL-MATRICULA(WS-QTD-ALUNOS)
               MOVE AL-NOME      TO WS-AL-NOME(WS-QTD-ALUNOS)
           END-IF.
           PERFORM 0210-LER-ALUNO.

      *********** CHAMADAS DA TURMA/DISCIPLINA NO PERIODO ********
       0300-CARREGAR-AULAS.
           MOVE ZEROS TO WS-QTD-DATAS.
           MOVE ZEROS TO WS-QTD-PRESENCAS.
           MOVE 'N' TO WS-FIM-FREQ-SW.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-FREQ-STATUS = '00'
               PERFORM 0310-LER-FREQUENCIA
               PERFORM 0320-ARMAZENAR-FREQUENCIA
                   UNTIL WS-FIM-FREQ
               CLOSE ATTENDANCE-FILE
           END-IF.

       0310-LER-FREQUENCIA.
           READ ATTENDANCE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-FREQ-SW
           END-READ.

       0320-ARMAZENAR-FREQUENCIA.
           IF FQ-TURMA = AT-TURMA
              AND FQ-DISCIPLINA = AT-DISCIPLINA
              AND FQ-DATA-AULA NOT < WRK-DATA-INICIAL
               MOVE FQ-DATA-AULA TO WRK-DATA-AULA
               PERFORM 0330-INCLUIR-DATA
               IF WS-QTD-PRESENCAS < 2000
                   ADD 1 TO WS-QTD-PRESENCAS
                   MOVE FQ-MATRICULA
                       TO WS-PR-MATRICULA(WS-QTD-PRESENCAS)
                   MOVE FQ-DATA-AULA
                       TO WS-PR-DATA(WS-QTD-PRESENCAS)
                   MOVE FQ-PRESENTE
                       TO WS-PR-PRESENTE(WS-QTD-PRESENCAS)
               END-IF
           END-IF.
           PERFORM 0310-LER-FREQUENCIA.

      *********** DATA NOVA ENTRA NA POSICAO, MANTENDO A ORDEM ****
       0330-INCLUIR-DATA.
           MOVE 'N' TO WS-ACHOU-SW.
           MOVE 'N' TO WS-POSICAO-SW.
           PERFORM 0335-COMPARAR-DATA
               VARYING WS-IDX-DATA FROM 1 BY 1
               UNTIL WS-IDX-DATA > WS-QTD-DATAS
                  OR WS-ACHOU
                  OR WS-POSICAO.
           IF WS-POSICAO
               SUBTRACT 1 FROM WS-IDX-DATA
           END-IF.
           IF NOT WS-ACHOU AND WS-QTD-DATAS < 40
               PERFORM 0338-DESLOCAR-DATA
                   VARYING WS-IDX-AUX FROM WS-QTD-DATAS BY -1
                   UNTIL WS-IDX-AUX < WS-IDX-DATA
               MOVE WRK-DATA-AULA TO WS-DATA-AULA(WS-IDX-DATA)
               ADD 1 TO WS-QTD-DATAS
           END-IF.

       0335-COMPARAR-DATA.
           IF WS-DATA-AULA(WS-IDX-DATA) = WRK-DATA-AULA
               MOVE 'S' TO WS-ACHOU-SW
           END-IF.
           IF WS-DATA-AULA(WS-IDX-DATA) > WRK-DATA-AULA
               MOVE 'S' TO WS-POSICAO-SW
           END-IF.

       0338-DESLOCAR-DATA.
           MOVE WS-DATA-AULA(WS-IDX-AUX)
               TO WS-DATA-AULA(WS-IDX-AUX + 1).

      *********** GRADE DE CHAMADA EM BLOCOS DE 8 AULAS (O ULTIMO *
      *********** COMPLETADO COM COLUNAS EM BRANCO) E FOLHA DE ****
      *********** NOTAS ******************************************
       0400-IMPRIMIR-DIARIO.
           IF WS-QTD-DIARIOS > ZEROS
               MOVE SPACES TO CLASS-DIARY-LINE
               WRITE CLASS-DIARY-LINE
           END-IF.
           MOVE SPACES TO WD-NOME-DISCIPLINA.
           MOVE ZEROS  TO WD-CARGA-HORARIA.
           IF WS-DISCCAD-ABERTO
               MOVE AT-DISCIPLINA TO DC-CODIGO
               READ SUBJECT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DC-NOME          TO WD-NOME-DISCIPLINA
                       MOVE DC-CARGA-HORARIA TO WD-CARGA-HORARIA
               END-READ
           END-IF.
           WRITE CLASS-DIARY-LINE FROM WS-DIA-TITULO.
           MOVE WRK-PROFESSOR      TO WD-PROFESSOR.
           MOVE WRK-NOME-PROFESSOR TO WD-NOME-PROFESSOR.
           MOVE WRK-PERIODO        TO WD-PERIODO.
           WRITE CLASS-DIARY-LINE FROM WS-DIA-PROFESSOR.
           MOVE AT-TURMA      TO WD-TURMA.
           MOVE AT-DISCIPLINA TO WD-DISCIPLINA.
           WRITE CLASS-DIARY-LINE FROM WS-DIA-TURMA.
           WRITE CLASS-DIARY-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'CHAMADA (P = PRESENTE, F = FALTA)'
               TO WS-DIA-SUBTITULO.
           WRITE CLASS-DIARY-LINE FROM WS-DIA-SUBTITULO.
           DIVIDE WS-QTD-DATAS BY 8 GIVING WS-QTD-BLOCOS.
           ADD 1 TO WS-QTD-BLOCOS.
           PERFORM 0410-IMPRIMIR-BLOCO
               VARYING WS-IDX-BLOCO FROM 1 BY 1
               UNTIL WS-IDX-BLOCO > WS-QTD-BLOCOS.
           WRITE CLASS-DIARY-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'NOTAS' TO WS-DIA-SUBTITULO.
           WRITE CLASS-DIARY-LINE FROM WS-DIA-SUBTITULO.
           WRITE CLASS-DIARY-LINE FROM WS-DIA-NOTAS-CAB.
           PERFORM 0450-IMPRIMIR-NOTAS-ALUNO
               VARYING WS-IDX-ALUNO FROM 1 BY 1
               UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS.
           WRITE CLASS-DIARY-LINE FROM WS-LINHA-SEPARADOR.
           MOVE WS-QTD-DATAS  TO WD-QTD-AULAS.
           MOVE WS-QTD-ALUNOS TO WD-QTD-ALUNOS.
           WRITE CLASS-DIARY-LINE FROM WS-DIA-RODAPE.

       0410-IMPRIMIR-BLOCO.
           MOVE SPACES TO CLASS-DIARY-LINE.
           WRITE CLASS-DIARY-LINE.
           PERFORM 0415-MONTAR-CABECALHO
               VARYING WS-IDX-COLUNA FROM 1 BY 1
               UNTIL WS-IDX-COLUNA > 8.
           WRITE CLASS-DIARY-LINE FROM WS-DIA-GRADE-CAB.
           PERFORM 0420-IMPRIMIR-ALUNO-BLOCO
               VARYING WS-IDX-ALUNO FROM 1 BY 1
               UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS.

       0415-MONTAR-CABECALHO.
           COMPUTE WS-IDX-DATA = (WS-IDX-BLOCO - 1) * 8
               + WS-IDX-COLUNA.
           IF WS-IDX-DATA > WS-QTD-DATAS
               MOVE '__/__ ' TO WDC-COLUNA(WS-IDX-COLUNA)
           ELSE
               MOVE WS-DATA-AULA(WS-IDX-DATA) TO WS-DATA-QUEBRA-N
               MOVE WS-DQ-DIA TO WDD-DIA
               MOVE WS-DQ-MES TO WDD-MES
               MOVE WS-DIA-DATA-COLUNA
                   TO WDC-COLUNA(WS-IDX-COLUNA)
           END-IF.

       0420-IMPRIMIR-ALUNO-BLOCO.
           MOVE WS-AL-MATRICULA(WS-IDX-ALUNO) TO WDA-MATRICULA.
           MOVE WS-AL-NOME(WS-IDX-ALUNO)      TO WDA-NOME.
           PERFORM 0425-MONTAR-CELULA
               VARYING WS-IDX-COLUNA FROM 1 BY 1
               UNTIL WS-IDX-COLUNA > 8.
           WRITE CLASS-DIARY-LINE FROM WS-DIA-GRADE-ALUNO.

      *********** AULA DADA: P/F APONTADO (- SEM APONTAMENTO); ***
      *********** AULA FUTURA: CELULA EM BRANCO PARA PREENCHER ***
       0425-MONTAR-CELULA.
           COMPUTE WS-IDX-DATA = (WS-IDX-BLOCO - 1) * 8
               + WS-IDX-COLUNA.
           IF WS-IDX-DATA > WS-QTD-DATAS
               MOVE '[   ] ' TO WDA-COLUNA(WS-IDX-COLUNA)
           ELSE
               MOVE '  -   ' TO WDA-COLUNA(WS-IDX-COLUNA)
               MOVE 'N' TO WS-ACHOU-SW
               PERFORM 0430-BUSCAR-PRESENCA
                   VARYING WS-IDX-PRES FROM 1 BY 1
                   UNTIL WS-IDX-PRES > WS-QTD-PRESENCAS
                      OR WS-ACHOU
           END-IF.

       0430-BUSCAR-PRESENCA.
           IF WS-PR-MATRICULA(WS-IDX-PRES)
                  = WS-AL-MATRICULA(WS-IDX-ALUNO)
              AND WS-PR-DATA(WS-IDX-PRES) = WS-DATA-AULA(WS-IDX-DATA)
               MOVE 'S' TO WS-ACHOU-SW
               IF WS-PR-PRESENTE(WS-IDX-PRES) = 'S'
                   MOVE '  P   ' TO WDA-COLUNA(WS-IDX-COLUNA)
               ELSE
                   MOVE '  F   ' TO WDA-COLUNA(WS-IDX-COLUNA)
               END-IF
           END-IF.

       0450-IMPRIMIR-NOTAS-ALUNO.
           MOVE WS-AL-MATRICULA(WS-IDX-ALUNO) TO WDN-MATRICULA.
           MOVE WS-AL-NOME(WS-IDX-ALUNO)      TO WDN-NOME.
           WRITE CLASS-DIARY-LINE FROM WS-DIA-NOTAS-ALUNO.

       0900-REGISTRAR-FALHA.
           MOVE 'PRGCB107' TO EL-PROGRAMA.
           MOVE 'F' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
