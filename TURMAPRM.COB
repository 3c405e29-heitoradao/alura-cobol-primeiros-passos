      ******************************************************
      ***   COPYBOOK  : TURMAPRM.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DA TABELA DE TURMAS
      ***                 (TURMAPRM) USADA NA VIRADA DO PERIODO
      ***                 LETIVO (PRGCB105): PARA CADA TURMA, A
      ***                 TURMA DA SERIE SEGUINTE (ESPACOS NA
      ***                 ULTIMA SERIE = CONCLUINTE), A LOTACAO
      ***                 MAXIMA E AS DISCIPLINAS DA GRADE (ATE
      ***                 12; SEM DISCIPLINA, O ALUNO LEVA AS QUE
      ***                 CURSOU NO PERIODO)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  CLASS-PARM-REC.
           02 TP-TURMA                PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TP-PROXIMA-TURMA        PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TP-CAPACIDADE           PIC 9(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TP-GRADE.
               03 TP-DISCIPLINA       PIC X(03)     OCCURS 12 TIMES.
