      ******************************************************
      ***   COPYBOOK  : ATRBVAL.COB
      ***   OBJETIVO  : PARAMETROS TROCADOS POR CALL COM A
      ***                 SUB-ROTINA ATRIBVAL, QUE CONFERE A
      ***                 DISCIPLINA NO CATALOGO DISCCAD E A
      ***                 TURMA/DISCIPLINA NA ATRIBUICAO ATRIBUI
      ***                 PARA PRGCOB07, PRGCOB08-1, PRGCOB74 E
      ***                 PRGCOB76. RESULTADO: S = VALIDA,
      ***                 D = DISCIPLINA FORA DO CATALOGO OU
      ***                 INATIVA, A = TURMA/DISCIPLINA SEM
      ***                 PROFESSOR ATRIBUIDO
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   COPYBOOK ORIGINAL
      ******************************************************
       01  ASSIGN-VALID-LINK.
           02 AV-TURMA                PIC X(05).
           02 AV-DISCIPLINA           PIC X(03).
           02 AV-PROFESSOR            PIC X(05).
           02 AV-NOME-DISCIPLINA      PIC X(30).
           02 AV-RESULTADO            PIC X(01).
               88 AV-VALIDA                     VALUE 'S'.
               88 AV-DISCIPLINA-INVALIDA        VALUE 'D'.
               88 AV-SEM-ATRIBUICAO             VALUE 'A'.
