      ******************************************************
      ***   COPYBOOK  : PROFMAST.COB
      ***   OBJETIVO  : LAYOUT DO CADASTRO DE PROFESSORES
      ***                 (PROFMAST, INDEXADO PELO CODIGO),
      ***                 MANTIDO PELO PRGCB106
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  TEACHER-MASTER-REC.
           02 PF-CODIGO               PIC X(05).
           02 PF-NOME                 PIC X(30).
           02 PF-ATIVO                PIC X(01).
               88 PF-PROFESSOR-ATIVO            VALUE 'S'.
