      ******************************************************
      ***   COPYBOOK  : DISCCAD.COB
      ***   OBJETIVO  : LAYOUT DO CATALOGO DE DISCIPLINAS
      ***                 (DISCCAD, INDEXADO PELO CODIGO),
      ***                 MANTIDO PELO PRGCB106: O CODIGO DE 3
      ***                 POSICOES USADO EM ST-DISCIPLINA,
      ***                 RO-DISCIPLINA E FQ-DISCIPLINA PASSA A
      ***                 TER NOME, CARGA HORARIA E SITUACAO
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  SUBJECT-REC.
           02 DC-CODIGO               PIC X(03).
           02 DC-NOME                 PIC X(30).
           02 DC-CARGA-HORARIA        PIC 9(03).
           02 DC-ATIVA                PIC X(01).
               88 DC-DISCIPLINA-ATIVA           VALUE 'S'.
