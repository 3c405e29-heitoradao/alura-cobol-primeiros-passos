      ******************************************************
      ***   COPYBOOK  : ATRIBUI.COB
      ***   OBJETIVO  : LAYOUT DO ARQUIVO DE ATRIBUICAO DE
      ***                 AULAS (ATRIBUI, INDEXADO POR TURMA E
      ***                 DISCIPLINA), MANTIDO PELO PRGCB106: QUAL
      ***                 PROFESSOR DA A DISCIPLINA NA TURMA E
      ***                 DESDE QUE PERIODO. SO TURMA/DISCIPLINA
      ***                 ATRIBUIDA E ACEITA NA APURACAO DE NOTAS
      ***                 (PRGCOB07 E PRGCOB08-1), NA CHAMADA
      ***                 (PRGCOB74) E NA CORRECAO DE NOTAS
      ***                 (PRGCOB76), E O DIARIO DE CLASSE
      ***                 (PRGCB107) SAI POR ESTA ATRIBUICAO
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  CLASS-ASSIGN-REC.
           02 AT-CHAVE.
               03 AT-TURMA            PIC X(05).
               03 AT-DISCIPLINA       PIC X(03).
           02 AT-PROFESSOR            PIC X(05).
           02 AT-PERIODO              PIC 9(06).
