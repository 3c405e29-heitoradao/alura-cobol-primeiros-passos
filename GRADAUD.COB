      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   INCLUIDA A SITUACAO DO PERIODO NO
      ***                    CALENDARIO ACADEMICO NA CORRECAO (A
      ***                    ABERTO, V PRAZO VENCIDO, B BLOQUEADO,
      ***                    S SEM CALENDARIO)
      ******************************************************
       01  GRADE-AUDIT-REC.
           02 GA-DATA                 PIC 9(08).
           02 GA-STATUS-NOVO          PIC X(12).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 GA-MOTIVO               PIC X(30).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 GA-SITUACAO-CALENDARIO  PIC X(01).
