      ******************************************************
      ***   COPYBOOK  : PRZVAL.COB
      ***   OBJETIVO  : PARAMETROS TROCADOS POR CALL COM A
      ***                 SUB-ROTINA PRAZOVAL, QUE CONFERE O
      ***                 PERIODO NO CALENDARIO ACADEMICO
      ***                 CALACAD PARA PRGCOB07, PRGCOB08-1,
      ***                 PRGCOB46 E PRGCOB76. RESULTADO:
      ***                 A = PERIODO ABERTO, B = PERIODO
      ***                 BLOQUEADO, S = PERIODO SEM CALENDARIO
      ***                 (NADA CONFERIDO). PARA CADA AVALIACAO,
      ***                 S = DATA LIMITE JA VENCIDA NA DATA DE
      ***                 PROCESSAMENTO (PROCDATE)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   COPYBOOK ORIGINAL
      ******************************************************
       01  GRADE-DEADLINE-LINK.
           02 PZ-PERIODO              PIC 9(06).
           02 PZ-DATA-REFERENCIA      PIC 9(08).
           02 PZ-RESULTADO            PIC X(01).
               88 PZ-PERIODO-ABERTO             VALUE 'A'.
               88 PZ-PERIODO-BLOQUEADO          VALUE 'B'.
               88 PZ-SEM-CALENDARIO             VALUE 'S'.
           02 PZ-NOTA1-VENCIDA        PIC X(01).
               88 PZ-PRAZO-NOTA1-VENCIDO        VALUE 'S'.
           02 PZ-NOTA2-VENCIDA        PIC X(01).
               88 PZ-PRAZO-NOTA2-VENCIDO        VALUE 'S'.
           02 PZ-NOTA3-VENCIDA        PIC X(01).
               88 PZ-PRAZO-NOTA3-VENCIDO        VALUE 'S'.
           02 PZ-RECUPERACAO-VENCIDA  PIC X(01).
               88 PZ-PRAZO-REC-VENCIDO          VALUE 'S'.
