      ******************************************************
      ***   COPYBOOK  : CALACAD.COB
      ***   OBJETIVO  : LAYOUT DO CALENDARIO ACADEMICO
      ***                 (CALACAD, INDEXADO PELO PERIODO),
      ***                 MANTIDO PELO PRGCB106: DATA LIMITE DE
      ***                 LANCAMENTO DE CADA AVALIACAO (NOTAS 1,
      ***                 2 E 3 E EXAME DE RECUPERACAO) E O
      ***                 BLOQUEIO DO PERIODO, CONFERIDOS PELA
      ***                 SUB-ROTINA PRAZOVAL ANTES DE QUALQUER
      ***                 GRAVACAO DE NOTA. PRAZO ZERADO = SEM
      ***                 DATA LIMITE PARA A AVALIACAO
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  ACADEMIC-CALENDAR-REC.
           02 CA-PERIODO              PIC 9(06).
           02 CA-PRAZO-NOTA1          PIC 9(08).
           02 CA-PRAZO-NOTA2          PIC 9(08).
           02 CA-PRAZO-NOTA3          PIC 9(08).
           02 CA-PRAZO-RECUPERACAO    PIC 9(08).
           02 CA-BLOQUEADO            PIC X(01).
               88 CA-PERIODO-BLOQUEADO          VALUE 'S'.
           02 CA-DATA-BLOQUEIO        PIC 9(08).
