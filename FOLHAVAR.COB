      ******************************************************
      ***   COPYBOOK  : FOLHAVAR.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE ITEM APONTADO
      ***                 PELA CONFERENCIA DA FOLHA ANTES DA
      ***                 REMESSA (PRGCB101) NO ARQUIVO FOLHAVAR:
      ***                 UM REGISTRO POR COMPETENCIA, MATRICULA
      ***                 E TIPO DE APONTAMENTO, COM OS LIQUIDOS
      ***                 DA COMPETENCIA ANTERIOR E DA ATUAL. O
      ***                 ITEM NASCE PENDENTE (P) E SO O
      ***                 SUPERVISOR (SUPAUTH) O LIBERA (L);
      ***                 ENQUANTO HOUVER PENDENTE A REMESSA
      ***                 BANCARIA (PRGCOB41) FICA BLOQUEADA
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  PAYROLL-VARIANCE-REC.
           02 FV-COMPETENCIA          PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-ID                   PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-TIPO                 PIC X(01).
               88 FV-VARIACAO                   VALUE 'V'.
               88 FV-NOVO                       VALUE 'N'.
               88 FV-AUSENTE                    VALUE 'A'.
               88 FV-LIQUIDO-ZERADO             VALUE 'Z'.
               88 FV-CONTA-ALTERADA             VALUE 'B'.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-NOME                 PIC X(30).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-LIQUIDO-ANTERIOR     PIC 9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-LIQUIDO-ATUAL        PIC 9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-PERCENTUAL           PIC S9(03)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-DETALHE              PIC X(38).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-SITUACAO             PIC X(01).
               88 FV-PENDENTE                   VALUE 'P'.
               88 FV-LIBERADO                   VALUE 'L'.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-SUPERVISOR           PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-DATA-LIBERACAO       PIC 9(08).
