      ******************************************************
      ***   COPYBOOK  : AVISOSAI.COB
      ***   OBJETIVO  : LAYOUT DO ARQUIVO DE MENSAGENS AOS
      ***                 RESPONSAVEIS (AVISOSAI) ENTREGUE AO
      ***                 PROVEDOR DE E-MAIL/SMS: UM REGISTRO POR
      ***                 RESPONSAVEL E AVISO, GRAVADO PELO
      ***                 PRGCB108
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***--------------------------------------------------
      ***   CANAL: E=E-MAIL  S=SMS  A=AMBOS
      ***   TIPO : O MESMO DO AVISOHIS.COB (R, F, L OU M)
      ******************************************************
       01  NOTICE-OUT-REC.
           02 AS-DATA-ENVIO           PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AS-CANAL                PIC X(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AS-MATRICULA            PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AS-SEQ-RESPONSAVEL      PIC 9(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AS-NOME-RESPONSAVEL     PIC X(30).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AS-EMAIL                PIC X(40).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AS-CELULAR              PIC X(11).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AS-TIPO                 PIC X(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AS-MENSAGEM             PIC X(120).
