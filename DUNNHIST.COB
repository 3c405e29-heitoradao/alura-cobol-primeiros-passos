      ******************************************************
      ***   COPYBOOK  : DUNNHIST.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DO HISTORICO DE
      ***                 CARTAS DE COBRANCA (COBRHIST), GRAVADO
      ***                 PELO PRGCOB88 COM UMA LINHA POR TITULO
      ***                 LISTADO EM CADA CARTA ENVIADA; O
      ***                 PROPRIO PRGCOB88 LE O HISTORICO PARA
      ***                 NAO REPETIR O MESMO NIVEL AO MESMO
      ***                 TITULO, E A COBRANCA CONSULTA O QUE JA
      ***                 FOI ENVIADO A CADA CLIENTE
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***--------------------------------------------------
      ***   NIVEIS DE COBRANCA (DIAS DE ATRASO DO TITULO)
      ***   1 = LEMBRETE            (A PARTIR DE  5 DIAS)
      ***   2 = NOTIFICACAO FORMAL  (A PARTIR DE 30 DIAS)
      ***   3 = PRE-JURIDICO        (A PARTIR DE 60 DIAS)
      ***   DH-NIVEL E O NIVEL DO TITULO, DH-NIVEL-CARTA O DA
      ***   CARTA (MAIOR NIVEL ENTRE OS TITULOS DO CLIENTE)
      ******************************************************
       01  DUNNING-HIST-REC.
           02 DH-DATA-ENVIO           PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DH-CLIENTE              PIC X(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DH-SEQUENCIA            PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DH-PARCELA              PIC 9(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DH-DATA-VENCIMENTO      PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DH-DIAS-ATRASO          PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DH-NIVEL                PIC 9(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DH-SALDO                PIC S9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 DH-NIVEL-CARTA          PIC 9(01).
