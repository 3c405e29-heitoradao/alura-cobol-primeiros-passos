      ******************************************************
      ***   COPYBOOK  : SNAPSHOT.COB
      ***   OBJETIVO  : LAYOUT DA GERACAO DATADA DA FOTO DOS
      ***                 CLUSTERS MESTRES, GRAVADA PELO
      ***                 PRGCB112 NO INICIO DO FECHAMENTO E LIDA
      ***                 PELO PRGCB113 NA VOLTA DA FOTO. UM GRUPO
      ***                 POR CLUSTER (SALESACC, STOCKBAL, ACCTBAL,
      ***                 EMPLOYEF E QUOTSTAT), NA ORDEM DA CHAVE:
      ***                 H = HEADER (ARQUIVO, DATA E HORA DA FOTO)
      ***                 D = DETALHE (REGISTRO DO CLUSTER COMO
      ***                     ESTAVA, ALINHADO A ESQUERDA)
      ***                 T = TRAILER (QUANTIDADE DE DETALHES E
      ***                     TOTAL DE CONTROLE DO ARQUIVO)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  SNAPSHOT-REC.
           02 SN-TIPO                 PIC X(01).
           02 FILLER                  PIC X(01).
           02 SN-DADOS                PIC X(231).
       01  SNAPSHOT-HEADER-REC REDEFINES SNAPSHOT-REC.
           02 SH-TIPO                 PIC X(02).
           02 SH-ARQUIVO              PIC X(08).
           02 FILLER                  PIC X(01).
           02 SH-DATA                 PIC 9(08).
           02 FILLER                  PIC X(01).
           02 SH-HORA                 PIC 9(08).
           02 FILLER                  PIC X(205).
       01  SNAPSHOT-TRAILER-REC REDEFINES SNAPSHOT-REC.
           02 ST-TIPO                 PIC X(02).
           02 ST-ARQUIVO              PIC X(08).
           02 FILLER                  PIC X(01).
           02 ST-QTD                  PIC 9(07).
           02 FILLER                  PIC X(01).
           02 ST-TOTAL                PIC S9(13)V99.
           02 FILLER                  PIC X(199).
