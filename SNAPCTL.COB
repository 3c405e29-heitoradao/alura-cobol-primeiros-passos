      ******************************************************
      ***   COPYBOOK  : SNAPCTL.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE CONTROLE DA FOTO
      ***                 DOS CLUSTERS MESTRES (SNAPCTL), UM POR
      ***                 ARQUIVO FOTOGRAFADO, GRAVADO POR EXTENSAO
      ***                 PELO PRGCB112 E CONFERIDO PELO PRGCB113
      ***                 ANTES E DEPOIS DE RECARREGAR O CLUSTER.
      ***                 SC-TOTAL E O TOTAL DE CONTROLE DO
      ***                 ARQUIVO:
      ***                 SALESACC = SOMA DE SA-ACUM
      ***                 STOCKBAL = SOMA DE EB-SALDO
      ***                 ACCTBAL  = SOMA DE AB-SALDO
      ***                 EMPLOYEF = SOMA DE EM-SALARIO-BRUTO
      ***                 QUOTSTAT = SOMA DE QT-NUMERO (HASH)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  SNAP-CTRL-REC.
           02 SC-ARQUIVO              PIC X(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 SC-DATA                 PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 SC-HORA                 PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 SC-QTD                  PIC 9(07).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 SC-TOTAL                PIC S9(13)V99.
