      ******************************************************
      ***   COPYBOOK  : GLCTLLOT.COB
      ***   OBJETIVO  : LAYOUT DO CONTROLE DOS ARQUIVOS GL JA
      ***                 CONSOLIDADOS NO RAZAO, GRAVADO PELO
      ***                 PRGCB118 NO ARQUIVO GLCTLLOT A CADA
      ***                 ARQUIVO GL CARREGADO NO GLRAZAO E
      ***                 CONSULTADO NO INICIO DA CONSOLIDACAO
      ***                 SEGUINTE. OS ARQUIVOS GL SAO
      ***                 ACUMULATIVOS (CADA PROGRAMA GERADOR
      ***                 ACRESCENTA O LOTE NO FIM, OPEN EXTEND)
      ***                 E NAO TRAZEM A COMPETENCIA: A
      ***                 CONSOLIDACAO PULA OS
      ***                 CL-REGISTROS PRIMEIROS REGISTROS DO
      ***                 ARQUIVO, JA CARREGADOS, E SO CONFERE E
      ***                 GRAVA OS LOTES ACRESCENTADOS DEPOIS.
      ***                 CL-PRIMEIRO-REGISTRO IDENTIFICA O
      ***                 ARQUIVO: SE O PRIMEIRO REGISTRO MUDOU, O
      ***                 ARQUIVO FOI RECRIADO E E LIDO DO INICIO.
      ***                 VALE O ULTIMO REGISTRO DE CADA ORIGEM
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   OS GERADORES DOS ARQUIVOS GL PASSAM
      ***                    A ACRESCENTAR O LOTE NO FIM
      ******************************************************
       01  GL-BATCH-CTRL-REC.
           02 CL-ORIGEM               PIC X(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CL-REGISTROS            PIC 9(09).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CL-COMPETENCIA          PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CL-DATA-CONSOLIDACAO    PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CL-PRIMEIRO-REGISTRO    PIC X(30).
