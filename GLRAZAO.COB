      ******************************************************
      ***   COPYBOOK  : GLRAZAO.COB
      ***   OBJETIVO  : LAYOUT DO RAZAO CONTABIL (GLRAZAO),
      ***                 GRAVADO PELA CONSOLIDACAO CONTABIL
      ***                 (PRGCB118): UM REGISTRO POR LANCAMENTO
      ***                 ACEITO DOS ARQUIVOS GL (GLVENDAS,
      ***                 GLEXPORT, GLPROV, GLFRETE E GLPDD),
      ***                 COM A COMPETENCIA, O ARQUIVO DE
      ***                 ORIGEM, O LOTE E A SEQUENCIA DENTRO
      ***                 DO ARQUIVO E A DATA DA CONSOLIDACAO.
      ***                 BASE DO BALANCETE E DO RAZAO POR
      ***                 CONTA
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  GL-LEDGER-REC.
           02 RZ-COMPETENCIA          PIC 9(06).
           02 RZ-ORIGEM               PIC X(08).
           02 RZ-LOTE                 PIC 9(03).
           02 RZ-SEQUENCIA            PIC 9(05).
           02 RZ-CENTRO               PIC X(05).
           02 RZ-CONTA                PIC X(08).
           02 RZ-DC                   PIC X(01).
               88 RZ-DEBITO                     VALUE 'D'.
               88 RZ-CREDITO                    VALUE 'C'.
           02 RZ-VALOR                PIC 9(11)V99.
           02 RZ-DATA-LANCAMENTO      PIC 9(08).
