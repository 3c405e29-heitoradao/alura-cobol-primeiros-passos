      ******************************************************
      ***   COPYBOOK  : AJUSTEST.COB
      ***   OBJETIVO  : LAYOUT DO HISTORICO DE AJUSTES DE
      ***                 ESTOQUE POR INVENTARIO FISICO
      ***                 (AJUSTEST), GRAVADO PELO PRGCOB98 NA
      ***                 POSTAGEM: UM REGISTRO POR PRODUTO/
      ***                 FILIAL COM DIFERENCA, COM O MOTIVO, O
      ***                 OPERADOR QUE CONTOU, O SUPERVISOR QUE
      ***                 APROVOU E O OPERADOR QUE POSTOU
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  STOCK-ADJUST-REC.
           02 AI-DATA                 PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AI-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AI-PRODUTO              PIC X(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AI-SALDO-CONGELADO      PIC S9(07).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AI-QTDE-CONTADA         PIC 9(07).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AI-DIFERENCA            PIC S9(07).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AI-VALOR                PIC S9(09)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AI-MOTIVO               PIC 9(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AI-CONTADOR             PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AI-SUPERVISOR           PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AI-OPERADOR             PIC X(05).
