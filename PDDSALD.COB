      ******************************************************
      ***   COPYBOOK  : PDDSALD.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DO SALDO DA PROVISAO
      ***                 PARA DEVEDORES DUVIDOSOS (PDDSALDO),
      ***                 UM POR FILIAL, REGRAVADO PELO PRGCOB89
      ***                 A CADA FECHAMENTO MENSAL DA PDD: O
      ***                 SALDO ANTERIOR E GUARDADO JUNTO PARA
      ***                 QUE O FECHAMENTO DA MESMA COMPETENCIA
      ***                 POSSA SER REPROCESSADO SEM DOBRAR O
      ***                 LANCAMENTO DE AJUSTE
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  PDD-BALANCE-REC.
           02 PS-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PS-COMPETENCIA          PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PS-SALDO-ANTERIOR       PIC S9(09)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PS-SALDO                PIC S9(09)V99.
