      ******************************************************
      ***   COPYBOOK  : WRTOFF.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DO CADASTRO DE
      ***                 PERDAS DO CONTAS A RECEBER (PERDAS),
      ***                 GRAVADO PELO PRGCOB89 A CADA PARCELA
      ***                 DO CONTASR BAIXADA COMO PERDA (RV-
      ***                 SITUACAO B) COM AUTORIZACAO DO
      ***                 SUPERVISOR (SUPAUTH): GUARDA O MOTIVO
      ***                 DA BAIXA E O SALDO PERDIDO, QUE O
      ***                 FECHAMENTO DA PDD DO MES LANCA CONTRA A
      ***                 PROVISAO
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***--------------------------------------------------
      ***   MOTIVOS DA BAIXA
      ***   1 = FALENCIA OU INSOLVENCIA DO CLIENTE
      ***   2 = CLIENTE NAO LOCALIZADO
      ***   3 = DIVIDA PRESCRITA
      ***   4 = CUSTO DE COBRANCA MAIOR QUE O SALDO
      ***   5 = ACORDO OU PERDAO AUTORIZADO PELA DIRETORIA
      ******************************************************
       01  WRITE-OFF-REC.
           02 WO-DATA-BAIXA           PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 WO-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 WO-CLIENTE              PIC X(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 WO-SEQUENCIA            PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 WO-PARCELA              PIC 9(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 WO-DATA-VENCIMENTO      PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 WO-DIAS-ATRASO          PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 WO-SALDO                PIC S9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 WO-MOTIVO               PIC 9(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 WO-OBSERVACAO           PIC X(30).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 WO-SUPERVISOR           PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 WO-OPERADOR             PIC X(05).
