      ******************************************************
      ***   COPYBOOK  : CREDVND.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DO LOG DE CREDITO
      ***                 DA CAPTURA DE VENDAS, GRAVADO PELO
      ***                 PRGCOB18 NO ARQUIVO CREDVEND A CADA
      ***                 VENDA A PRAZO BARRADA PELO LIMITE DE
      ***                 CREDITO OU POR PARCELA EM ATRASO NO
      ***                 CONTASR - RECUSADA OU LIBERADA PELO
      ***                 SUPERVISOR (SUPAUTH) - PARA O
      ***                 ACOMPANHAMENTO DO GERENTE DE CREDITO
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***--------------------------------------------------
      ***   MOTIVOS DO BLOQUEIO
      ***   L = SALDO EM ABERTO + VENDA ACIMA DO LIMITE
      ***   A = PARCELA VENCIDA HA MAIS DIAS QUE O PERMITIDO
      ***   S = VENDA A PRAZO SEM CLIENTE IDENTIFICADO
      ***   DECISAO
      ***   R = RECUSADA      L = LIBERADA PELO SUPERVISOR
      ******************************************************
       01  CREDIT-LOG-REC.
           02 CV-DATA                 PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CV-HORA                 PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CV-CLIENTE              PIC X(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CV-VENDEDOR             PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CV-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CV-VALOR-VENDA          PIC S9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CV-QT-PARCELAS          PIC 9(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CV-SALDO-ABERTO         PIC S9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CV-LIMITE               PIC 9(07)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CV-MAIOR-ATRASO         PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CV-MOTIVO               PIC X(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CV-DECISAO              PIC X(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CV-SUPERVISOR           PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CV-OPERADOR             PIC X(05).
