      ******************************************************
      ***   COPYBOOK  : CAIXAFEC.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DO FECHAMENTO DE
      ***                 CAIXA DO DIA (CAIXAFEC), UM POR
      ***                 FILIAL, GRAVADO PELO PRGCOB90 COM O
      ***                 APURADO NO SALESDET E NOS RECEBIMENTOS
      ***                 DE BALCAO, O CONTADO DECLARADO PELA
      ***                 FILIAL E A DIFERENCA; LIDO PELO PAINEL
      ***                 DIARIO (PRGCOB54)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***--------------------------------------------------
      ***   SITUACAO: C=CONFERE  F=FALTA  S=SOBRA
      ***             N=CAIXA NAO DECLARADO PELA FILIAL
      ***   ALERTA  : S=DIFERENCA ACIMA DA TOLERANCIA (ERRLOG)
      ******************************************************
       01  CASH-CLOSING-REC.
           02 CF-DATA                 PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CF-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CF-VENDAS-VISTA         PIC S9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CF-VENDAS-CARTAO        PIC S9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CF-VENDAS-PRAZO         PIC S9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CF-DEVOLUCOES           PIC S9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CF-RECEBIMENTOS         PIC S9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CF-ESPERADO-DINHEIRO    PIC S9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CF-CONTADO-DINHEIRO     PIC S9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CF-CONTADO-CARTAO       PIC S9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CF-DIFERENCA            PIC S9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CF-SITUACAO             PIC X(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CF-ALERTA               PIC X(01).
