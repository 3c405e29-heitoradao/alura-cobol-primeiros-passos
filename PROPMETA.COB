      ******************************************************
      ***   COPYBOOK  : PROPMETA.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE META PROPOSTA
      ***                 POR VENDEDOR/FILIAL/ANO-MES, GRAVADO
      ***                 PELA PREVISAO DE VENDAS (PRGCOB93) A
      ***                 PARTIR DO HISTORICO DO SALESMON E
      ***                 REVISADO PELO GERENTE NA MANUTENCAO DE
      ***                 METAS (PRGCOB28), QUE LEVA AS ACEITAS
      ***                 PARA O SALESTGT; VENDEDOR EM BRANCO E
      ***                 A PROPOSTA DA FILIAL
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  TARGET-PROPOSAL-REC.
           02 PV-VENDEDOR             PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PV-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PV-ANOMES               PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PV-PREVISTO             PIC 9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PV-META                 PIC 9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PV-SITUACAO             PIC X(01).
               88 PV-PENDENTE                       VALUE 'P'.
               88 PV-ACEITA                         VALUE 'A'.
               88 PV-RECUSADA                       VALUE 'R'.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PV-DATA-DECISAO         PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PV-OPERADOR             PIC X(05).
