      ******************************************************
      ***   COPYBOOK  : FRTPROV.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE CONTROLE DA
      ***                 PROVISAO DE FRETE DO FECHAMENTO,
      ***                 GRAVADO PELO PRGCOB05 NO ARQUIVO
      ***                 FREIGHT-ACCRUAL-FILE: UM REGISTRO POR
      ***                 COMPETENCIA/TRANSPORTADORA/CENTRO DE
      ***                 CUSTO (UF DE ORIGEM DO EMBARQUE) COM O
      ***                 FRETE COTADO DAS COTACOES EMBARCADAS OU
      ***                 ENTREGUES AINDA SEM FATURA, PARA O
      ***                 ESTORNO NO PRIMEIRO DIA DO MES SEGUINTE
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***--------------------------------------------------
      ***   SITUACAO: P=PROVISIONADA  E=ESTORNADA
      ******************************************************
       01  FREIGHT-ACCRUAL-REC.
           02 FV-COMPETENCIA          PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-TRANSPORTADORA       PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-UF-ORIGEM            PIC X(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-QTD-COTACOES         PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-VALOR                PIC 9(09)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-SITUACAO             PIC X(01).
               88 FV-PROVISIONADA               VALUE 'P'.
               88 FV-ESTORNADA                  VALUE 'E'.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FV-DATA-ESTORNO         PIC 9(08).
