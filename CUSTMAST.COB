      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   INCLUIDO O LIMITE DE CREDITO DO
      ***                    CLIENTE (ZERO = LIMITE PADRAO DO
      ***                    RECEBPRM), CONFERIDO PELO PRGCOB18
      ***                    NAS VENDAS A PRAZO
      ******************************************************
       01  CUSTOMER-MASTER-REC.
           02 CM-CODIGO               PIC X(06).
           02 CM-UF                   PIC X(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CM-ATIVO                PIC X(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 CM-LIMITE-CREDITO       PIC 9(07)V99.
