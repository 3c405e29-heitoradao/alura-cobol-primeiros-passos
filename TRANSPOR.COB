      ******************************************************
      ***   COPYBOOK  : TRANSPOR.COB
      ***   OBJETIVO  : LAYOUT DO CADASTRO DE TRANSPORTADORAS
      ***                 (TRANSPOR), MANTIDO PELO PRGCOB02 E
      ***                 CONSULTADO NA COTACAO (PRGCOB08), NA
      ***                 VALIDACAO DA FATURA (PRGCOB34), NA
      ***                 RECONCILIACAO (PRGCOB22), QUE TIRA DO
      ***                 PRAZO DE PAGAMENTO O VENCIMENTO DO
      ***                 APRPAGTO, NO ROMANEIO (PRGCOB66) E NA
      ***                 TRADUCAO EDI (PRGCOB67); TRANSPORTADORA
      ***                 FORA DO CADASTRO OU INATIVA (TP-ATIVO
      ***                 DIFERENTE DE 'S') E REJEITADA
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  CARRIER-REC.
           02 TP-CODIGO               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TP-RAZAO-SOCIAL         PIC X(30).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TP-CNPJ                 PIC 9(14).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TP-BANCO                PIC 9(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TP-AGENCIA              PIC 9(04).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TP-CONTA                PIC X(10).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TP-PRAZO-PAGTO          PIC 9(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TP-ATIVO                PIC X(01).
