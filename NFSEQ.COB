      ******************************************************
      ***   COPYBOOK  : NFSEQ.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE CONTROLE DA
      ***                 NUMERACAO DE NOTA FISCAL (NFSEQ), UM
      ***                 POR FILIAL, COM A SERIE E O ULTIMO
      ***                 NUMERO EMITIDO; LIDO E REGRAVADO PELO
      ***                 PRGCOB91 A CADA EMISSAO (FILIAL SEM
      ***                 REGISTRO COMECA NA SERIE 001, NUMERO 1)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  INVOICE-SEQ-REC.
           02 NQ-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NQ-SERIE                PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NQ-ULTIMO-NUMERO        PIC 9(09).
