      ******************************************************
      ***   COPYBOOK  : TRANSFER.COB
      ***   OBJETIVO  : LAYOUT DAS TRANSFERENCIAS DE ESTOQUE
      ***                 ENTRE FILIAIS (TRANSFER), MANTIDAS
      ***                 PELO PRGCOB99: O ENVIO BAIXA O SALDO
      ***                 DA ORIGEM E A QUANTIDADE FICA EM
      ***                 TRANSITO (T) ATE O DESTINO CONFIRMAR
      ***                 O RECEBIMENTO (R), QUANDO ENTAO E
      ***                 CREDITADA NO SALDO DO DESTINO
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   INCLUIDO O CUSTO MEDIO DA ORIGEM NO
      ***                    ENVIO, QUE ENTRA NO CUSTO MEDIO DO
      ***                    DESTINO (REGISTRO DE 71 POSICOES)
      ******************************************************
       01  STOCK-TRANSFER-REC.
           02 TR-NUMERO               PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TR-PRODUTO              PIC X(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TR-FILIAL-ORIGEM        PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TR-FILIAL-DESTINO       PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TR-QTDE                 PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TR-DATA-ENVIO           PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TR-DATA-RECEBIMENTO     PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TR-OPERADOR-ENVIO       PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TR-OPERADOR-RECEB       PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TR-SITUACAO             PIC X(01).
               88 TR-EM-TRANSITO                    VALUE 'T'.
               88 TR-RECEBIDA                       VALUE 'R'.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TR-CUSTO-UNIT           PIC 9(07)V9(04).
