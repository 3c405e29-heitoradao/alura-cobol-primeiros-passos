      ******************************************************
      ***   COPYBOOK  : INVCONT.COB
      ***   OBJETIVO  : LAYOUT DO INVENTARIO FISICO POR
      ***                 FILIAL (INVCONT), MANTIDO PELO
      ***                 PRGCOB98: UM REGISTRO POR PRODUTO
      ***                 COM O SALDO DO STOCKBAL CONGELADO NO
      ***                 INICIO DA CONTAGEM, A QUANTIDADE
      ***                 CONTADA, O MOTIVO DA DIVERGENCIA E
      ***                 QUEM CONTOU E QUEM APROVOU. O AJUSTE
      ***                 E SEMPRE CONTADO MENOS CONGELADO, PARA
      ***                 NAO PERDER O MOVIMENTO POSTADO DURANTE
      ***                 A CONTAGEM
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   IV-VALOR-UNIT PASSA A SER O CUSTO
      ***                    MEDIO DO STOCKBAL NO CONGELAMENTO
      ******************************************************
       01  INVENTORY-COUNT-REC.
           02 IV-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 IV-PRODUTO              PIC X(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 IV-DATA-CONGELAMENTO    PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 IV-SALDO-CONGELADO      PIC S9(07).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 IV-VALOR-UNIT           PIC 9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 IV-QTDE-CONTADA         PIC 9(07).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 IV-CONTADO              PIC X(01).
               88 IV-JA-CONTADO                     VALUE 'S'.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 IV-MOTIVO               PIC 9(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 IV-OPERADOR             PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 IV-SITUACAO             PIC X(01).
               88 IV-EM-CONTAGEM                    VALUE 'C'.
               88 IV-APROVADO                       VALUE 'A'.
               88 IV-LANCADO                        VALUE 'L'.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 IV-SUPERVISOR           PIC X(05).
