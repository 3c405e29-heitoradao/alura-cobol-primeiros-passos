      ******************************************************
      ***   COPYBOOK  : RECEBTO.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE RECEBIMENTO DE
      ***                 PARCELA DO CONTAS A RECEBER, GRAVADO
      ***                 PELA BAIXA DE RECEBIVEIS (PRGCOB86)
      ***                 NO ARQUIVO RECEBTOS: UM REGISTRO POR
      ***                 BAIXA, TOTAL OU PARCIAL, COM O
      ***                 PRINCIPAL ABATIDO E OS ENCARGOS DE
      ***                 ATRASO (JUROS E MULTA) COBRADOS, PARA
      ***                 O RELATORIO DE CAIXA RECEBIDO POR
      ***                 FILIAL
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   INCLUIDA A ORIGEM B, DOS BOLETOS
      ***                    LIQUIDADOS NO RETORNO DA COBRANCA
      ***                    BANCARIA (PRGCOB87)
      ***   15/10/2026 HJR   INCLUIDO O TIPO X, RECUPERACAO DE
      ***                    PARCELA BAIXADA COMO PERDA (PRGCOB89),
      ***                    LANCADA NA PDD DO MES
      ***--------------------------------------------------
      ***   TIPO  : T=BAIXA TOTAL  P=BAIXA PARCIAL
      ***           X=RECUPERACAO DE PERDA
      ***   ORIGEM: C=CAIXA (DIGITADA NO PRGCOB86)
      ***           B=BOLETO (RETORNO DO BANCO NO PRGCOB87)
      ******************************************************
       01  RECEIPT-REC.
           02 RB-DATA-PAGAMENTO       PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RB-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RB-VENDEDOR             PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RB-CLIENTE              PIC X(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RB-SEQUENCIA            PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RB-PARCELA              PIC 9(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RB-DATA-VENCIMENTO      PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RB-VALOR-PRINCIPAL      PIC S9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RB-VALOR-JUROS          PIC S9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RB-VALOR-MULTA          PIC S9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RB-VALOR-RECEBIDO       PIC S9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RB-TIPO-BAIXA           PIC X(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RB-ORIGEM               PIC X(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RB-OPERADOR             PIC X(05).
