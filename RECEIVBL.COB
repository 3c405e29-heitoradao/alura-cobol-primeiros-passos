      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   INCLUIDOS O VALOR JA RECEBIDO DA
      ***                    PARCELA (RV-VALOR-PAGO) E A DATA DO
      ***                    ULTIMO RECEBIMENTO, GRAVADOS PELA
      ***                    BAIXA DE RECEBIVEIS (PRGCOB86); A
      ***                    PARCELA PAGA EM PARTE CONTINUA
      ***                    ABERTA COM O SALDO RV-VALOR MENOS
      ***                    RV-VALOR-PAGO
      ***   15/10/2026 HJR   INCLUIDO O NUMERO DA REMESSA DE
      ***                    COBRANCA (RV-NUM-REMESSA) EM QUE A
      ***                    PARCELA SAIU COMO BOLETO PELO
      ***                    PRGCOB87; ZERO = SEM BOLETO EMITIDO
      ***   15/10/2026 HJR   SITUACAO B PASSA A SER A PARCELA
      ***                    BAIXADA COMO PERDA PELO PRGCOB89 (O
      ***                    MOTIVO FICA NO ARQUIVO PERDAS); O
      ***                    QUE FOR RECUPERADO DEPOIS SOMA EM
      ***                    RV-VALOR-PAGO SEM REABRIR A PARCELA
      ***--------------------------------------------------
      ***   SITUACAO: A=ABERTA  P=PAGA  B=BAIXADA COMO PERDA
      ******************************************************
       01  RECEIVABLE-REC.
           02 RV-VENDEDOR             PIC X(05).
           02 RV-VALOR                PIC S9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RV-SITUACAO             PIC X(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RV-VALOR-PAGO           PIC S9(06)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RV-DATA-PAGAMENTO       PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RV-NUM-REMESSA          PIC 9(06).
