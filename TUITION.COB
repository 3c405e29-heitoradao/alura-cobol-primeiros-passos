      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   INCLUIDO O NUMERO DA REMESSA DE
      ***                    COBRANCA (TU-NUM-REMESSA) EM QUE A
      ***                    MENSALIDADE SAIU COMO BOLETO PELO
      ***                    PRGCOB87, QUE TAMBEM A BAIXA PELO
      ***                    RETORNO DO BANCO; ZERO = SEM BOLETO
      ***   15/10/2026 HJR   TU-VALOR PASSA A SER O VALOR LIQUIDO
      ***                    DA MENSALIDADE, JA DESCONTADAS AS
      ***                    BOLSAS/DESCONTOS DO BOLSAS (BRUTO E
      ***                    DESCONTOS FICAM NO DESCMENS); BOLSA
      ***                    INTEGRAL E GRAVADA COMO PAGA
      ***   15/10/2026 HJR   DESCONTO DE PAGAMENTO ANTECIPADO
      ***                    (TU-DESCONTO-ANTECIPADO) SAI DO
      ***                    TU-VALOR E FICA CONDICIONADO: NA BAIXA
      ***                    ATE O VENCIMENTO E ABATIDO DO TU-VALOR
      ***                    (QUE FICA COM O VALOR RECEBIDO); PAGO
      ***                    DEPOIS, E ZERADO (FD DE 64 POSICOES)
      ***--------------------------------------------------
      ***   SITUACAO: A=EM ABERTO  P=PAGA
      ******************************************************
           02 TU-SITUACAO             PIC X(01).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TU-DATA-PAGAMENTO       PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TU-NUM-REMESSA          PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 TU-DESCONTO-ANTECIPADO  PIC 9(06)V99.
