      ***                    O BRUTO DELA (SALDO + 13 + FERIAS)
      ***                    NAO ENTRA NA ESCOLHA DO ULTIMO
      ***                    BRUTO DA BASE
      ***   15/10/2026 HJR   ACOMPANHA OS DADOS BANCARIOS INCLUIDOS
      ***                    NO PAYHIST.COB (FD DE 129 POSICOES),
      ***                    GRAVADOS ZERADOS NESTE LANCAMENTO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HIST-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY 'PAYHIST.COB'.

       FD  INSS-PARM-FILE
               MOVE ZEROS TO PH-VL-HE100
               MOVE ZEROS TO PH-VL-NOTURNO
               MOVE ZEROS TO PH-VL-FALTAS
               MOVE ZEROS TO PH-BANCO
               MOVE ZEROS TO PH-AGENCIA
               MOVE ZEROS TO PH-CONTA
               IF WRK-PARCELA = 1
                   MOVE WRK-METADE-13 TO PH-SALARIO-BRUTO
                   MOVE ZEROS         TO PH-VALOR-INSS
