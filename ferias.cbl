      ***                    DO PRGCOB55), COM AVISO NA CARGA DE
      ***                    QUE A CONTAGEM DE PERIODOS PODE NAO
      ***                    ENXERGAR OS REGISTROS EXCEDENTES
      ***   15/10/2026 HJR   ACOMPANHA OS DADOS BANCARIOS INCLUIDOS
      ***                    NO PAYHIST.COB (FD DE 129 POSICOES),
      ***                    GRAVADOS ZERADOS NESTE LANCAMENTO
      ***   15/10/2026 HJR   ACOMPANHA O CARGO, O TIPO DE CONTRATO
      ***                    E OS VENCIMENTOS DA EXPERIENCIA
      ***                    INCLUIDOS NO EMPLOYEE.COB (FD DE 231
      ***                    POSICOES)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  VACATION-WORK-REC     PIC X(37).

       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       FD  PAYROLL-HIST-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY 'PAYHIST.COB'.

       WORKING-STORAGE SECTION.
               MOVE ZEROS            TO PH-VL-HE100
               MOVE ZEROS            TO PH-VL-NOTURNO
               MOVE ZEROS            TO PH-VL-FALTAS
               MOVE ZEROS            TO PH-BANCO
               MOVE ZEROS            TO PH-AGENCIA
               MOVE ZEROS            TO PH-CONTA
               WRITE PAYROLL-HIST-REC
                   INVALID KEY
                       REWRITE PAYROLL-HIST-REC
