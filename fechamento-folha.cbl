      ***                    EXECUCAO NO RUNCTL, PARA O COND DO
      ***                    FECHAMENTO MENSAL (MONCLOSE) E O
      ***                    BALANCO DO PRGCOB51
      ***   15/10/2026 HJR   A FOTO DO PAYHIST PASSA A GUARDAR O
      ***                    BANCO, A AGENCIA E A CONTA DO
      ***                    FUNCIONARIO NA COMPETENCIA, PARA A
      ***                    CONFERENCIA DA FOLHA (PRGCB101)
      ***                    APONTAR TROCA DE CONTA ANTES DA
      ***                    REMESSA (FD DE 129 POSICOES)
      ***   15/10/2026 HJR   ACOMPANHA O CARGO, O TIPO DE CONTRATO
      ***                    E OS VENCIMENTOS DA EXPERIENCIA
      ***                    INCLUIDOS NO EMPLOYEE.COB (FD DE 231
      ***                    POSICOES)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       FD  PAYROLL-HIST-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY 'PAYHIST.COB'.

       FD  FGTS-HIST-FILE
           MOVE EM-VL-HE100        TO PH-VL-HE100.
           MOVE EM-VL-NOTURNO      TO PH-VL-NOTURNO.
           MOVE EM-VL-FALTAS       TO PH-VL-FALTAS.
           MOVE EM-BANCO           TO PH-BANCO.
           MOVE EM-AGENCIA         TO PH-AGENCIA.
           MOVE EM-CONTA           TO PH-CONTA.
           WRITE PAYROLL-HIST-REC
               INVALID KEY
                   REWRITE PAYROLL-HIST-REC
