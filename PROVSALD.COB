      ******************************************************
      ***   COPYBOOK  : PROVSALD.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DO SALDO DA PROVISAO
      ***                 DE FERIAS E 13O SALARIO (PROVSALD), UM
      ***                 POR MATRICULA, REGRAVADO PELO PRGCOB17 A
      ***                 CADA PROVISAO MENSAL: SALDO DO 13O, DAS
      ***                 FERIAS (COM O TERCO) E DOS ENCARGOS DE
      ***                 CADA UM, E O 13O JA BAIXADO NO ANO (AS
      ***                 PARCELAS DO PRGCOB69 SAO LIDAS DO PAYHIST
      ***                 E SO A DIFERENCA E BAIXADA). OS SALDOS DE
      ***                 ANTES DA COMPETENCIA SAO GUARDADOS JUNTO
      ***                 PARA QUE A PROVISAO DA MESMA COMPETENCIA
      ***                 POSSA SER REPROCESSADA SEM DOBRAR O VALOR
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  VACATION-PROV-REC.
           02 PV-ID                   PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PV-CENTRO               PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PV-COMPETENCIA          PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
      *********** SALDOS ANTES DA PROVISAO DA COMPETENCIA **********
           02 PV-SALDO-ANTERIOR.
               03 PV-ANT-13           PIC S9(07)V99.
               03 FILLER              PIC X(01)     VALUE SPACES.
               03 PV-ANT-ENC-13       PIC S9(07)V99.
               03 FILLER              PIC X(01)     VALUE SPACES.
               03 PV-ANT-FERIAS       PIC S9(07)V99.
               03 FILLER              PIC X(01)     VALUE SPACES.
               03 PV-ANT-ENC-FERIAS   PIC S9(07)V99.
               03 FILLER              PIC X(01)     VALUE SPACES.
               03 PV-ANT-BAIXA-13-ANO PIC 9(07)V99.
               03 FILLER              PIC X(01)     VALUE SPACES.
      *********** SALDOS DEPOIS DA PROVISAO DA COMPETENCIA *********
           02 PV-SALDO-ATUAL.
               03 PV-SALDO-13         PIC S9(07)V99.
               03 FILLER              PIC X(01)     VALUE SPACES.
               03 PV-SALDO-ENC-13     PIC S9(07)V99.
               03 FILLER              PIC X(01)     VALUE SPACES.
               03 PV-SALDO-FERIAS     PIC S9(07)V99.
               03 FILLER              PIC X(01)     VALUE SPACES.
               03 PV-SALDO-ENC-FERIAS PIC S9(07)V99.
               03 FILLER              PIC X(01)     VALUE SPACES.
               03 PV-BAIXA-13-ANO     PIC 9(07)V99.
