      ******************************************************
      ***   COPYBOOK  : JORNADA.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE JORNADA DE
      ***                 TRABALHO (ARQUIVO JORNADA), LIDO PELO
      ***                 PRGCB100 NA IMPORTACAO DO PONTO: HORAS
      ***                 DE SEGUNDA A SEXTA E DE SABADO (DOMINGO
      ***                 E FERIADO SAO DESCANSO), SE O EXCEDENTE
      ***                 VAI PARA O BANCO DE HORAS, A UF DOS
      ***                 FERIADOS ESTADUAIS, A VALIDADE DO BANCO
      ***                 EM MESES E O SALDO MAXIMO EM HORAS
      ***                 (ZERO = SEM LIMITE). A MATRICULA 00000
      ***                 E A JORNADA PADRAO DA EMPRESA; AS
      ***                 DEMAIS SAO EXCECOES POR FUNCIONARIO.
      ***                 SEM ARQUIVO = 08,00 / 04,00 / BANCO S /
      ***                 SO FERIADOS NACIONAIS / 6 MESES / SEM
      ***                 LIMITE
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  WORK-SCHEDULE-REC.
           02 JR-ID                   PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 JR-HORAS-DIA            PIC 9(02)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 JR-HORAS-SABADO         PIC 9(02)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 JR-BANCO-HORAS          PIC X(01).
               88 JR-USA-BANCO                      VALUE 'S'.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 JR-UF                   PIC X(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 JR-VALIDADE-MESES       PIC 9(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 JR-LIMITE-HORAS         PIC 9(03).
