      ***                    PRGCOB04, DA QUAL O CONTROLE DE
      ***                    FERIAS (PRGCOB70) DERIVA OS
      ***                    PERIODOS AQUISITIVOS
      ***   15/10/2026 HJR   INCLUIDOS O CARGO (EM-CARGO), O TIPO
      ***                    DE CONTRATO (EM-TIPO-CONTRATO: I=
      ***                    INDETERMINADO, E=EXPERIENCIA, P=
      ***                    PRAZO DETERMINADO) E OS VENCIMENTOS
      ***                    DO CONTRATO (1O PERIODO E
      ***                    PRORROGACAO DA EXPERIENCIA, OU FIM
      ***                    DO PRAZO DETERMINADO), GRAVADOS NA
      ***                    ADMISSAO (PRGCB102) E ACOMPANHADOS
      ***                    PELO ALERTA DE EXPERIENCIA (PRGCB103)
      ******************************************************
       01  EMPLOYEE-REC.
           02 EM-ID                PIC 9(05).
           02 EM-VL-FALTAS         PIC 9(06)V99.
           02 FILLER               PIC X(01)     VALUE SPACES.
           02 EM-DATA-ADMISSAO     PIC 9(08).
           02 FILLER               PIC X(01)     VALUE SPACES.
           02 EM-CARGO             PIC X(20).
           02 FILLER               PIC X(01)     VALUE SPACES.
           02 EM-TIPO-CONTRATO     PIC X(01).
               88 EM-CONTRATO-INDETERMINADO    VALUE 'I' SPACE.
               88 EM-CONTRATO-EXPERIENCIA      VALUE 'E'.
               88 EM-CONTRATO-PRAZO-DETERM     VALUE 'P'.
           02 FILLER               PIC X(01)     VALUE SPACES.
           02 EM-FIM-EXPERIENCIA-1 PIC 9(08).
           02 FILLER               PIC X(01)     VALUE SPACES.
           02 EM-FIM-CONTRATO      PIC 9(08).
