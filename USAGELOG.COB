      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   22/08/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   UA-OPCAO PASSA A 3 DIGITOS, ACOMPANHANDO
      ***                    AS OPCOES DO MENU ACIMA DE 99
      ******************************************************
       01  USAGE-LOG-REC.
           02 UA-DATA                 PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 UA-OPERADOR             PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 UA-OPCAO                PIC 9(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 UA-EVENTO               PIC X(10).
