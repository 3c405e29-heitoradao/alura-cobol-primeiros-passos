      ******************************************************
      ***   COPYBOOK  : PONTO.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE MARCACAO DO
      ***                 RELOGIO DE PONTO (ARQUIVO PONTO),
      ***                 EXPORTADO PELO RELOGIO ELETRONICO E
      ***                 IMPORTADO PELO PRGCB100: UM REGISTRO
      ***                 POR PAR ENTRADA/SAIDA (HHMM), NA DATA
      ***                 DA ENTRADA; SAIDA MENOR QUE A ENTRADA
      ***                 E JORNADA QUE VIRA A MEIA-NOITE
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  TIME-PUNCH-REC.
           02 PT-ID                   PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PT-DATA                 PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PT-ENTRADA.
               03 PT-ENTRADA-HORA     PIC 9(02).
               03 PT-ENTRADA-MINUTO   PIC 9(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 PT-SAIDA.
               03 PT-SAIDA-HORA       PIC 9(02).
               03 PT-SAIDA-MINUTO     PIC 9(02).
