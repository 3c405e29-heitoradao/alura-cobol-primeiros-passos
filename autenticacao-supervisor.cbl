      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA O UA-OPCAO DE 3 DIGITOS NO
      ***                    USAGELOG.COB (FD DE 38 POSICOES)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 OS-NOME            PIC X(30).

       FD  USAGE-LOG-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY 'USAGELOG.COB'.

       WORKING-STORAGE SECTION.
