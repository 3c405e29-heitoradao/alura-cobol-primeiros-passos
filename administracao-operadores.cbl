      ***                    RECUSADA COM MENSAGEM, EM VEZ DE
      ***                    TRUNCAR O CADASTRO (AVISO JA SAI NA
      ***                    CARGA)
      ***   15/10/2026 HJR   ACOMPANHA O UA-OPCAO DE 3 DIGITOS NO
      ***                    USAGELOG.COB (FD DE 38 POSICOES)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'OPERMAST.COB'.

       FD  USAGE-LOG-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY 'USAGELOG.COB'.

       WORKING-STORAGE SECTION.
