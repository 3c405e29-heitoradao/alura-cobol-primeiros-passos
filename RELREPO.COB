      ******************************************************
      ***   COPYBOOK  : RELREPO.COB
      ***   OBJETIVO  : LAYOUT DO REPOSITORIO DE RELATORIOS
      ***                 (CLUSTER RELREPO), UMA LINHA IMPRESSA POR
      ***                 REGISTRO, PELA CHAVE RELATORIO + DATA DE
      ***                 PROCESSAMENTO + FILIAL + LINHA. A FILIAL
      ***                 '***' GUARDA O RELATORIO CONSOLIDADO
      ***                 (INTEIRO, COMO SAIU); AS DEMAIS GUARDAM
      ***                 SO AS PAGINAS DA FILIAL (CABECALHO DA
      ***                 PAGINA E AS LINHAS DELA). GRAVADO PELA
      ***                 SUB-ROTINA RELCAPT E LIDO PELO PRGCB114
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  REPORT-REPO-REC.
           02 RR-CHAVE.
               03 RR-RELATORIO        PIC X(08).
               03 RR-DATA             PIC 9(08).
               03 RR-FILIAL           PIC X(03).
               03 RR-LINHA            PIC 9(06).
           02 RR-PAGINA               PIC 9(04).
           02 RR-TEXTO                PIC X(80).
