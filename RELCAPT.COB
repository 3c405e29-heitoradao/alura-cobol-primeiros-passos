      ******************************************************
      ***   COPYBOOK  : RELCAPT.COB
      ***   OBJETIVO  : PARAMETROS TROCADOS POR CALL COM A
      ***                 SUB-ROTINA RELCAPT, QUE CAPTURA NO
      ***                 REPOSITORIO (RELREPO) O RELATORIO QUE O
      ***                 CHAMADOR ACABOU DE FECHAR:
      ***                 RCP-RELATORIO  = DDNAME DO RELATORIO
      ***                 RCP-RETORNO    = 00 CAPTURADO  04 SEM
      ***                     SEPARACAO POR FILIAL (SO CONSOLIDADO)
      ***                     08 NAO CAPTURADO
      ***                 RCP-QTD-LINHAS / RCP-QTD-FILIAIS = LINHAS
      ***                     LIDAS E FILIAIS QUE RECEBERAM PAGINAS
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  RELAT-CAPTURA-LINK.
           02 RCP-RELATORIO           PIC X(08).
           02 RCP-RETORNO             PIC 9(02).
           02 RCP-QTD-LINHAS          PIC 9(06).
           02 RCP-QTD-FILIAIS         PIC 9(03).
