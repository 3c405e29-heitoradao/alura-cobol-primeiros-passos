      ******************************************************
      ***   COPYBOOK  : RELPARM.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE PARAMETRO DO
      ***                 REPOSITORIO DE RELATORIOS (RELPARM), UM
      ***                 POR RELATORIO CAPTURADO PELA SUB-ROTINA
      ***                 RELCAPT:
      ***                 RP-COLUNA-FILIAL  = COLUNA DO CODIGO DA
      ***                     FILIAL NA LINHA DE DETALHE (00 = O
      ***                     RELATORIO NAO E SEPARADO POR FILIAL E
      ***                     SO VAI PARA O CONSOLIDADO)
      ***                 RP-DIAS-RETER     = DIAS QUE A CAPTURA
      ***                     FICA NO REPOSITORIO (ZERO = 90)
      ***                 RP-TEXTO-CABECALHO = INICIO DA PRIMEIRA
      ***                     LINHA DE CADA PAGINA (QUEBRA DE PAGINA)
      ***                 RP-TEXTO-RESUMO   = INICIO DA LINHA QUE
      ***                     ABRE O RESUMO FINAL DA EMPRESA, QUE SO
      ***                     VAI PARA O CONSOLIDADO
      ***                 RP-TEXTO-GRUPO    = INICIO DA LINHA QUE
      ***                     ABRE UM GRUPO (EX.: O VENDEDOR) E VAI
      ***                     COM A FILIAL DA LINHA SEGUINTE; EM
      ***                     BRANCO, LINHA SEM FILIAL FICA COM A
      ***                     ULTIMA FILIAL DA PAGINA
      ***                 RELATORIO SEM REGISTRO E CAPTURADO INTEIRO,
      ***                 SO NO CONSOLIDADO, COM 90 DIAS DE RETENCAO
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  REPORT-PARM-REC.
           02 RP-RELATORIO            PIC X(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RP-COLUNA-FILIAL        PIC 9(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RP-DIAS-RETER           PIC 9(04).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RP-TEXTO-CABECALHO      PIC X(20).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RP-TEXTO-RESUMO         PIC X(20).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RP-TEXTO-GRUPO          PIC X(20).
