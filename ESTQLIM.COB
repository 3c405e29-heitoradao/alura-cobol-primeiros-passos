      ******************************************************
      ***   COPYBOOK  : ESTQLIM.COB
      ***   OBJETIVO  : LAYOUT DOS LIMITES DE ESTOQUE POR
      ***                 PRODUTO/FILIAL (ESTQLIM): MINIMO E
      ***                 MAXIMO EM UNIDADES E O FORNECEDOR
      ***                 PREFERENCIAL, MANTIDOS PELO PRGCOB95
      ***                 E USADOS NA SUGESTAO DE REPOSICAO DO
      ***                 RELATORIO DE COMPRAS (PRGCOB97)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  STOCK-LIMIT-REC.
           02 LI-PRODUTO              PIC X(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 LI-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 LI-MINIMO               PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 LI-MAXIMO               PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 LI-FORNECEDOR           PIC X(05).
