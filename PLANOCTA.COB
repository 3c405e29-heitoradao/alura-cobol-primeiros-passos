      ******************************************************
      ***   COPYBOOK  : PLANOCTA.COB
      ***   OBJETIVO  : LAYOUT DO PLANO DE CONTAS (PLANOCTA),
      ***                 MANTIDO PELO PRGCB117: AS CONTAS
      ***                 CONTABEIS (TIPO C, CODIGO DE 8
      ***                 POSICOES DO GL-CONTA) E OS CENTROS
      ***                 DE CUSTO (TIPO R, CODIGO DE ATE 5
      ***                 POSICOES DO GL-CENTRO - FILIAL,
      ***                 TRANSPORTADORA OU CENTRO DA FOLHA).
      ***                 A CONSOLIDACAO CONTABIL (PRGCB118)
      ***                 SO ACEITA LANCAMENTO EM CONTA E
      ***                 CENTRO CADASTRADOS E ATIVOS
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  CHART-ACCOUNT-REC.
           02 PC-TIPO                 PIC X(01).
               88 PC-CONTA-CONTABIL             VALUE 'C'.
               88 PC-CENTRO-CUSTO               VALUE 'R'.
           02 PC-CODIGO               PIC X(08).
           02 PC-DESCRICAO            PIC X(30).
           02 PC-NATUREZA             PIC X(01).
               88 PC-NATUREZA-DEVEDORA          VALUE 'D'.
               88 PC-NATUREZA-CREDORA           VALUE 'C'.
           02 PC-ATIVO                PIC X(01).
               88 PC-CADASTRO-ATIVO             VALUE 'S'.
