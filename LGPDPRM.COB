      ******************************************************
      ***   COPYBOOK  : LGPDPRM.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE REGRA DE RETENCAO
      ***                 DE DADOS PESSOAIS (LGPD), LIDO PELO
      ***                 PRGCB111 DO ARQUIVO LGPDPRM: QUANTOS
      ***                 ANOS MANTER OS DADOS PESSOAIS DEPOIS DO
      ***                 FIM DA RELACAO, UM REGISTRO POR
      ***                 ENTIDADE:
      ***                 EMPLOYEF = ANOS APOS O DESLIGAMENTO
      ***                 CUSTMAST = ANOS APOS O ULTIMO MOVIMENTO
      ***                            DO CLIENTE INATIVO
      ***                 STUMAST  = ANOS APOS O ULTIMO PERIODO
      ***                            CURSADO PELO ALUNO
      ***                 ENTIDADE SEM REGISTRO (OU COM ZERO ANOS)
      ***                 NAO E ANONIMIZADA
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  LGPD-PARM-REC.
           02 LP-ENTIDADE             PIC X(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 LP-ANOS-RETER           PIC 9(02).
