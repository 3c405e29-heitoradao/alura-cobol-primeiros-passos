      ******************************************************
      ***   COPYBOOK  : RETLEGAL.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE RETENCAO LEGAL
      ***                 PENDENTE (PROCESSO JUDICIAL,
      ***                 FISCALIZACAO, PEDIDO DO JURIDICO),
      ***                 LIDO PELO PRGCB111 DO ARQUIVO RETLEGAL:
      ***                 O REGISTRO DA ENTIDADE/CHAVE NAO E
      ***                 ANONIMIZADO ENQUANTO A RETENCAO VALER
      ***                 (LH-DATA-FIM ZERADA = SEM PRAZO)
      ***                 ENTIDADE: EMPLOYEF (CHAVE = MATRICULA DO
      ***                 FUNCIONARIO, 6 POSICOES COM ZERO A
      ***                 ESQUERDA), CUSTMAST (CODIGO DO CLIENTE)
      ***                 OU STUMAST (MATRICULA DO ALUNO)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  LEGAL-HOLD-REC.
           02 LH-ENTIDADE             PIC X(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 LH-CHAVE                PIC X(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 LH-DATA-FIM             PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 LH-MOTIVO               PIC X(30).
