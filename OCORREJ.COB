      ******************************************************
      ***   COPYBOOK  : OCORREJ.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE REJEICAO DAS
      ***                 OCORRENCIAS DE ENTREGA (OCOREN) DA
      ***                 TRANSPORTADORA, GRAVADO PELO PRGCOB09
      ***                 NO ARQUIVO TRACKING-REJ-FILE COM O
      ***                 CODIGO DO MOTIVO E O REGISTRO ORIGINAL
      ***                 COMO VEIO, PARA CONFERENCIA COM A
      ***                 TRANSPORTADORA
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   MOTIVO 10 - INTERCAMBIO ACIMA DO LIMITE
      ***                    DE OCORRENCIAS DO PRGCOB09
      ***--------------------------------------------------
      ***   MOTIVOS DE REJEICAO
      ***   01 = COTACAO NAO ENCONTRADA NO QUOTSTAT
      ***   02 = TRANSPORTADORA DIFERENTE DA COTACAO
      ***   03 = CODIGO DE OCORRENCIA DESCONHECIDO
      ***   04 = OCORRENCIA FORA DE SEQUENCIA NO CICLO DA
      ***        COTACAO (STATUS ATUAL NAO ADMITE O EVENTO OU
      ***        DATA ANTERIOR A ULTIMA ATUALIZACAO)
      ***   05 = DATA DA OCORRENCIA INVALIDA
      ***   06 = ARQUIVO SEM REGISTRO 000
      ***   07 = TRAILER 990 AUSENTE OU DIVERGENTE
      ***   08 = TRANSPORTADORA NAO CADASTRADA OU INATIVA NO
      ***        TRANSPOR
      ***   09 = NUMERO DE COTACAO NAO NUMERICO
      ***   10 = INTERCAMBIO COM MAIS DE 400 OCORRENCIAS (342):
      ***        O ARQUIVO INTEIRO E REJEITADO E DEVE SER
      ***        REENVIADO EM PARTES PELA TRANSPORTADORA
      ******************************************************
       01  TRACKING-REJ-REC.
           02 OJ-MOTIVO               PIC X(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 OJ-TRANSPORTADORA       PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 OJ-REGISTRO             PIC X(80).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 OJ-DATA-PROCESSO        PIC 9(08).
