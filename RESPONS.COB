      ******************************************************
      ***   COPYBOOK  : RESPONS.COB
      ***   OBJETIVO  : LAYOUT DO CADASTRO DE RESPONSAVEIS DO
      ***                 ALUNO (RESPONS, INDEXADO POR MATRICULA
      ***                 E SEQUENCIA - ATE 9 POR MATRICULA),
      ***                 MANTIDO PELO PRGCOB44 E LIDO PELOS AVISOS
      ***                 SEMANAIS AOS RESPONSAVEIS (PRGCB108)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***--------------------------------------------------
      ***   CANAL: E=E-MAIL  S=SMS  A=AMBOS  N=NAO AVISAR
      ******************************************************
       01  GUARDIAN-REC.
           02 RP-CHAVE.
               03 RP-MATRICULA       PIC 9(06).
               03 RP-SEQUENCIA       PIC 9(01).
           02 RP-NOME                PIC X(30).
           02 RP-EMAIL               PIC X(40).
           02 RP-CELULAR             PIC X(11).
           02 RP-CANAL               PIC X(01).
               88 RP-CANAL-VALIDO              VALUE 'E' 'S' 'A' 'N'.
               88 RP-NAO-AVISAR                VALUE 'N'.
