      ******************************************************
      ***   COPYBOOK  : CONTAMST.COB
      ***   OBJETIVO  : LAYOUT DO CADASTRO DE CONTAS (CONTAMST,
      ***                 INDEXADO PELA CONTA), MANTIDO PELO
      ***                 PRGCB109: TITULAR, CPF/CNPJ, DATA DE
      ***                 ABERTURA, SITUACAO E DATA DE
      ***                 ENCERRAMENTO DA CONTA DE 8 POSICOES
      ***                 USADA NO ACCTBAL, NO CREDLIM E NO
      ***                 CALCTRAN. CONTA BLOQUEADA OU ENCERRADA
      ***                 NAO RECEBE POSTAGEM NO LOTE DO PRGCOB06
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  ACCOUNT-MASTER-REC.
           02 CT-CONTA                PIC X(08).
           02 CT-TITULAR              PIC X(40).
           02 CT-TIPO-PESSOA          PIC X(01).
               88 CT-PESSOA-FISICA              VALUE 'F'.
               88 CT-PESSOA-JURIDICA            VALUE 'J'.
           02 CT-DOCUMENTO            PIC X(14).
           02 CT-DATA-ABERTURA        PIC 9(08).
           02 CT-SITUACAO             PIC X(01).
               88 CT-CONTA-ATIVA                VALUE 'A'.
               88 CT-CONTA-BLOQUEADA            VALUE 'B'.
               88 CT-CONTA-ENCERRADA            VALUE 'E'.
           02 CT-DATA-ENCERRAMENTO    PIC 9(08).
