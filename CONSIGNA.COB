      ******************************************************
      ***   COPYBOOK  : CONSIGNA.COB
      ***   OBJETIVO  : LAYOUT DO ARQUIVO INDEXADO DE CONTRATOS
      ***                 DE EMPRESTIMO CONSIGNADO EM FOLHA, POR
      ***                 MATRICULA E NUMERO DO CONTRATO NO BANCO
      ***                 CONVENIADO. INCLUIDO PELO PRGCOB14 (COM A
      ***                 TRAVA DA MARGEM CONSIGNAVEL DE 35 POR
      ***                 CENTO), A PARCELA E DESCONTADA E O SALDO
      ***                 ATUALIZADO PELO PRGCOB04 A CADA CALCULO;
      ***                 O PRGCOB71 ABATE O SALDO NAS VERBAS DA
      ***                 RESCISAO E O PRGCOB15 GERA A REMESSA DOS
      ***                 VALORES DESCONTADOS NA COMPETENCIA
      ***   SITUACAO  : A = ATIVO (PARCELAS EM ABERTO)
      ***               Q = QUITADO (TODAS AS PARCELAS DESCONTADAS
      ***                   OU SALDO ABATIDO NA RESCISAO)
      ***               R = RESCINDIDO COM SALDO REMANESCENTE, A
      ***                   COBRAR PELO BANCO DIRETO DO EX-EMPREGADO
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  LOAN-CONTRACT-REC.
           02 CG-CHAVE.
               03 CG-ID               PIC 9(05).
               03 CG-CONTRATO         PIC X(12).
           02 CG-NOME                 PIC X(30).
           02 CG-BANCO                PIC 9(03).
           02 CG-VALOR-EMPRESTIMO     PIC 9(07)V99.
           02 CG-QTD-PARCELAS         PIC 9(03).
           02 CG-VALOR-PARCELA        PIC 9(06)V99.
           02 CG-COMP-INICIO          PIC 9(06).
           02 CG-PARCELAS-PAGAS       PIC 9(03).
           02 CG-SALDO-DEVEDOR        PIC 9(07)V99.
           02 CG-SITUACAO             PIC X(01).
               88 CG-ATIVO                       VALUE 'A'.
               88 CG-QUITADO                     VALUE 'Q'.
               88 CG-RESCINDIDO                  VALUE 'R'.
      *********** ULTIMA COMPETENCIA COM DESCONTO E O VALOR ********
      *********** DESCONTADO NELA (PARCELA E/OU SALDO DA RESCISAO) *
           02 CG-ULTIMA-COMP          PIC 9(06).
           02 CG-VL-DESCONTO-COMP     PIC 9(07)V99.
           02 CG-DATA-CADASTRO        PIC 9(08).
