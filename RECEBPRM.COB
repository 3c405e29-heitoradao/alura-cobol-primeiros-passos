      ******************************************************
      ***   COPYBOOK  : RECEBPRM.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE CONTROLE DOS
      ***                 ENCARGOS DE ATRASO DO CONTAS A
      ***                 RECEBER (MULTA UNICA EM PERCENTUAL,
      ***                 JUROS DE MORA AO MES PRO RATA DIA E
      ***                 DIAS DE CARENCIA), LIDO PELA BAIXA DE
      ***                 RECEBIVEIS (PRGCOB86) DO ARQUIVO
      ***                 RECEBPRM (MESMO PADRAO DO JUROSPRM,
      ***                 COM VALOR PADRAO INTERNO QUANDO
      ***                 AUSENTE)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   INCLUIDOS O BANCO E O CONVENIO DE
      ***                    COBRANCA, UM SO PARA O CONTASR E O
      ***                    MENSALID, USADOS NA REMESSA DE
      ***                    BOLETOS DO PRGCOB87
      ***   15/10/2026 HJR   INCLUIDOS OS DIAS DE ATRASO QUE
      ***                    BLOQUEIAM NOVA VENDA A PRAZO E O
      ***                    LIMITE DE CREDITO PADRAO DOS
      ***                    CLIENTES SEM LIMITE PROPRIO, USADOS
      ***                    NA CAPTURA DE VENDAS (PRGCOB18)
      ******************************************************
       01  RECEIVABLE-PARM-REC.
           02 RP-MULTA-PCT            PIC 9(02)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RP-JUROS-MES            PIC 9(02)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RP-CARENCIA-DIAS        PIC 9(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RP-BANCO                PIC 9(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RP-CONVENIO             PIC 9(07).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RP-DIAS-BLOQUEIO        PIC 9(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 RP-LIMITE-PADRAO        PIC 9(07)V99.
