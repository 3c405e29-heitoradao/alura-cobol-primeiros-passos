      ******************************************************
      ***   COPYBOOK  : ESOCIAL.COB
      ***   OBJETIVO  : LAYOUT DO ARQUIVO DE EVENTOS DA FOLHA
      ***                 PARA O GOVERNO (ESOCREM), GERADO PELO
      ***                 PRGCB104: HEADER (0) COM O NUMERO DO
      ***                 ARQUIVO, UM DETALHE (1) POR EVENTO COM O
      ***                 NUMERO DE CONTROLE E O CORPO DO EVENTO,
      ***                 E TRAILER (9) COM A QUANTIDADE. VALORES
      ***                 COM 2 DECIMAIS IMPLICITAS
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  ESOCIAL-FILE-REC.
           02 ES-TIPO-REGISTRO        PIC X(01).
               88 ES-HEADER                     VALUE '0'.
               88 ES-DETALHE                    VALUE '1'.
               88 ES-TRAILER                    VALUE '9'.
           02 ES-DADOS                PIC X(149).
           02 ES-DADOS-HEADER REDEFINES ES-DADOS.
               03 ES-H-NUM-ARQUIVO    PIC 9(06).
               03 FILLER              PIC X(01).
               03 ES-H-DATA           PIC 9(08).
               03 FILLER              PIC X(01).
               03 ES-H-EMPREGADOR     PIC X(30).
               03 FILLER              PIC X(103).
           02 ES-DADOS-EVENTO REDEFINES ES-DADOS.
               03 ES-SEQUENCIA        PIC 9(08).
               03 FILLER              PIC X(01).
               03 ES-EVENTO           PIC X(06).
               03 FILLER              PIC X(01).
               03 ES-COMPETENCIA      PIC 9(06).
               03 FILLER              PIC X(01).
               03 ES-MATRICULA        PIC 9(05).
               03 FILLER              PIC X(01).
               03 ES-TENTATIVA        PIC 9(02).
               03 FILLER              PIC X(01).
               03 ES-CORPO            PIC X(117).
      *********** S-2200 - ADMISSAO *******************************
               03 ES-CORPO-ADMISSAO REDEFINES ES-CORPO.
                   04 ES-A-NOME           PIC X(30).
                   04 FILLER              PIC X(01).
                   04 ES-A-DATA-ADMISSAO  PIC 9(08).
                   04 FILLER              PIC X(01).
                   04 ES-A-CARGO          PIC X(20).
                   04 FILLER              PIC X(01).
                   04 ES-A-TIPO-CONTRATO  PIC X(01).
                   04 FILLER              PIC X(01).
                   04 ES-A-FIM-EXPERIENCIA PIC 9(08).
                   04 FILLER              PIC X(01).
                   04 ES-A-FIM-CONTRATO   PIC 9(08).
                   04 FILLER              PIC X(01).
                   04 ES-A-SALARIO        PIC 9(06)V99.
                   04 FILLER              PIC X(01).
                   04 ES-A-CENTRO-CUSTO   PIC X(05).
                   04 FILLER              PIC X(22).
      *********** S-1200 - REMUNERACAO DA COMPETENCIA *************
               03 ES-CORPO-REMUNERACAO REDEFINES ES-CORPO.
                   04 ES-R-NOME           PIC X(30).
                   04 FILLER              PIC X(01).
                   04 ES-R-BRUTO          PIC 9(06)V99.
                   04 FILLER              PIC X(01).
                   04 ES-R-HE50           PIC 9(06)V99.
                   04 FILLER              PIC X(01).
                   04 ES-R-HE100          PIC 9(06)V99.
                   04 FILLER              PIC X(01).
                   04 ES-R-NOTURNO        PIC 9(06)V99.
                   04 FILLER              PIC X(01).
                   04 ES-R-FALTAS         PIC 9(06)V99.
                   04 FILLER              PIC X(01).
                   04 ES-R-COMISSAO       PIC S9(06)V99.
                   04 FILLER              PIC X(01).
                   04 ES-R-INSS           PIC 9(06)V99.
                   04 FILLER              PIC X(01).
                   04 ES-R-IRRF           PIC 9(06)V99.
                   04 FILLER              PIC X(01).
                   04 ES-R-LIQUIDO        PIC 9(06)V99.
                   04 FILLER              PIC X(06).
      *********** S-2299 - DESLIGAMENTO ***************************
               03 ES-CORPO-DESLIGAMENTO REDEFINES ES-CORPO.
                   04 ES-D-NOME           PIC X(30).
                   04 FILLER              PIC X(01).
                   04 ES-D-DATA-DESLIG    PIC 9(08).
                   04 FILLER              PIC X(01).
                   04 ES-D-DATA-ADMISSAO  PIC 9(08).
                   04 FILLER              PIC X(01).
                   04 ES-D-BRUTO          PIC 9(06)V99.
                   04 FILLER              PIC X(01).
                   04 ES-D-INSS           PIC 9(06)V99.
                   04 FILLER              PIC X(01).
                   04 ES-D-IRRF           PIC 9(06)V99.
                   04 FILLER              PIC X(01).
                   04 ES-D-LIQUIDO        PIC 9(06)V99.
                   04 FILLER              PIC X(33).
      *********** S-1299 - FECHAMENTO DA COMPETENCIA **************
               03 ES-CORPO-FECHAMENTO REDEFINES ES-CORPO.
                   04 ES-F-QTD-REMUNERADOS PIC 9(05).
                   04 FILLER              PIC X(01).
                   04 ES-F-TOTAL-BRUTO    PIC 9(09)V99.
                   04 FILLER              PIC X(01).
                   04 ES-F-TOTAL-INSS     PIC 9(09)V99.
                   04 FILLER              PIC X(01).
                   04 ES-F-TOTAL-IRRF     PIC 9(09)V99.
                   04 FILLER              PIC X(01).
                   04 ES-F-TOTAL-LIQUIDO  PIC 9(09)V99.
                   04 FILLER              PIC X(64).
           02 ES-DADOS-TRAILER REDEFINES ES-DADOS.
               03 ES-T-QTD-EVENTOS    PIC 9(06).
               03 FILLER              PIC X(143).
