      ******************************************************
      ***   COPYBOOK  : NOTAFISC.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DE NOTA FISCAL DE
      ***                 SAIDA EMITIDA (NOTAFISC), UM POR VENDA
      ***                 DO SALESDET, GRAVADO PELO PRGCOB91 COM
      ***                 O NUMERO SEQUENCIAL DA FILIAL, A UF DO
      ***                 CLIENTE (CUSTMAST), O CFOP E O ICMS;
      ***                 BASE DO LIVRO REGISTRO DE SAIDAS DO MES
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***--------------------------------------------------
      ***   CFOP: 5102 = VENDA DENTRO DO ESTADO
      ***         6102 = VENDA PARA OUTRO ESTADO
      ******************************************************
       01  INVOICE-REC.
           02 NF-FILIAL               PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NF-SERIE                PIC X(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NF-NUMERO               PIC 9(09).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NF-DATA-EMISSAO         PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NF-SEQUENCIA            PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NF-VENDEDOR             PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NF-CLIENTE              PIC X(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NF-UF                   PIC X(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NF-CFOP                 PIC 9(04).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NF-ALIQUOTA             PIC 9(02)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NF-VALOR-TOTAL          PIC 9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NF-BASE-ICMS            PIC 9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NF-VALOR-ICMS           PIC 9(08)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 NF-QT-ITENS             PIC 9(03).
