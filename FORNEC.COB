      ******************************************************
      ***   COPYBOOK  : FORNEC.COB
      ***   OBJETIVO  : LAYOUT DO CADASTRO DE FORNECEDORES
      ***                 (FORNEC), MANTIDO PELO PRGCOB94 E
      ***                 CONSULTADO NA EMISSAO DO PEDIDO DE
      ***                 COMPRA (PRGCOB95), NO RECEBIMENTO DE
      ***                 MERCADORIAS (PRGCOB96), QUE ACEITA A
      ***                 ENTREGA ACIMA DO PEDIDO ATE A
      ***                 TOLERANCIA DO FORNECEDOR, E NA
      ***                 SUGESTAO DE REPOSICAO (PRGCOB97), QUE
      ***                 USA O PRAZO DE ENTREGA EM DIAS
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  SUPPLIER-REC.
           02 FN-CODIGO               PIC X(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FN-RAZAO-SOCIAL         PIC X(30).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FN-CNPJ                 PIC 9(14).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FN-UF                   PIC X(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FN-PRAZO-DIAS           PIC 9(03).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FN-TOLERANCIA           PIC 9(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 FN-ATIVO                PIC X(01).
