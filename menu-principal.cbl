      ***                    VEZ DE TRUNCAR O CADASTRO (CONTADORES
      ***                    DE TENTATIVA/BLOQUEIO NAO PERSISTEM
      ***                    NESSE ESTADO)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB86
      ***                    (BAIXA DE RECEBIVEIS)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB87
      ***                    (COBRANCA BANCARIA - BOLETOS)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB89
      ***                    (PDD E BAIXA COMO PERDA)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB90
      ***                    (FECHAMENTO DE CAIXA POR FILIAL)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB91
      ***                    (NOTA FISCAL E LIVRO DE SAIDAS)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB92
      ***                    (PEDIDOS EM ABERTO E VENDAS SEM
      ***                    PEDIDO)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB93
      ***                    (PREVISAO DE VENDAS E METAS
      ***                    PROPOSTAS)
      ***   15/10/2026 HJR   INCLUIDAS OPCOES PARA OS PRGCOB94,
      ***                    PRGCOB95, PRGCOB96 E PRGCOB97
      ***                    (FORNECEDORES, PEDIDOS DE COMPRA,
      ***                    RECEBIMENTO E REPOSICAO)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB98
      ***                    (INVENTARIO FISICO DO ESTOQUE)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB99
      ***                    (TRANSFERENCIAS ENTRE FILIAIS)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB01
      ***                    (MARGEM BRUTA DE VENDAS)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB02
      ***                    (CADASTRO DE TRANSPORTADORAS)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB03
      ***                    (SCORECARD DE TRANSPORTADORAS)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB05
      ***                    (PROVISAO DE FRETE SEM FATURA)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB09
      ***                    (OCORRENCIAS DE ENTREGA - OCOREN)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB10
      ***                    (PAGAMENTO DE FRETES COM CREDITOS)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB11
      ***                    (SIMULACAO DE TABELA DE FRETE)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB12
      ***                    (INFORME DE RENDIMENTOS)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB13
      ***                    (ADIANTAMENTO SALARIAL)
      ***   15/10/2026 HJR   INCLUIDAS OPCOES PARA O PRGCOB14
      ***                    (CONTRATOS DE CONSIGNADO) E O
      ***                    PRGCOB15 (REMESSA DO CONSIGNADO)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCOB17
      ***                    (PROVISAO DE FERIAS E 13O SALARIO)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCB100
      ***                    (IMPORTACAO DO PONTO ELETRONICO)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCB101
      ***                    (CONFERENCIA DA FOLHA)
      ***   15/10/2026 HJR   OPCAO DO MENU PASSA A TER 3 DIGITOS
      ***                    (TAMBEM NO USAGELOG); INCLUIDAS AS
      ***                    OPCOES PARA O PRGCB102 (ADMISSAO DE
      ***                    FUNCIONARIOS) E O PRGCB103 (QUADRO DE
      ***                    PESSOAL E TURNOVER)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCB104
      ***                    (EVENTOS DA FOLHA PARA O GOVERNO)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCB105
      ***                    (VIRADA DO PERIODO LETIVO)
      ***   15/10/2026 HJR   INCLUIDAS OPCOES PARA O PRGCB106
      ***                    (DISCIPLINAS E PROFESSORES) E O
      ***                    PRGCB107 (DIARIO DE CLASSE)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCB108
      ***                    (AVISOS AOS RESPONSAVEIS)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCB109
      ***                    (CADASTRO DE CONTAS)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCB111
      ***                    (PROTECAO DE DADOS - LGPD)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCB113
      ***                    (VOLTA DA FOTO DOS CLUSTERS MESTRES)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCB114
      ***                    (REPOSITORIO DE RELATORIOS)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCB115
      ***                    (RECERTIFICACAO DE ACESSOS)
      ***   15/10/2026 HJR   INCLUIDA OPCAO PARA O PRGCB116
      ***                    (PROJECAO DO FLUXO DE CAIXA)
      ***   15/10/2026 HJR   INCLUIDAS OPCOES PARA O PRGCB117
      ***                    (PLANO DE CONTAS E CENTROS) E O
      ***                    PRGCB118 (CONSOLIDACAO CONTABIL)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 OS-NOME            PIC X(30).

       FD  USAGE-LOG-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY 'USAGELOG.COB'.

       FD  PASSWORD-PARM-FILE
           COPY 'OPALERT.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-OPCAO          PIC 9(03)     VALUE ZEROS.
       77  WRK-EVENTO-USO     PIC X(01)     VALUE SPACES.
       77  WS-FIM-MENU-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-MENU                   VALUE 'S'.
           DISPLAY ' (70) PRGCOB82 - DATA DE PROCESSAMENTO         '
           DISPLAY ' (71) PRGCOB84 - TENDENCIA DAS EXECUCOES       '
           DISPLAY ' (72) PRGCOB85 - WORKBENCH DE PARAMETROS       '
           DISPLAY ' (73) PRGCOB86 - BAIXA DE RECEBIVEIS           '
           DISPLAY ' (74) PRGCOB87 - COBRANCA BANCARIA (BOLETOS)   '
           DISPLAY ' (75) PRGCOB89 - PDD E BAIXA COMO PERDA        '
           DISPLAY ' (76) PRGCOB90 - FECHAMENTO DE CAIXA           '
           DISPLAY ' (77) PRGCOB91 - NOTA FISCAL E LIVRO DE SAIDAS '
           DISPLAY ' (78) PRGCOB92 - PEDIDOS EM ABERTO             '
           DISPLAY ' (79) PRGCOB93 - PREVISAO DE VENDAS            '
           DISPLAY ' (80) PRGCOB94 - CADASTRO DE FORNECEDORES      '
           DISPLAY ' (81) PRGCOB95 - PEDIDOS DE COMPRA             '
           DISPLAY ' (82) PRGCOB96 - RECEBIMENTO DE MERCADORIAS    '
           DISPLAY ' (83) PRGCOB97 - COMPRAS E REPOSICAO           '
           DISPLAY ' (84) PRGCOB98 - INVENTARIO FISICO             '
           DISPLAY ' (85) PRGCOB99 - TRANSFERENCIAS ENTRE FILIAIS  '
           DISPLAY ' (86) PRGCOB01 - MARGEM BRUTA DE VENDAS        '
           DISPLAY ' (87) PRGCOB02 - CADASTRO DE TRANSPORTADORAS   '
           DISPLAY ' (88) PRGCOB03 - SCORECARD DE TRANSPORTADORAS  '
           DISPLAY ' (89) PRGCOB05 - PROVISAO DE FRETE SEM FATURA  '
           DISPLAY ' (90) PRGCOB09 - OCORRENCIAS DE ENTREGA OCOREN '
           DISPLAY ' (91) PRGCOB10 - PAGAMENTO DE FRETES           '
           DISPLAY ' (92) PRGCOB11 - SIMULACAO DE TABELA DE FRETE  '
           DISPLAY ' (93) PRGCOB12 - INFORME DE RENDIMENTOS        '
           DISPLAY ' (94) PRGCOB13 - ADIANTAMENTO SALARIAL         '
           DISPLAY ' (95) PRGCOB14 - CONTRATOS DE CONSIGNADO       '
           DISPLAY ' (96) PRGCOB15 - REMESSA DO CONSIGNADO         '
           DISPLAY ' (97) PRGCOB17 - PROVISAO DE FERIAS E 13O      '
           DISPLAY ' (98) PRGCB100 - IMPORTACAO DO PONTO ELETRONICO'
           DISPLAY ' (99) PRGCB101 - CONFERENCIA DA FOLHA         '
           DISPLAY '(100) PRGCB102 - ADMISSAO DE FUNCIONARIOS     '
           DISPLAY '(101) PRGCB103 - QUADRO DE PESSOAL/TURNOVER   '
           DISPLAY '(102) PRGCB104 - EVENTOS DA FOLHA (GOVERNO)   '
           DISPLAY '(103) PRGCB105 - VIRADA DO PERIODO LETIVO     '
           DISPLAY '(104) PRGCB106 - DISCIPLINAS E PROFESSORES    '
           DISPLAY '(105) PRGCB107 - DIARIO DE CLASSE             '
           DISPLAY '(106) PRGCB108 - AVISOS AOS RESPONSAVEIS      '
           DISPLAY '(107) PRGCB109 - CADASTRO DE CONTAS           '
           DISPLAY '(108) PRGCB111 - PROTECAO DE DADOS (LGPD)     '
           DISPLAY '(109) PRGCB113 - VOLTA DA FOTO DOS MESTRES    '
           DISPLAY '(110) PRGCB114 - REPOSITORIO DE RELATORIOS    '
           DISPLAY '(111) PRGCB115 - RECERTIFICACAO DE ACESSOS    '
           DISPLAY '(112) PRGCB116 - PROJECAO DO FLUXO DE CAIXA   '
           DISPLAY '(113) PRGCB117 - PLANO DE CONTAS E CENTROS    '
           DISPLAY '(114) PRGCB118 - CONSOLIDACAO CONTABIL (RAZAO)'
           DISPLAY ' (00) ENCERRAR O MENU                          '
           DISPLAY '================================================'
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '
               WHEN 70  CALL 'PRGCOB82'    CANCEL 'PRGCOB82'
               WHEN 71  CALL 'PRGCOB84'    CANCEL 'PRGCOB84'
               WHEN 72  CALL 'PRGCOB85'    CANCEL 'PRGCOB85'
               WHEN 73  CALL 'PRGCOB86'    CANCEL 'PRGCOB86'
               WHEN 74  CALL 'PRGCOB87'    CANCEL 'PRGCOB87'
               WHEN 75  CALL 'PRGCOB89'    CANCEL 'PRGCOB89'
               WHEN 76  CALL 'PRGCOB90'    CANCEL 'PRGCOB90'
               WHEN 77  CALL 'PRGCOB91'    CANCEL 'PRGCOB91'
               WHEN 78  CALL 'PRGCOB92'    CANCEL 'PRGCOB92'
               WHEN 79  CALL 'PRGCOB93'    CANCEL 'PRGCOB93'
               WHEN 80  CALL 'PRGCOB94'    CANCEL 'PRGCOB94'
               WHEN 81  CALL 'PRGCOB95'    CANCEL 'PRGCOB95'
               WHEN 82  CALL 'PRGCOB96'    CANCEL 'PRGCOB96'
               WHEN 83  CALL 'PRGCOB97'    CANCEL 'PRGCOB97'
               WHEN 84  CALL 'PRGCOB98'    CANCEL 'PRGCOB98'
               WHEN 85  CALL 'PRGCOB99'    CANCEL 'PRGCOB99'
               WHEN 86  CALL 'PRGCOB01'    CANCEL 'PRGCOB01'
               WHEN 87  CALL 'PRGCOB02'    CANCEL 'PRGCOB02'
               WHEN 88  CALL 'PRGCOB03'    CANCEL 'PRGCOB03'
               WHEN 89  CALL 'PRGCOB05'    CANCEL 'PRGCOB05'
               WHEN 90  CALL 'PRGCOB09'    CANCEL 'PRGCOB09'
               WHEN 91  CALL 'PRGCOB10'    CANCEL 'PRGCOB10'
               WHEN 92  CALL 'PRGCOB11'    CANCEL 'PRGCOB11'
               WHEN 93  CALL 'PRGCOB12'    CANCEL 'PRGCOB12'
               WHEN 94  CALL 'PRGCOB13'    CANCEL 'PRGCOB13'
               WHEN 95  CALL 'PRGCOB14'    CANCEL 'PRGCOB14'
               WHEN 96  CALL 'PRGCOB15'    CANCEL 'PRGCOB15'
               WHEN 97  CALL 'PRGCOB17'    CANCEL 'PRGCOB17'
               WHEN 98  CALL 'PRGCB100'    CANCEL 'PRGCB100'
               WHEN 99  CALL 'PRGCB101'    CANCEL 'PRGCB101'
               WHEN 100 CALL 'PRGCB102'    CANCEL 'PRGCB102'
               WHEN 101 CALL 'PRGCB103'    CANCEL 'PRGCB103'
               WHEN 102 CALL 'PRGCB104'    CANCEL 'PRGCB104'
               WHEN 103 CALL 'PRGCB105'    CANCEL 'PRGCB105'
               WHEN 104 CALL 'PRGCB106'    CANCEL 'PRGCB106'
               WHEN 105 CALL 'PRGCB107'    CANCEL 'PRGCB107'
               WHEN 106 CALL 'PRGCB108'    CANCEL 'PRGCB108'
               WHEN 107 CALL 'PRGCB109'    CANCEL 'PRGCB109'
               WHEN 108 CALL 'PRGCB111'    CANCEL 'PRGCB111'
               WHEN 109 CALL 'PRGCB113'    CANCEL 'PRGCB113'
               WHEN 110 CALL 'PRGCB114'    CANCEL 'PRGCB114'
               WHEN 111 CALL 'PRGCB115'    CANCEL 'PRGCB115'
               WHEN 112 CALL 'PRGCB116'    CANCEL 'PRGCB116'
               WHEN 113 CALL 'PRGCB117'    CANCEL 'PRGCB117'
               WHEN 114 CALL 'PRGCB118'    CANCEL 'PRGCB118'
               WHEN 00  MOVE 'S' TO WS-FIM-MENU-SW
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
