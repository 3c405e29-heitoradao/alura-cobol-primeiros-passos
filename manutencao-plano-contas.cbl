       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB117.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = MANUTENCAO DO PLANO DE CONTAS
      ***                            (PLANOCTA): INCLUSAO,
      ***                            LISTAGEM, ALTERACAO E
      ***                            INATIVACAO DAS CONTAS
      ***                            CONTABEIS E DOS CENTROS DE
      ***                            CUSTO ACEITOS PELA
      ***                            CONSOLIDACAO CONTABIL
      ***                            (PRGCB118) - ANTES NINGUEM
      ***                            CONFERIA SE O GL-CONTA DOS
      ***                            ARQUIVOS GL EXISTIA
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   TIPO C = CONTA CONTABIL (8 POSICOES, NATUREZA D =
      ***   DEVEDORA OU C = CREDORA); TIPO R = CENTRO DE CUSTO
      ***   (ATE 5 POSICOES: FILIAL, TRANSPORTADORA OU CENTRO
      ***   DA FOLHA). CONTA OU CENTRO INATIVADO CONTINUA NO
      ***   RAZAO MAS NAO RECEBE LANCAMENTO NOVO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO 'PLANOCTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANOCTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHART-ACCOUNT-FILE
           RECORD CONTAINS 41 CHARACTERS.
           COPY 'PLANOCTA.COB'.

       WORKING-STORAGE SECTION.
       77  WS-PLANOCTA-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-PLANOCTA-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-PLANOCTA                  VALUE 'S'.
       77  WS-ITEM-ACHADO-SW     PIC X(01)     VALUE 'N'.
           88 WS-ITEM-ACHADO                   VALUE 'S'.
       77  WS-HOUVE-ALTERACAO-SW PIC X(01)     VALUE 'N'.
           88 WS-HOUVE-ALTERACAO               VALUE 'S'.
       77  WS-TAB-ESTOURO-SW     PIC X(01)     VALUE 'N'.
           88 WS-TAB-ESTOURO                   VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WRK-TIPO              PIC X(01)     VALUE SPACES.
           88 WRK-TIPO-VALIDO                  VALUE 'C' 'R'.
       77  WRK-CODIGO            PIC X(08)     VALUE SPACES.
       77  WRK-DESCRICAO         PIC X(30)     VALUE SPACES.
       77  WRK-NATUREZA          PIC X(01)     VALUE SPACES.
       77  WRK-FILTRO            PIC X(01)     VALUE SPACES.
       77  WS-IDX-ACHADO         PIC 9(04)     VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-LISTADOS       PIC 9(04)     VALUE ZEROS.

       01  WS-TABELA-PLANO.
           02 WS-QTD-ITENS           PIC 9(04) VALUE ZEROS.
           02 WS-PLN-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-IDX-PLN.
               03 WS-PLN-TIPO         PIC X(01).
               03 WS-PLN-CODIGO       PIC X(08).
               03 WS-PLN-DESCRICAO    PIC X(30).
               03 WS-PLN-NATUREZA     PIC X(01).
               03 WS-PLN-ATIVO        PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-CARREGAR-PLANO.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
           IF WS-HOUVE-ALTERACAO
               PERFORM 0600-REGRAVAR-ARQUIVO
               DISPLAY 'PLANO DE CONTAS PLANOCTA REGRAVADO'
           END-IF.
           GOBACK.

       0050-CARREGAR-PLANO.
           OPEN INPUT CHART-ACCOUNT-FILE.
           IF WS-PLANOCTA-STATUS = '00'
               PERFORM 0060-LER-PLANO
               PERFORM 0070-ARMAZENAR-ITEM
                   UNTIL WS-FIM-PLANOCTA
               CLOSE CHART-ACCOUNT-FILE
           END-IF.
           DISPLAY 'CONTAS E CENTROS CARREGADOS : ' WS-QTD-ITENS.
           IF WS-TAB-ESTOURO
               DISPLAY 'CADASTRO MAIOR QUE A TABELA - SO A LISTAGEM '
                   'ESTA LIBERADA'
           END-IF.

       0060-LER-PLANO.
           READ CHART-ACCOUNT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-PLANOCTA-SW
           END-READ.

       0070-ARMAZENAR-ITEM.
           IF WS-QTD-ITENS < 1000
               ADD 1 TO WS-QTD-ITENS
               SET WS-IDX-PLN TO WS-QTD-ITENS
               MOVE PC-TIPO        TO WS-PLN-TIPO(WS-IDX-PLN)
               MOVE PC-CODIGO      TO WS-PLN-CODIGO(WS-IDX-PLN)
               MOVE PC-DESCRICAO   TO WS-PLN-DESCRICAO(WS-IDX-PLN)
               MOVE PC-NATUREZA    TO WS-PLN-NATUREZA(WS-IDX-PLN)
               MOVE PC-ATIVO       TO WS-PLN-ATIVO(WS-IDX-PLN)
           ELSE
               MOVE 'S' TO WS-TAB-ESTOURO-SW
           END-IF.
           PERFORM 0060-LER-PLANO.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== PLANO DE CONTAS E CENTROS DE CUSTO ====='.
           DISPLAY ' (1) LISTAR CONTAS OU CENTROS '.
           DISPLAY ' (2) INCLUIR CONTA OU CENTRO '.
           DISPLAY ' (3) ALTERAR DESCRICAO E NATUREZA '.
           DISPLAY ' (4) INATIVAR CONTA OU CENTRO '.
           DISPLAY ' (0) ENCERRAR (GRAVA AS ALTERACOES) '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           IF WS-TAB-ESTOURO AND WRK-OPCAO > 1
               DISPLAY 'CADASTRO MAIOR QUE A TABELA - OPCAO BLOQUEADA'
               MOVE 9 TO WRK-OPCAO
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-LISTAR-PLANO
               WHEN 2
                   PERFORM 0300-INCLUIR-ITEM
               WHEN 3
                   PERFORM 0400-ALTERAR-ITEM
               WHEN 4
                   PERFORM 0500-INATIVAR-ITEM
               WHEN 0
                   CONTINUE
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** FILTRO C = SO CONTAS, R = SO CENTROS, BRANCO *****
      *********** = O PLANO INTEIRO *******************************
       0200-LISTAR-PLANO.
           DISPLAY 'LISTAR (C=CONTAS R=CENTROS BRANCO=TUDO) : '
               WITH NO ADVANCING.
           ACCEPT WRK-FILTRO.
           MOVE FUNCTION UPPER-CASE(WRK-FILTRO) TO WRK-FILTRO.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           PERFORM 0210-EXIBIR-ITEM
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-ITENS.
           DISPLAY 'ITENS LISTADOS : ' WS-QTD-LISTADOS.

       0210-EXIBIR-ITEM.
           IF WRK-FILTRO = SPACES
              OR WRK-FILTRO = WS-PLN-TIPO(WRK-IDX-I)
               ADD 1 TO WS-QTD-LISTADOS
               DISPLAY WS-PLN-TIPO(WRK-IDX-I) ' '
                   WS-PLN-CODIGO(WRK-IDX-I) ' '
                   WS-PLN-DESCRICAO(WRK-IDX-I) ' NAT='
                   WS-PLN-NATUREZA(WRK-IDX-I) ' ATIVO='
                   WS-PLN-ATIVO(WRK-IDX-I)
           END-IF.

       0300-INCLUIR-ITEM.
           PERFORM 0310-CAPTURAR-CHAVE.
           IF NOT WRK-TIPO-VALIDO OR WRK-CODIGO = SPACES
               DISPLAY 'TIPO OU CODIGO INVALIDO - NADA INCLUIDO'
           ELSE
               IF WRK-TIPO = 'R' AND WRK-CODIGO(6:3) NOT = SPACES
                   DISPLAY 'CENTRO DE CUSTO TEM ATE 5 POSICOES - '
                       'NADA INCLUIDO'
               ELSE
                   PERFORM 0350-BUSCAR-ITEM
                   IF WS-ITEM-ACHADO
                       DISPLAY 'CODIGO JA CADASTRADO - NADA INCLUIDO'
                   ELSE
                       IF WS-QTD-ITENS >= 1000
                           DISPLAY 'TABELA CHEIA - NADA INCLUIDO'
                       ELSE
                           PERFORM 0320-CAPTURAR-DADOS
                           PERFORM 0330-GRAVAR-INCLUSAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0310-CAPTURAR-CHAVE.
           DISPLAY 'TIPO (C=CONTA R=CENTRO).. : ' WITH NO ADVANCING.
           ACCEPT WRK-TIPO.
           MOVE FUNCTION UPPER-CASE(WRK-TIPO) TO WRK-TIPO.
           DISPLAY 'CODIGO................... : ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.

      *********** DESCRICAO E NATUREZA, COMUNS A INCLUSAO E A *****
      *********** ALTERACAO; CENTRO DE CUSTO NAO TEM NATUREZA *****
       0320-CAPTURAR-DADOS.
           DISPLAY 'DESCRICAO................ : ' WITH NO ADVANCING.
           ACCEPT WRK-DESCRICAO.
           MOVE FUNCTION UPPER-CASE(WRK-DESCRICAO) TO WRK-DESCRICAO.
           MOVE SPACES TO WRK-NATUREZA.
           IF WRK-TIPO = 'C'
               DISPLAY 'NATUREZA (D=DEVEDORA C=CREDORA) : '
                   WITH NO ADVANCING
               ACCEPT WRK-NATUREZA
               MOVE FUNCTION UPPER-CASE(WRK-NATUREZA) TO WRK-NATUREZA
           END-IF.

       0330-GRAVAR-INCLUSAO.
           IF WRK-DESCRICAO = SPACES
              OR (WRK-TIPO = 'C' AND WRK-NATUREZA NOT = 'D'
                  AND WRK-NATUREZA NOT = 'C')
               DISPLAY 'DESCRICAO OU NATUREZA INVALIDA - NADA '
                   'INCLUIDO'
           ELSE
               ADD 1 TO WS-QTD-ITENS
               SET WS-IDX-PLN TO WS-QTD-ITENS
               MOVE WRK-TIPO      TO WS-PLN-TIPO(WS-IDX-PLN)
               MOVE WRK-CODIGO    TO WS-PLN-CODIGO(WS-IDX-PLN)
               MOVE WRK-DESCRICAO TO WS-PLN-DESCRICAO(WS-IDX-PLN)
               MOVE WRK-NATUREZA  TO WS-PLN-NATUREZA(WS-IDX-PLN)
               MOVE 'S'           TO WS-PLN-ATIVO(WS-IDX-PLN)
               MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
               DISPLAY 'CODIGO ' WRK-CODIGO ' INCLUIDO'
           END-IF.

       0350-BUSCAR-ITEM.
           MOVE 'N' TO WS-ITEM-ACHADO-SW.
           PERFORM 0360-COMPARAR-ITEM
               VARYING WS-IDX-PLN FROM 1 BY 1
               UNTIL WS-IDX-PLN > WS-QTD-ITENS
                  OR WS-ITEM-ACHADO.

       0360-COMPARAR-ITEM.
           IF WS-PLN-TIPO(WS-IDX-PLN) = WRK-TIPO
              AND WS-PLN-CODIGO(WS-IDX-PLN) = WRK-CODIGO
               MOVE 'S' TO WS-ITEM-ACHADO-SW
               SET WS-IDX-ACHADO TO WS-IDX-PLN
           END-IF.

       0400-ALTERAR-ITEM.
           PERFORM 0310-CAPTURAR-CHAVE.
           PERFORM 0350-BUSCAR-ITEM.
           IF NOT WS-ITEM-ACHADO
               DISPLAY 'CONTA OU CENTRO NAO ENCONTRADO'
           ELSE
               DISPLAY 'DESCRICAO ATUAL.......... : '
                   WS-PLN-DESCRICAO(WS-IDX-ACHADO)
               DISPLAY 'NATUREZA ATUAL........... : '
                   WS-PLN-NATUREZA(WS-IDX-ACHADO)
               PERFORM 0320-CAPTURAR-DADOS
               IF WRK-DESCRICAO = SPACES
                  OR (WRK-TIPO = 'C' AND WRK-NATUREZA NOT = 'D'
                      AND WRK-NATUREZA NOT = 'C')
                   DISPLAY 'DESCRICAO OU NATUREZA INVALIDA - NADA '
                       'ALTERADO'
               ELSE
                   MOVE WRK-DESCRICAO
                       TO WS-PLN-DESCRICAO(WS-IDX-ACHADO)
                   MOVE WRK-NATUREZA
                       TO WS-PLN-NATUREZA(WS-IDX-ACHADO)
                   MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
                   DISPLAY 'CODIGO ' WRK-CODIGO ' ALTERADO'
               END-IF
           END-IF.

       0500-INATIVAR-ITEM.
           PERFORM 0310-CAPTURAR-CHAVE.
           PERFORM 0350-BUSCAR-ITEM.
           IF NOT WS-ITEM-ACHADO
               DISPLAY 'CONTA OU CENTRO NAO ENCONTRADO'
           ELSE
               MOVE 'N' TO WS-PLN-ATIVO(WS-IDX-ACHADO)
               MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
               DISPLAY 'CODIGO ' WRK-CODIGO ' INATIVADO'
           END-IF.

       0600-REGRAVAR-ARQUIVO.
           OPEN OUTPUT CHART-ACCOUNT-FILE.
           PERFORM 0610-GRAVAR-ITEM
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-ITENS.
           CLOSE CHART-ACCOUNT-FILE.

       0610-GRAVAR-ITEM.
           MOVE SPACES                       TO CHART-ACCOUNT-REC.
           MOVE WS-PLN-TIPO(WRK-IDX-I)       TO PC-TIPO.
           MOVE WS-PLN-CODIGO(WRK-IDX-I)     TO PC-CODIGO.
           MOVE WS-PLN-DESCRICAO(WRK-IDX-I)  TO PC-DESCRICAO.
           MOVE WS-PLN-NATUREZA(WRK-IDX-I)   TO PC-NATUREZA.
           MOVE WS-PLN-ATIVO(WRK-IDX-I)      TO PC-ATIVO.
           WRITE CHART-ACCOUNT-REC.
