       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB94.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = MANUTENCAO DO CADASTRO DE
      ***                            FORNECEDORES (FORNEC):
      ***                            INCLUSAO, LISTAGEM, ALTERACAO
      ***                            DO PRAZO DE ENTREGA E DA
      ***                            TOLERANCIA DE RECEBIMENTO
      ***                            ACIMA DO PEDIDO, E INATIVACAO,
      ***                            PARA OS PEDIDOS DE COMPRA
      ***                            (PRGCOB95) E O RECEBIMENTO DE
      ***                            MERCADORIAS (PRGCOB96)
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN TO 'FORNEC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORNEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY 'FORNEC.COB'.

       WORKING-STORAGE SECTION.
       77  WS-FORNEC-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-FORNEC-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-FORNEC                    VALUE 'S'.
       77  WS-FORNEC-ACHADO-SW   PIC X(01)     VALUE 'N'.
           88 WS-FORNEC-ACHADO                 VALUE 'S'.
       77  WS-HOUVE-ALTERACAO-SW PIC X(01)     VALUE 'N'.
           88 WS-HOUVE-ALTERACAO               VALUE 'S'.
       77  WS-TAB-ESTOURO-SW     PIC X(01)     VALUE 'N'.
           88 WS-TAB-ESTOURO                   VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WRK-CODIGO            PIC X(05)     VALUE SPACES.
       77  WRK-RAZAO-SOCIAL      PIC X(30)     VALUE SPACES.
       77  WRK-CNPJ              PIC 9(14)     VALUE ZEROS.
       77  WRK-UF                PIC X(02)     VALUE SPACES.
       77  WRK-PRAZO-DIAS        PIC 9(03)     VALUE ZEROS.
       77  WRK-TOLERANCIA        PIC 9(02)     VALUE ZEROS.
       77  WS-IDX-ACHADO         PIC 9(03)     VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(03)     VALUE ZEROS.

       01  WS-TABELA-FORNECEDORES.
           02 WS-QTD-FORNECEDORES PIC 9(03)    VALUE ZEROS.
           02 WS-FORN-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-FORN.
               03 WS-FORN-CODIGO      PIC X(05).
               03 WS-FORN-RAZAO       PIC X(30).
               03 WS-FORN-CNPJ        PIC 9(14).
               03 WS-FORN-UF          PIC X(02).
               03 WS-FORN-PRAZO       PIC 9(03).
               03 WS-FORN-TOLERANCIA  PIC 9(02).
               03 WS-FORN-ATIVO       PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-CARREGAR-FORNECEDORES.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
           IF WS-HOUVE-ALTERACAO
               PERFORM 0600-REGRAVAR-ARQUIVO
               DISPLAY 'CADASTRO FORNEC REGRAVADO'
           END-IF.
           GOBACK.

       0050-CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-FORNEC-STATUS = '00'
               PERFORM 0060-LER-FORNECEDOR
               PERFORM 0070-ARMAZENAR-FORNECEDOR
                   UNTIL WS-FIM-FORNEC
               CLOSE SUPPLIER-FILE
           END-IF.
           DISPLAY 'FORNECEDORES CARREGADOS : ' WS-QTD-FORNECEDORES.
           IF WS-TAB-ESTOURO
               DISPLAY 'CADASTRO MAIOR QUE A TABELA - SO A LISTAGEM '
                   'ESTA LIBERADA'
           END-IF.

       0060-LER-FORNECEDOR.
           READ SUPPLIER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-FORNEC-SW
           END-READ.

       0070-ARMAZENAR-FORNECEDOR.
           IF WS-QTD-FORNECEDORES < 300
               ADD 1 TO WS-QTD-FORNECEDORES
               SET WS-IDX-FORN TO WS-QTD-FORNECEDORES
               MOVE FN-CODIGO       TO WS-FORN-CODIGO(WS-IDX-FORN)
               MOVE FN-RAZAO-SOCIAL TO WS-FORN-RAZAO(WS-IDX-FORN)
               MOVE FN-CNPJ         TO WS-FORN-CNPJ(WS-IDX-FORN)
               MOVE FN-UF           TO WS-FORN-UF(WS-IDX-FORN)
               MOVE FN-PRAZO-DIAS   TO WS-FORN-PRAZO(WS-IDX-FORN)
               MOVE FN-TOLERANCIA
                   TO WS-FORN-TOLERANCIA(WS-IDX-FORN)
               MOVE FN-ATIVO        TO WS-FORN-ATIVO(WS-IDX-FORN)
           ELSE
               MOVE 'S' TO WS-TAB-ESTOURO-SW
           END-IF.
           PERFORM 0060-LER-FORNECEDOR.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== MANUTENCAO DE FORNECEDORES ====='.
           DISPLAY ' (1) LISTAR FORNECEDORES '.
           DISPLAY ' (2) INCLUIR FORNECEDOR '.
           DISPLAY ' (3) ALTERAR PRAZO E TOLERANCIA '.
           DISPLAY ' (4) INATIVAR FORNECEDOR '.
           DISPLAY ' (0) ENCERRAR (GRAVA AS ALTERACOES) '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           IF WS-TAB-ESTOURO AND WRK-OPCAO > 1
               DISPLAY 'CADASTRO MAIOR QUE A TABELA - OPCAO BLOQUEADA'
               MOVE 9 TO WRK-OPCAO
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-LISTAR-FORNECEDORES
               WHEN 2
                   PERFORM 0300-INCLUIR-FORNECEDOR
               WHEN 3
                   PERFORM 0400-ALTERAR-CONDICOES
               WHEN 4
                   PERFORM 0500-INATIVAR-FORNECEDOR
               WHEN 0
                   CONTINUE
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

       0200-LISTAR-FORNECEDORES.
           PERFORM 0210-EXIBIR-FORNECEDOR
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-FORNECEDORES.

       0210-EXIBIR-FORNECEDOR.
           DISPLAY WS-FORN-CODIGO(WRK-IDX-I) ' '
               WS-FORN-RAZAO(WRK-IDX-I) ' '
               WS-FORN-CNPJ(WRK-IDX-I) ' '
               WS-FORN-UF(WRK-IDX-I) ' PRAZO='
               WS-FORN-PRAZO(WRK-IDX-I) ' TOL%='
               WS-FORN-TOLERANCIA(WRK-IDX-I) ' ATIVO='
               WS-FORN-ATIVO(WRK-IDX-I).

       0300-INCLUIR-FORNECEDOR.
           DISPLAY 'CODIGO DO FORNECEDOR... : ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.
           PERFORM 0350-BUSCAR-FORNECEDOR.
           IF WS-FORNEC-ACHADO
               DISPLAY 'CODIGO JA CADASTRADO - NADA INCLUIDO'
           ELSE
               IF WS-QTD-FORNECEDORES >= 300
                   DISPLAY 'TABELA CHEIA - NADA INCLUIDO'
               ELSE
                   DISPLAY 'RAZAO SOCIAL........... : '
                       WITH NO ADVANCING
                   ACCEPT WRK-RAZAO-SOCIAL
                   DISPLAY 'CNPJ (14 DIGITOS)...... : '
                       WITH NO ADVANCING
                   ACCEPT WRK-CNPJ
                   DISPLAY 'UF..................... : '
                       WITH NO ADVANCING
                   ACCEPT WRK-UF
                   DISPLAY 'PRAZO DE ENTREGA (DIAS) : '
                       WITH NO ADVANCING
                   ACCEPT WRK-PRAZO-DIAS
                   DISPLAY 'TOLERANCIA RECEB. (%).. : '
                       WITH NO ADVANCING
                   ACCEPT WRK-TOLERANCIA
                   IF WRK-CODIGO = SPACES OR WRK-CNPJ = ZEROS
                       DISPLAY 'CODIGO OU CNPJ EM BRANCO - NADA '
                           'INCLUIDO'
                   ELSE
                       ADD 1 TO WS-QTD-FORNECEDORES
                       SET WS-IDX-FORN TO WS-QTD-FORNECEDORES
                       MOVE WRK-CODIGO
                           TO WS-FORN-CODIGO(WS-IDX-FORN)
                       MOVE FUNCTION UPPER-CASE(WRK-RAZAO-SOCIAL)
                           TO WS-FORN-RAZAO(WS-IDX-FORN)
                       MOVE WRK-CNPJ
                           TO WS-FORN-CNPJ(WS-IDX-FORN)
                       MOVE FUNCTION UPPER-CASE(WRK-UF)
                           TO WS-FORN-UF(WS-IDX-FORN)
                       MOVE WRK-PRAZO-DIAS
                           TO WS-FORN-PRAZO(WS-IDX-FORN)
                       MOVE WRK-TOLERANCIA
                           TO WS-FORN-TOLERANCIA(WS-IDX-FORN)
                       MOVE 'S' TO WS-FORN-ATIVO(WS-IDX-FORN)
                       MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
                       DISPLAY 'FORNECEDOR ' WRK-CODIGO ' INCLUIDO'
                   END-IF
               END-IF
           END-IF.

       0350-BUSCAR-FORNECEDOR.
           MOVE 'N' TO WS-FORNEC-ACHADO-SW.
           PERFORM 0360-COMPARAR-FORNECEDOR
               VARYING WS-IDX-FORN FROM 1 BY 1
               UNTIL WS-IDX-FORN > WS-QTD-FORNECEDORES
                  OR WS-FORNEC-ACHADO.

       0360-COMPARAR-FORNECEDOR.
           IF WS-FORN-CODIGO(WS-IDX-FORN) = WRK-CODIGO
               MOVE 'S' TO WS-FORNEC-ACHADO-SW
               SET WS-IDX-ACHADO TO WS-IDX-FORN
           END-IF.

       0400-ALTERAR-CONDICOES.
           DISPLAY 'CODIGO DO FORNECEDOR... : ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.
           PERFORM 0350-BUSCAR-FORNECEDOR.
           IF NOT WS-FORNEC-ACHADO
               DISPLAY 'FORNECEDOR NAO ENCONTRADO'
           ELSE
               DISPLAY 'PRAZO ATUAL (DIAS)..... : '
                   WS-FORN-PRAZO(WS-IDX-ACHADO)
               DISPLAY 'TOLERANCIA ATUAL (%)... : '
                   WS-FORN-TOLERANCIA(WS-IDX-ACHADO)
               DISPLAY 'NOVO PRAZO (DIAS)...... : ' WITH NO ADVANCING
               ACCEPT WRK-PRAZO-DIAS
               DISPLAY 'NOVA TOLERANCIA (%).... : ' WITH NO ADVANCING
               ACCEPT WRK-TOLERANCIA
               MOVE WRK-PRAZO-DIAS TO WS-FORN-PRAZO(WS-IDX-ACHADO)
               MOVE WRK-TOLERANCIA
                   TO WS-FORN-TOLERANCIA(WS-IDX-ACHADO)
               MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
               DISPLAY 'FORNECEDOR ' WRK-CODIGO ' ALTERADO'
           END-IF.

       0500-INATIVAR-FORNECEDOR.
           DISPLAY 'CODIGO DO FORNECEDOR... : ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.
           PERFORM 0350-BUSCAR-FORNECEDOR.
           IF NOT WS-FORNEC-ACHADO
               DISPLAY 'FORNECEDOR NAO ENCONTRADO'
           ELSE
               MOVE 'N' TO WS-FORN-ATIVO(WS-IDX-ACHADO)
               MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
               DISPLAY 'FORNECEDOR ' WRK-CODIGO ' INATIVADO'
           END-IF.

       0600-REGRAVAR-ARQUIVO.
           OPEN OUTPUT SUPPLIER-FILE.
           PERFORM 0610-GRAVAR-FORNECEDOR
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-FORNECEDORES.
           CLOSE SUPPLIER-FILE.

       0610-GRAVAR-FORNECEDOR.
           MOVE SPACES                         TO SUPPLIER-REC.
           MOVE WS-FORN-CODIGO(WRK-IDX-I)      TO FN-CODIGO.
           MOVE WS-FORN-RAZAO(WRK-IDX-I)       TO FN-RAZAO-SOCIAL.
           MOVE WS-FORN-CNPJ(WRK-IDX-I)        TO FN-CNPJ.
           MOVE WS-FORN-UF(WRK-IDX-I)          TO FN-UF.
           MOVE WS-FORN-PRAZO(WRK-IDX-I)       TO FN-PRAZO-DIAS.
           MOVE WS-FORN-TOLERANCIA(WRK-IDX-I)  TO FN-TOLERANCIA.
           MOVE WS-FORN-ATIVO(WRK-IDX-I)       TO FN-ATIVO.
           WRITE SUPPLIER-REC.
