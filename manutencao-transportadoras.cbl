       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB02.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = MANUTENCAO DO CADASTRO DE
      ***                            TRANSPORTADORAS (TRANSPOR):
      ***                            INCLUSAO, LISTAGEM, ALTERACAO
      ***                            DOS DADOS BANCARIOS E DO
      ***                            PRAZO DE PAGAMENTO, E
      ***                            INATIVACAO; SO TRANSPORTADORA
      ***                            CADASTRADA E ATIVA E ACEITA
      ***                            NA COTACAO, NA FATURA, NO EDI,
      ***                            NO ROMANEIO E NA APROVACAO DE
      ***                            PAGAMENTO
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
           SELECT CARRIER-FILE ASSIGN TO 'TRANSPOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSPOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARRIER-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY 'TRANSPOR.COB'.

       WORKING-STORAGE SECTION.
       77  WS-TRANSPOR-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-TRANSPOR-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-TRANSPOR                  VALUE 'S'.
       77  WS-TRANSP-ACHADA-SW   PIC X(01)     VALUE 'N'.
           88 WS-TRANSP-ACHADA                 VALUE 'S'.
       77  WS-HOUVE-ALTERACAO-SW PIC X(01)     VALUE 'N'.
           88 WS-HOUVE-ALTERACAO               VALUE 'S'.
       77  WS-TAB-ESTOURO-SW     PIC X(01)     VALUE 'N'.
           88 WS-TAB-ESTOURO                   VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WRK-CODIGO            PIC X(03)     VALUE SPACES.
       77  WRK-RAZAO-SOCIAL      PIC X(30)     VALUE SPACES.
       77  WRK-CNPJ              PIC 9(14)     VALUE ZEROS.
       77  WRK-BANCO             PIC 9(03)     VALUE ZEROS.
       77  WRK-AGENCIA           PIC 9(04)     VALUE ZEROS.
       77  WRK-CONTA             PIC X(10)     VALUE SPACES.
       77  WRK-PRAZO-PAGTO       PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-ACHADO         PIC 9(03)     VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(03)     VALUE ZEROS.

       01  WS-TABELA-TRANSPORTADORAS.
           02 WS-QTD-TRANSPORTADORAS PIC 9(03) VALUE ZEROS.
           02 WS-TRP-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-TRP.
               03 WS-TRP-CODIGO       PIC X(03).
               03 WS-TRP-RAZAO        PIC X(30).
               03 WS-TRP-CNPJ         PIC 9(14).
               03 WS-TRP-BANCO        PIC 9(03).
               03 WS-TRP-AGENCIA      PIC 9(04).
               03 WS-TRP-CONTA        PIC X(10).
               03 WS-TRP-PRAZO        PIC 9(03).
               03 WS-TRP-ATIVO        PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-CARREGAR-TRANSPORTADORAS.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
           IF WS-HOUVE-ALTERACAO
               PERFORM 0600-REGRAVAR-ARQUIVO
               DISPLAY 'CADASTRO TRANSPOR REGRAVADO'
           END-IF.
           GOBACK.

       0050-CARREGAR-TRANSPORTADORAS.
           OPEN INPUT CARRIER-FILE.
           IF WS-TRANSPOR-STATUS = '00'
               PERFORM 0060-LER-TRANSPORTADORA
               PERFORM 0070-ARMAZENAR-TRANSPORTADORA
                   UNTIL WS-FIM-TRANSPOR
               CLOSE CARRIER-FILE
           END-IF.
           DISPLAY 'TRANSPORTADORAS CARREGADAS : '
               WS-QTD-TRANSPORTADORAS.
           IF WS-TAB-ESTOURO
               DISPLAY 'CADASTRO MAIOR QUE A TABELA - SO A LISTAGEM '
                   'ESTA LIBERADA'
           END-IF.

       0060-LER-TRANSPORTADORA.
           READ CARRIER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-TRANSPOR-SW
           END-READ.

       0070-ARMAZENAR-TRANSPORTADORA.
           IF WS-QTD-TRANSPORTADORAS < 300
               ADD 1 TO WS-QTD-TRANSPORTADORAS
               SET WS-IDX-TRP TO WS-QTD-TRANSPORTADORAS
               MOVE TP-CODIGO       TO WS-TRP-CODIGO(WS-IDX-TRP)
               MOVE TP-RAZAO-SOCIAL TO WS-TRP-RAZAO(WS-IDX-TRP)
               MOVE TP-CNPJ         TO WS-TRP-CNPJ(WS-IDX-TRP)
               MOVE TP-BANCO        TO WS-TRP-BANCO(WS-IDX-TRP)
               MOVE TP-AGENCIA      TO WS-TRP-AGENCIA(WS-IDX-TRP)
               MOVE TP-CONTA        TO WS-TRP-CONTA(WS-IDX-TRP)
               MOVE TP-PRAZO-PAGTO  TO WS-TRP-PRAZO(WS-IDX-TRP)
               MOVE TP-ATIVO        TO WS-TRP-ATIVO(WS-IDX-TRP)
           ELSE
               MOVE 'S' TO WS-TAB-ESTOURO-SW
           END-IF.
           PERFORM 0060-LER-TRANSPORTADORA.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== MANUTENCAO DE TRANSPORTADORAS ====='.
           DISPLAY ' (1) LISTAR TRANSPORTADORAS '.
           DISPLAY ' (2) INCLUIR TRANSPORTADORA '.
           DISPLAY ' (3) ALTERAR DADOS BANCARIOS E PRAZO '.
           DISPLAY ' (4) INATIVAR TRANSPORTADORA '.
           DISPLAY ' (0) ENCERRAR (GRAVA AS ALTERACOES) '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           IF WS-TAB-ESTOURO AND WRK-OPCAO > 1
               DISPLAY 'CADASTRO MAIOR QUE A TABELA - OPCAO BLOQUEADA'
               MOVE 9 TO WRK-OPCAO
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-LISTAR-TRANSPORTADORAS
               WHEN 2
                   PERFORM 0300-INCLUIR-TRANSPORTADORA
               WHEN 3
                   PERFORM 0400-ALTERAR-CONDICOES
               WHEN 4
                   PERFORM 0500-INATIVAR-TRANSPORTADORA
               WHEN 0
                   CONTINUE
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

       0200-LISTAR-TRANSPORTADORAS.
           PERFORM 0210-EXIBIR-TRANSPORTADORA
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-TRANSPORTADORAS.

       0210-EXIBIR-TRANSPORTADORA.
           DISPLAY WS-TRP-CODIGO(WRK-IDX-I) ' '
               WS-TRP-RAZAO(WRK-IDX-I) ' '
               WS-TRP-CNPJ(WRK-IDX-I) ' BCO='
               WS-TRP-BANCO(WRK-IDX-I) ' AG='
               WS-TRP-AGENCIA(WRK-IDX-I) ' CC='
               WS-TRP-CONTA(WRK-IDX-I) ' PRAZO='
               WS-TRP-PRAZO(WRK-IDX-I) ' ATIVO='
               WS-TRP-ATIVO(WRK-IDX-I).

       0300-INCLUIR-TRANSPORTADORA.
           DISPLAY 'CODIGO DA TRANSPORTADORA : ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.
           PERFORM 0350-BUSCAR-TRANSPORTADORA.
           IF WS-TRANSP-ACHADA
               DISPLAY 'CODIGO JA CADASTRADO - NADA INCLUIDO'
           ELSE
               IF WS-QTD-TRANSPORTADORAS >= 300
                   DISPLAY 'TABELA CHEIA - NADA INCLUIDO'
               ELSE
                   DISPLAY 'RAZAO SOCIAL............. : '
                       WITH NO ADVANCING
                   ACCEPT WRK-RAZAO-SOCIAL
                   DISPLAY 'CNPJ (14 DIGITOS)........ : '
                       WITH NO ADVANCING
                   ACCEPT WRK-CNPJ
                   PERFORM 0320-CAPTURAR-CONDICOES
                   IF WRK-CODIGO = SPACES OR WRK-CNPJ = ZEROS
                       DISPLAY 'CODIGO OU CNPJ EM BRANCO - NADA '
                           'INCLUIDO'
                   ELSE
                       ADD 1 TO WS-QTD-TRANSPORTADORAS
                       SET WS-IDX-TRP TO WS-QTD-TRANSPORTADORAS
                       MOVE WRK-CODIGO
                           TO WS-TRP-CODIGO(WS-IDX-TRP)
                       MOVE FUNCTION UPPER-CASE(WRK-RAZAO-SOCIAL)
                           TO WS-TRP-RAZAO(WS-IDX-TRP)
                       MOVE WRK-CNPJ
                           TO WS-TRP-CNPJ(WS-IDX-TRP)
                       MOVE WRK-BANCO
                           TO WS-TRP-BANCO(WS-IDX-TRP)
                       MOVE WRK-AGENCIA
                           TO WS-TRP-AGENCIA(WS-IDX-TRP)
                       MOVE WRK-CONTA
                           TO WS-TRP-CONTA(WS-IDX-TRP)
                       MOVE WRK-PRAZO-PAGTO
                           TO WS-TRP-PRAZO(WS-IDX-TRP)
                       MOVE 'S' TO WS-TRP-ATIVO(WS-IDX-TRP)
                       MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
                       DISPLAY 'TRANSPORTADORA ' WRK-CODIGO
                           ' INCLUIDA'
                   END-IF
               END-IF
           END-IF.

      *********** DADOS BANCARIOS E PRAZO DE PAGAMENTO, COMUNS ****
      *********** A INCLUSAO E A ALTERACAO ************************
       0320-CAPTURAR-CONDICOES.
           DISPLAY 'BANCO (3 DIGITOS)........ : ' WITH NO ADVANCING.
           ACCEPT WRK-BANCO.
           DISPLAY 'AGENCIA (4 DIGITOS)...... : ' WITH NO ADVANCING.
           ACCEPT WRK-AGENCIA.
           DISPLAY 'CONTA CORRENTE (COM DV).. : ' WITH NO ADVANCING.
           ACCEPT WRK-CONTA.
           DISPLAY 'PRAZO DE PAGAMENTO (DIAS) : ' WITH NO ADVANCING.
           ACCEPT WRK-PRAZO-PAGTO.

       0350-BUSCAR-TRANSPORTADORA.
           MOVE 'N' TO WS-TRANSP-ACHADA-SW.
           PERFORM 0360-COMPARAR-TRANSPORTADORA
               VARYING WS-IDX-TRP FROM 1 BY 1
               UNTIL WS-IDX-TRP > WS-QTD-TRANSPORTADORAS
                  OR WS-TRANSP-ACHADA.

       0360-COMPARAR-TRANSPORTADORA.
           IF WS-TRP-CODIGO(WS-IDX-TRP) = WRK-CODIGO
               MOVE 'S' TO WS-TRANSP-ACHADA-SW
               SET WS-IDX-ACHADO TO WS-IDX-TRP
           END-IF.

       0400-ALTERAR-CONDICOES.
           DISPLAY 'CODIGO DA TRANSPORTADORA : ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.
           PERFORM 0350-BUSCAR-TRANSPORTADORA.
           IF NOT WS-TRANSP-ACHADA
               DISPLAY 'TRANSPORTADORA NAO ENCONTRADA'
           ELSE
               DISPLAY 'BANCO/AGENCIA/CONTA ATUAL : '
                   WS-TRP-BANCO(WS-IDX-ACHADO) ' '
                   WS-TRP-AGENCIA(WS-IDX-ACHADO) ' '
                   WS-TRP-CONTA(WS-IDX-ACHADO)
               DISPLAY 'PRAZO ATUAL (DIAS)....... : '
                   WS-TRP-PRAZO(WS-IDX-ACHADO)
               PERFORM 0320-CAPTURAR-CONDICOES
               MOVE WRK-BANCO       TO WS-TRP-BANCO(WS-IDX-ACHADO)
               MOVE WRK-AGENCIA     TO WS-TRP-AGENCIA(WS-IDX-ACHADO)
               MOVE WRK-CONTA       TO WS-TRP-CONTA(WS-IDX-ACHADO)
               MOVE WRK-PRAZO-PAGTO TO WS-TRP-PRAZO(WS-IDX-ACHADO)
               MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
               DISPLAY 'TRANSPORTADORA ' WRK-CODIGO ' ALTERADA'
           END-IF.

       0500-INATIVAR-TRANSPORTADORA.
           DISPLAY 'CODIGO DA TRANSPORTADORA : ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.
           PERFORM 0350-BUSCAR-TRANSPORTADORA.
           IF NOT WS-TRANSP-ACHADA
               DISPLAY 'TRANSPORTADORA NAO ENCONTRADA'
           ELSE
               MOVE 'N' TO WS-TRP-ATIVO(WS-IDX-ACHADO)
               MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
               DISPLAY 'TRANSPORTADORA ' WRK-CODIGO ' INATIVADA'
           END-IF.

       0600-REGRAVAR-ARQUIVO.
           OPEN OUTPUT CARRIER-FILE.
           PERFORM 0610-GRAVAR-TRANSPORTADORA
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-TRANSPORTADORAS.
           CLOSE CARRIER-FILE.

       0610-GRAVAR-TRANSPORTADORA.
           MOVE SPACES                     TO CARRIER-REC.
           MOVE WS-TRP-CODIGO(WRK-IDX-I)   TO TP-CODIGO.
           MOVE WS-TRP-RAZAO(WRK-IDX-I)    TO TP-RAZAO-SOCIAL.
           MOVE WS-TRP-CNPJ(WRK-IDX-I)     TO TP-CNPJ.
           MOVE WS-TRP-BANCO(WRK-IDX-I)    TO TP-BANCO.
           MOVE WS-TRP-AGENCIA(WRK-IDX-I)  TO TP-AGENCIA.
           MOVE WS-TRP-CONTA(WRK-IDX-I)    TO TP-CONTA.
           MOVE WS-TRP-PRAZO(WRK-IDX-I)    TO TP-PRAZO-PAGTO.
           MOVE WS-TRP-ATIVO(WRK-IDX-I)    TO TP-ATIVO.
           WRITE CARRIER-REC.
