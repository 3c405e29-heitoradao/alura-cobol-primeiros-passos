      ***                    (PRGCOB38), COM O MESMO ESQUEMA DE
      ***                    ARQUIVO DE TRABALHO PARA PRESERVAR
      ***                    REGISTROS EXCEDENTES A TABELA
      ***   15/10/2026 HJR   INCLUIDO O LIMITE DE CREDITO DO
      ***                    CLIENTE (CM-LIMITE-CREDITO, FD DE
      ***                    88 POSICOES), INFORMADO NA INCLUSAO
      ***                    E NA ALTERACAO E EXIBIDO NA
      ***                    LISTAGEM; ZERO = LIMITE PADRAO DO
      ***                    RECEBPRM NA CAPTURA DE VENDAS
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY 'CUSTMAST.COB'.

       FD  CUSTOMER-WORK-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  CUSTOMER-WORK-REC     PIC X(88).

       WORKING-STORAGE SECTION.
       77  WS-CLIENTE-STATUS     PIC X(02)     VALUE SPACES.
       77  WRK-DOCUMENTO         PIC X(14)     VALUE SPACES.
       77  WRK-CIDADE            PIC X(20)     VALUE SPACES.
       77  WRK-UF                PIC X(02)     VALUE SPACES.
       77  WRK-LIMITE            PIC 9(07)V99  VALUE ZEROS.
       77  WRK-LIMITE-ED         PIC Z.ZZZ.ZZ9,99.
       77  WS-IDX-ACHADO         PIC 9(03)     VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(03)     VALUE ZEROS.
       77  WS-TAB-ESTOURO-SW     PIC X(01)     VALUE 'N'.
               03 WS-CLI-CIDADE       PIC X(20).
               03 WS-CLI-UF           PIC X(02).
               03 WS-CLI-ATIVO        PIC X(01).
               03 WS-CLI-LIMITE       PIC 9(07)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               MOVE CM-CIDADE    TO WS-CLI-CIDADE(WS-QTD-CLIENTES)
               MOVE CM-UF        TO WS-CLI-UF(WS-QTD-CLIENTES)
               MOVE CM-ATIVO     TO WS-CLI-ATIVO(WS-QTD-CLIENTES)
               IF CM-LIMITE-CREDITO IS NUMERIC
                   MOVE CM-LIMITE-CREDITO
                       TO WS-CLI-LIMITE(WS-QTD-CLIENTES)
               ELSE
                   MOVE ZEROS TO WS-CLI-LIMITE(WS-QTD-CLIENTES)
               END-IF
           ELSE
               IF NOT WS-TAB-ESTOURO
                   DISPLAY 'TABELA DE CLIENTES CHEIA - OS '
               UNTIL WRK-IDX-I > WS-QTD-CLIENTES.

       0210-EXIBIR-CLIENTE.
           MOVE WS-CLI-LIMITE(WRK-IDX-I) TO WRK-LIMITE-ED.
           DISPLAY WS-CLI-CODIGO(WRK-IDX-I) ' '
               WS-CLI-NOME(WRK-IDX-I) ' '
               WS-CLI-DOCUMENTO(WRK-IDX-I) ' '
               WS-CLI-CIDADE(WRK-IDX-I) '/'
               WS-CLI-UF(WRK-IDX-I) ' ATIVO='
               WS-CLI-ATIVO(WRK-IDX-I) ' LIMITE='
               WRK-LIMITE-ED.

       0300-INCLUIR-CLIENTE.
           DISPLAY 'CODIGO DO CLIENTE...... : ' WITH NO ADVANCING.
                           TO WS-CLI-UF(WS-QTD-CLIENTES)
                       MOVE 'S'
                           TO WS-CLI-ATIVO(WS-QTD-CLIENTES)
                       MOVE WRK-LIMITE
                           TO WS-CLI-LIMITE(WS-QTD-CLIENTES)
                       MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
                       DISPLAY 'CLIENTE ' WRK-CODIGO ' INCLUIDO'
                   END-IF
               WITH NO ADVANCING.
           ACCEPT WRK-UF.
           MOVE FUNCTION UPPER-CASE(WRK-UF) TO WRK-UF.
           DISPLAY 'LIMITE DE CREDITO (0=PADRAO) : '
               WITH NO ADVANCING.
           ACCEPT WRK-LIMITE.

       0350-BUSCAR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-ACHADO-SW.
                       TO WS-CLI-CIDADE(WS-IDX-ACHADO)
                   MOVE WRK-UF
                       TO WS-CLI-UF(WS-IDX-ACHADO)
                   MOVE WRK-LIMITE
                       TO WS-CLI-LIMITE(WS-IDX-ACHADO)
                   MOVE 'S' TO WS-HOUVE-ALTERACAO-SW
                   DISPLAY 'CLIENTE ' WRK-CODIGO ' ALTERADO'
               END-IF
           MOVE WS-CLI-CIDADE(WRK-IDX-I)    TO CM-CIDADE.
           MOVE WS-CLI-UF(WRK-IDX-I)        TO CM-UF.
           MOVE WS-CLI-ATIVO(WRK-IDX-I)     TO CM-ATIVO.
           MOVE WS-CLI-LIMITE(WRK-IDX-I)    TO CM-LIMITE-CREDITO.
           WRITE CUSTOMER-MASTER-REC.

      *********** COM O CADASTRO MAIOR QUE A TABELA, A REGRAVACAO *
               MOVE WS-CLI-CIDADE(WS-SEQ-LIDO)    TO CM-CIDADE
               MOVE WS-CLI-UF(WS-SEQ-LIDO)        TO CM-UF
               MOVE WS-CLI-ATIVO(WS-SEQ-LIDO)     TO CM-ATIVO
               MOVE WS-CLI-LIMITE(WS-SEQ-LIDO)
                   TO CM-LIMITE-CREDITO
           END-IF.
           WRITE CUSTOMER-WORK-REC FROM CUSTOMER-MASTER-REC.
           PERFORM 0060-LER-CLIENTE.
