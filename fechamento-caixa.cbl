       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB90.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = FECHAMENTO DE CAIXA DO DIA POR
      ***                            FILIAL: TOTALIZA O SALESDET DA
      ***                            DATA DE PROCESSAMENTO POR
      ***                            FILIAL E CONDICAO DE PAGAMENTO
      ***                            (A VISTA, CARTAO, PARCELADO),
      ***                            ABATE AS DEVOLUCOES DO DINHEIRO
      ***                            E SOMA AS PARCELAS RECEBIDAS NO
      ***                            BALCAO (RECEBTOS ORIGEM C);
      ***                            RECEBE O DINHEIRO CONTADO E OS
      ***                            COMPROVANTES DE CARTAO
      ***                            DECLARADOS POR FILIAL, IMPRIME
      ***                            AS FALTAS E SOBRAS (CAIXAREL) E
      ***                            GRAVA O FECHAMENTO (CAIXAFEC)
      ***                            LIDO PELO PAINEL DIARIO
      ***                            (PRGCOB54). DIFERENCA ACIMA DA
      ***                            TOLERANCIA (CAIXAPRM) GERA
      ***                            ALERTA NO ERRLOG
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA O NUMERO DO PEDIDO E O DA
      ***                    COTACAO INCLUIDOS NO SALESDET.COB
      ***                    (FD DE 90 POSICOES)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SALESDET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESDET-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO 'RECEBTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBTO-STATUS.
           SELECT CASH-PARM-FILE ASSIGN TO 'CAIXAPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAIXAPRM-STATUS.
           SELECT CASH-CLOSING-FILE ASSIGN TO 'CAIXAFEC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAIXAFEC-STATUS.
           SELECT CASH-REPORT-FILE ASSIGN TO 'CAIXAREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPERATOR-SESS-FILE ASSIGN TO 'OPERSESS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-DETAIL-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SALESDET.COB'.

       FD  RECEIPT-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY 'RECEBTO.COB'.

       FD  CASH-PARM-FILE
           RECORD CONTAINS 7 CHARACTERS.
           COPY 'CAIXAPRM.COB'.

       FD  CASH-CLOSING-FILE
           RECORD CONTAINS 115 CHARACTERS.
           COPY 'CAIXAFEC.COB'.

       FD  CASH-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CASH-REPORT-LINE      PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  OPERATOR-SESS-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  OPERATOR-SESS-REC.
           02 OS-OPERADOR        PIC X(05).
           02 FILLER             PIC X(01).
           02 OS-NOME            PIC X(30).

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-SALESDET-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RECEBTO-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-CAIXAPRM-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-CAIXAFEC-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SESSAO-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-SALESDET-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-SALESDET                  VALUE 'S'.
       77  WS-FIM-RECEBTOS-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-RECEBTOS                  VALUE 'S'.
       77  WS-FIM-CAPTURA-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-CAPTURA                   VALUE 'S'.
       77  WS-FILIAL-ACHADA-SW   PIC X(01)     VALUE 'N'.
           88 WS-FILIAL-ACHADA                 VALUE 'S'.
       77  WS-TAB-ESTOURO-SW     PIC X(01)     VALUE 'N'.
           88 WS-TAB-ESTOURO                   VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-OPERADOR-SESSAO   PIC X(05)     VALUE SPACES.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-FILIAL            PIC X(03)     VALUE SPACES.
       77  WRK-CONTADO-DINHEIRO  PIC 9(07)V99  VALUE ZEROS.
       77  WRK-CONTADO-CARTAO    PIC 9(07)V99  VALUE ZEROS.
       77  WRK-DIF-DINHEIRO      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-DIF-CARTAO        PIC S9(08)V99 VALUE ZEROS.
       77  WRK-DIF-ABS           PIC S9(08)V99 VALUE ZEROS.
       77  WRK-IDX-F             PIC 9(02)     VALUE ZEROS.
       77  WS-TOLERANCIA         PIC 9(05)V99  VALUE 10,00.
       77  WS-QTD-FILIAIS        PIC 9(02)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-VENDAS-DIA     PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-RECEBTOS-DIA   PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-DECLARADAS     PIC 9(02)     VALUE ZEROS.
       77  WS-QTD-ALERTAS        PIC 9(02)     VALUE ZEROS.
       77  WS-QTD-NAO-DECL       PIC 9(02)     VALUE ZEROS.
       77  WS-QTD-GRAVADOS       PIC 9(06)     VALUE ZEROS.
       77  WS-TOTAL-DIFERENCA    PIC S9(10)V99 VALUE ZEROS.
       77  WS-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

      *********** MOVIMENTO DO DIA E CONTAGEM DECLARADA POR FILIAL *
       01  WS-TABELA-FILIAIS.
           02 WS-FIL-ENTRY OCCURS 50 TIMES.
               03 WS-FIL-CODIGO      PIC X(03).
               03 WS-FIL-VISTA       PIC S9(08)V99.
               03 WS-FIL-CARTAO      PIC S9(08)V99.
               03 WS-FIL-PRAZO       PIC S9(08)V99.
               03 WS-FIL-DEVOLUCOES  PIC S9(08)V99.
               03 WS-FIL-RECEBIDO    PIC S9(08)V99.
               03 WS-FIL-ESPERADO    PIC S9(08)V99.
               03 WS-FIL-CONT-DIN    PIC S9(08)V99.
               03 WS-FIL-CONT-CART   PIC S9(08)V99.
               03 WS-FIL-DECLARADA   PIC X(01).

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(40) VALUE
              'FECHAMENTO DE CAIXA POR FILIAL          '.
           02 FILLER             PIC X(06) VALUE 'DATA: '.
           02 WC1-DATA           PIC 9(08).
           02 FILLER             PIC X(14) VALUE '  TOLERANCIA: '.
           02 WC1-TOLERANCIA     PIC ZZ.ZZ9,99.
       01  WS-CABECALHO-FILIAL.
           02 FILLER             PIC X(08) VALUE 'FILIAL: '.
           02 WCF-FILIAL         PIC X(03).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WCF-SITUACAO       PIC X(30).
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(20) VALUE SPACES.
           02 FILLER             PIC X(16) VALUE
              '        ESPERADO'.
           02 FILLER             PIC X(16) VALUE
              '         CONTADO'.
           02 FILLER             PIC X(16) VALUE
              '       DIFERENCA'.
       01  WS-LINHA-CONFERENCIA.
           02 WLC-ROTULO         PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-ESPERADO       PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-CONTADO        PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-DIFERENCA      PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-LINHA-DIF-FILIAL.
           02 FILLER             PIC X(20) VALUE
              'DIFERENCA DA FILIAL '.
           02 FILLER             PIC X(33) VALUE SPACES.
           02 WLD-DIFERENCA      PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-ALERTA         PIC X(09).
       01  WS-LINHA-RESUMO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLR-ROTULO         PIC X(34).
           02 WLR-VALOR          PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-LINHA-QTDE.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLQ-ROTULO         PIC X(34).
           02 FILLER             PIC X(10) VALUE SPACES.
           02 WLQ-QTDE           PIC ZZZZ9.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0045-LER-SESSAO-OPERADOR.
           PERFORM 0050-CARREGAR-TOLERANCIA.
           PERFORM 0100-APURAR-VENDAS.
           PERFORM 0150-APURAR-RECEBIMENTOS.
           PERFORM 0200-CAPTURAR-CONTAGENS.
           PERFORM 0300-CONFERIR-CAIXAS.
           PERFORM 0800-EXIBIR-RESUMO.
           PERFORM 0900-GRAVAR-CONTROLE-EXECUCAO.
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.

      *********** DATA DE PROCESSAMENTO DO NEGOCIO (PROCDATE); *****
      *********** SEM O CONTROLE, VALE O RELOGIO DA MAQUINA ********
       0040-LER-DATA-PROCESSO.
           ACCEPT WS-DATA-PROCESSO FROM DATE YYYYMMDD.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-STATUS = '00'
               READ PROCESS-DATE-FILE
                   NOT AT END
                       IF PD-DATA-PROCESSO > ZEROS
                           MOVE PD-DATA-PROCESSO
                               TO WS-DATA-PROCESSO
                       END-IF
               END-READ
               CLOSE PROCESS-DATE-FILE
           END-IF.

       0045-LER-SESSAO-OPERADOR.
           OPEN INPUT OPERATOR-SESS-FILE.
           IF WS-SESSAO-STATUS = '00'
               READ OPERATOR-SESS-FILE
                   NOT AT END
                       MOVE OS-OPERADOR TO WRK-OPERADOR-SESSAO
               END-READ
               CLOSE OPERATOR-SESS-FILE
           END-IF.

      *********** TOLERANCIA DA DIFERENCA DE CAIXA, VIA ARQUIVO DE **
      *********** CONTROLE, COM VALOR PADRAO CASO AUSENTE **********
       0050-CARREGAR-TOLERANCIA.
           OPEN INPUT CASH-PARM-FILE.
           IF WS-CAIXAPRM-STATUS = '00'
               READ CASH-PARM-FILE
                   NOT AT END
                       MOVE CX-TOLERANCIA TO WS-TOLERANCIA
               END-READ
               CLOSE CASH-PARM-FILE
           END-IF.

      *********** VENDAS DO DIA POR FILIAL E CONDICAO DE PAGAMENTO: *
      *********** VENDA SEM CONDICAO (IMPORTADA DO PDV) ENTRA COMO **
      *********** A VISTA; AJUSTE/ESTORNO (TIPO A) NAO MOVIMENTA *****
      *********** O CAIXA DA FILIAL ********************************
       0100-APURAR-VENDAS.
           INITIALIZE WS-TABELA-FILIAIS.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WS-SALESDET-STATUS NOT = '00'
               DISPLAY 'SALESDET NAO DISPONIVEL - FECHAMENTO SEM '
                   'VENDAS'
               MOVE 'PRGCOB90' TO EL-PROGRAMA
               MOVE '0100-APURAR-VENDAS' TO EL-PARAGRAFO
               MOVE 'SALESDET NAO DISPONIVEL NO FECHAMENTO DE CAIXA'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           ELSE
               PERFORM 0105-LER-VENDA
               PERFORM 0110-ACUMULAR-VENDA
                   UNTIL WS-FIM-SALESDET
               CLOSE SALES-DETAIL-FILE
           END-IF.

       0105-LER-VENDA.
           READ SALES-DETAIL-FILE
               AT END
                   MOVE 'S' TO WS-FIM-SALESDET-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0110-ACUMULAR-VENDA.
           IF SD-DATA-CAPTURA = WS-DATA-PROCESSO
              AND (SD-TIPO = 'V' OR SD-TIPO = 'D')
               MOVE SD-FILIAL TO WRK-FILIAL
               PERFORM 0120-LOCALIZAR-FILIAL
               IF WS-FILIAL-ACHADA
                   ADD 1 TO WS-QTD-VENDAS-DIA
                   EVALUATE TRUE
                       WHEN SD-TIPO = 'D'
                           ADD SD-VENDA
                               TO WS-FIL-DEVOLUCOES(WRK-IDX-F)
                       WHEN SD-COND-PAGTO = '2'
                           ADD SD-VENDA TO WS-FIL-CARTAO(WRK-IDX-F)
                       WHEN SD-COND-PAGTO = '3'
                           ADD SD-VENDA TO WS-FIL-PRAZO(WRK-IDX-F)
                       WHEN OTHER
                           ADD SD-VENDA TO WS-FIL-VISTA(WRK-IDX-F)
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 0105-LER-VENDA.

      *********** LOCALIZA A FILIAL NA TABELA, INCLUINDO-A SE AINDA *
      *********** NAO EXISTE; TABELA CHEIA FICA FORA DO FECHAMENTO **
       0120-LOCALIZAR-FILIAL.
           MOVE 'N' TO WS-FILIAL-ACHADA-SW.
           PERFORM 0125-COMPARAR-FILIAL
               VARYING WRK-IDX-F FROM 1 BY 1
               UNTIL WRK-IDX-F > WS-QTD-FILIAIS
                  OR WS-FILIAL-ACHADA.
           IF WS-FILIAL-ACHADA
               SUBTRACT 1 FROM WRK-IDX-F
           ELSE
               IF WS-QTD-FILIAIS < 50
                   ADD 1 TO WS-QTD-FILIAIS
                   MOVE WS-QTD-FILIAIS TO WRK-IDX-F
                   MOVE WRK-FILIAL TO WS-FIL-CODIGO(WRK-IDX-F)
                   MOVE 'N' TO WS-FIL-DECLARADA(WRK-IDX-F)
                   MOVE 'S' TO WS-FILIAL-ACHADA-SW
               ELSE
                   IF NOT WS-TAB-ESTOURO
                       MOVE 'S' TO WS-TAB-ESTOURO-SW
                       DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
                           WRK-FILIAL ' FORA DO FECHAMENTO'
                       MOVE 'PRGCOB90' TO EL-PROGRAMA
                       MOVE '0120-LOCALIZAR-FILIAL' TO EL-PARAGRAFO
                       MOVE 'TABELA DE FILIAIS CHEIA NO FECHAMENTO'
                           TO EL-MENSAGEM
                       MOVE 'A' TO EL-SEVERIDADE
                       CALL 'ERRLOG' USING ERROR-LOG-LINK
                       IF WRK-RETORNO < 4
                           MOVE 4 TO WRK-RETORNO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0125-COMPARAR-FILIAL.
           IF WS-FIL-CODIGO(WRK-IDX-F) = WRK-FILIAL
               MOVE 'S' TO WS-FILIAL-ACHADA-SW
           END-IF.

      *********** PARCELAS DO CONTAS A RECEBER PAGAS NO BALCAO NO ***
      *********** DIA (ORIGEM C) ENTRAM NO DINHEIRO DA FILIAL; ******
      *********** BOLETO (ORIGEM B) CAI DIRETO NO BANCO ************
       0150-APURAR-RECEBIMENTOS.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEBTO-STATUS = '00'
               PERFORM 0155-LER-RECEBIMENTO
               PERFORM 0160-ACUMULAR-RECEBIMENTO
                   UNTIL WS-FIM-RECEBTOS
               CLOSE RECEIPT-FILE
           END-IF.

       0155-LER-RECEBIMENTO.
           READ RECEIPT-FILE
               AT END
                   MOVE 'S' TO WS-FIM-RECEBTOS-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0160-ACUMULAR-RECEBIMENTO.
           IF RB-DATA-PAGAMENTO = WS-DATA-PROCESSO
              AND RB-ORIGEM = 'C'
               MOVE RB-FILIAL TO WRK-FILIAL
               PERFORM 0120-LOCALIZAR-FILIAL
               IF WS-FILIAL-ACHADA
                   ADD 1 TO WS-QTD-RECEBTOS-DIA
                   ADD RB-VALOR-RECEBIDO
                       TO WS-FIL-RECEBIDO(WRK-IDX-F)
               END-IF
           END-IF.
           PERFORM 0155-LER-RECEBIMENTO.

      *********** CONTAGEM DECLARADA PELAS FILIAIS: DINHEIRO NA ****
      *********** GAVETA E SOMA DOS COMPROVANTES DE CARTAO; FILIAL **
      *********** DECLARADA DE NOVO SUBSTITUI A CONTAGEM ANTERIOR ***
       0200-CAPTURAR-CONTAGENS.
           DISPLAY ' '.
           DISPLAY '========= FECHAMENTO DE CAIXA - DATA '
               WS-DATA-PROCESSO ' ========='.
           PERFORM 0210-CAPTURAR-FILIAL
               UNTIL WS-FIM-CAPTURA.

       0210-CAPTURAR-FILIAL.
           MOVE SPACES TO WRK-FILIAL.
           DISPLAY 'FILIAL (000 = ENCERRAR)......... : '
               WITH NO ADVANCING.
           ACCEPT WRK-FILIAL.
           IF WRK-FILIAL = '000' OR WRK-FILIAL = SPACES
               MOVE 'S' TO WS-FIM-CAPTURA-SW
           ELSE
               MOVE ZEROS TO WRK-CONTADO-DINHEIRO
               MOVE ZEROS TO WRK-CONTADO-CARTAO
               DISPLAY 'DINHEIRO CONTADO................ : '
                   WITH NO ADVANCING
               ACCEPT WRK-CONTADO-DINHEIRO
               DISPLAY 'COMPROVANTES DE CARTAO.......... : '
                   WITH NO ADVANCING
               ACCEPT WRK-CONTADO-CARTAO
               PERFORM 0120-LOCALIZAR-FILIAL
               IF WS-FILIAL-ACHADA
                   IF WS-FIL-DECLARADA(WRK-IDX-F) = 'S'
                       DISPLAY 'FILIAL ' WRK-FILIAL ' JA DECLARADA - '
                           'CONTAGEM SUBSTITUIDA'
                   ELSE
                       ADD 1 TO WS-QTD-DECLARADAS
                   END-IF
                   MOVE WRK-CONTADO-DINHEIRO
                       TO WS-FIL-CONT-DIN(WRK-IDX-F)
                   MOVE WRK-CONTADO-CARTAO
                       TO WS-FIL-CONT-CART(WRK-IDX-F)
                   MOVE 'S' TO WS-FIL-DECLARADA(WRK-IDX-F)
               END-IF
           END-IF.

      *********** CONFERENCIA DE CADA FILIAL CONTRA O APURADO, *****
      *********** COM RELATORIO E ARQUIVO DE FECHAMENTO DO DIA *****
       0300-CONFERIR-CAIXAS.
           OPEN OUTPUT CASH-REPORT-FILE.
           OPEN OUTPUT CASH-CLOSING-FILE.
           IF WS-CAIXAFEC-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CAIXAFEC - STATUS '
                   WS-CAIXAFEC-STATUS
               MOVE 'PRGCOB90' TO EL-PROGRAMA
               MOVE '0300-CONFERIR-CAIXAS' TO EL-PARAGRAFO
               MOVE 'FALHA NA ABERTURA DO CAIXAFEC' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           END-IF.
           MOVE WS-DATA-PROCESSO TO WC1-DATA.
           MOVE WS-TOLERANCIA TO WC1-TOLERANCIA.
           WRITE CASH-REPORT-LINE FROM WS-CABECALHO-1.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           PERFORM 0310-CONFERIR-FILIAL
               VARYING WRK-IDX-F FROM 1 BY 1
               UNTIL WRK-IDX-F > WS-QTD-FILIAIS.
           PERFORM 0400-IMPRIMIR-TOTAIS.
           CLOSE CASH-REPORT-FILE.
           IF WS-CAIXAFEC-STATUS = '00'
               CLOSE CASH-CLOSING-FILE
           END-IF.

       0310-CONFERIR-FILIAL.
           COMPUTE WS-FIL-ESPERADO(WRK-IDX-F) =
               WS-FIL-VISTA(WRK-IDX-F) + WS-FIL-RECEBIDO(WRK-IDX-F)
             - WS-FIL-DEVOLUCOES(WRK-IDX-F).
           MOVE SPACES TO CASH-CLOSING-REC.
           MOVE WS-DATA-PROCESSO            TO CF-DATA.
           MOVE WS-FIL-CODIGO(WRK-IDX-F)    TO CF-FILIAL.
           MOVE WS-FIL-VISTA(WRK-IDX-F)     TO CF-VENDAS-VISTA.
           MOVE WS-FIL-CARTAO(WRK-IDX-F)    TO CF-VENDAS-CARTAO.
           MOVE WS-FIL-PRAZO(WRK-IDX-F)     TO CF-VENDAS-PRAZO.
           MOVE WS-FIL-DEVOLUCOES(WRK-IDX-F) TO CF-DEVOLUCOES.
           MOVE WS-FIL-RECEBIDO(WRK-IDX-F)  TO CF-RECEBIMENTOS.
           MOVE WS-FIL-ESPERADO(WRK-IDX-F)  TO CF-ESPERADO-DINHEIRO.
           MOVE WS-FIL-CONT-DIN(WRK-IDX-F)  TO CF-CONTADO-DINHEIRO.
           MOVE WS-FIL-CONT-CART(WRK-IDX-F) TO CF-CONTADO-CARTAO.
           MOVE 'N' TO CF-ALERTA.
           IF WS-FIL-DECLARADA(WRK-IDX-F) = 'S'
               COMPUTE WRK-DIF-DINHEIRO =
                   WS-FIL-CONT-DIN(WRK-IDX-F)
                 - WS-FIL-ESPERADO(WRK-IDX-F)
               COMPUTE WRK-DIF-CARTAO =
                   WS-FIL-CONT-CART(WRK-IDX-F)
                 - WS-FIL-CARTAO(WRK-IDX-F)
               COMPUTE CF-DIFERENCA = WRK-DIF-DINHEIRO
                                    + WRK-DIF-CARTAO
               EVALUATE TRUE
                   WHEN CF-DIFERENCA < ZEROS
                       MOVE 'F' TO CF-SITUACAO
                   WHEN CF-DIFERENCA > ZEROS
                       MOVE 'S' TO CF-SITUACAO
                   WHEN OTHER
                       MOVE 'C' TO CF-SITUACAO
               END-EVALUATE
               ADD CF-DIFERENCA TO WS-TOTAL-DIFERENCA
               PERFORM 0320-VERIFICAR-TOLERANCIA
           ELSE
               MOVE ZEROS TO WRK-DIF-DINHEIRO
               MOVE ZEROS TO WRK-DIF-CARTAO
               MOVE ZEROS TO CF-DIFERENCA
               MOVE 'N' TO CF-SITUACAO
               ADD 1 TO WS-QTD-NAO-DECL
               DISPLAY 'FILIAL ' CF-FILIAL ' COM MOVIMENTO E SEM '
                   'CAIXA DECLARADO'
               MOVE 'PRGCOB90' TO EL-PROGRAMA
               MOVE '0310-CONFERIR-FILIAL' TO EL-PARAGRAFO
               MOVE SPACES TO EL-MENSAGEM
               STRING 'CAIXA NAO DECLARADO PELA FILIAL '
                   CF-FILIAL DELIMITED BY SIZE
                   INTO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.
           IF WS-CAIXAFEC-STATUS = '00'
               WRITE CASH-CLOSING-REC
               ADD 1 TO WS-QTD-GRAVADOS
           END-IF.
           PERFORM 0350-IMPRIMIR-FILIAL.

      *********** FALTA OU SOBRA ACIMA DA TOLERANCIA, NO DINHEIRO **
      *********** OU NO CARTAO, VAI AO ERRLOG COMO OCORRENCIA GRAVE *
      *********** (ALERTA AO OPERADOR); O RC FICA EM 4 PARA NAO ****
      *********** PARAR A CADEIA POR UMA DIFERENCA DE CAIXA ********
       0320-VERIFICAR-TOLERANCIA.
           MOVE WRK-DIF-DINHEIRO TO WRK-DIF-ABS.
           IF WRK-DIF-ABS < ZEROS
               COMPUTE WRK-DIF-ABS = ZEROS - WRK-DIF-ABS
           END-IF.
           IF WRK-DIF-ABS > WS-TOLERANCIA
               MOVE 'S' TO CF-ALERTA
           END-IF.
           MOVE WRK-DIF-CARTAO TO WRK-DIF-ABS.
           IF WRK-DIF-ABS < ZEROS
               COMPUTE WRK-DIF-ABS = ZEROS - WRK-DIF-ABS
           END-IF.
           IF WRK-DIF-ABS > WS-TOLERANCIA
               MOVE 'S' TO CF-ALERTA
           END-IF.
           IF CF-ALERTA = 'S'
               ADD 1 TO WS-QTD-ALERTAS
               MOVE CF-DIFERENCA TO WS-VALOR-ED
               DISPLAY 'FILIAL ' CF-FILIAL ' DIFERENCA DE CAIXA '
                   WS-VALOR-ED ' ACIMA DA TOLERANCIA'
               MOVE 'PRGCOB90' TO EL-PROGRAMA
               MOVE '0320-VERIFICAR-TOLER' TO EL-PARAGRAFO
               MOVE SPACES TO EL-MENSAGEM
               IF CF-SITUACAO = 'F'
                   STRING 'FALTA DE CAIXA ACIMA DA TOLERANCIA NA '
                       'FILIAL ' CF-FILIAL DELIMITED BY SIZE
                       INTO EL-MENSAGEM
               ELSE
                   STRING 'DIFERENCA DE CAIXA ACIMA DA TOLERANCIA '
                       'NA FILIAL ' CF-FILIAL DELIMITED BY SIZE
                       INTO EL-MENSAGEM
               END-IF
               MOVE 'G' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.

       0350-IMPRIMIR-FILIAL.
           MOVE CF-FILIAL TO WCF-FILIAL.
           EVALUATE CF-SITUACAO
               WHEN 'C'
                   MOVE 'CAIXA CONFERE' TO WCF-SITUACAO
               WHEN 'F'
                   MOVE 'FALTA DE CAIXA' TO WCF-SITUACAO
               WHEN 'S'
                   MOVE 'SOBRA DE CAIXA' TO WCF-SITUACAO
               WHEN OTHER
                   MOVE 'CAIXA NAO DECLARADO' TO WCF-SITUACAO
           END-EVALUATE.
           MOVE SPACES TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE FROM WS-CABECALHO-FILIAL.
           MOVE 'VENDAS A VISTA' TO WLR-ROTULO.
           MOVE CF-VENDAS-VISTA TO WLR-VALOR.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-RESUMO.
           MOVE '(+) PARCELAS RECEBIDAS NO CAIXA' TO WLR-ROTULO.
           MOVE CF-RECEBIMENTOS TO WLR-VALOR.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-RESUMO.
           MOVE '(-) DEVOLUCOES' TO WLR-ROTULO.
           MOVE CF-DEVOLUCOES TO WLR-VALOR.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-RESUMO.
           MOVE 'VENDAS NO CARTAO' TO WLR-ROTULO.
           MOVE CF-VENDAS-CARTAO TO WLR-VALOR.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-RESUMO.
           MOVE 'VENDAS PARCELADAS (SEM CAIXA)' TO WLR-ROTULO.
           MOVE CF-VENDAS-PRAZO TO WLR-VALOR.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-RESUMO.
           WRITE CASH-REPORT-LINE FROM WS-CABECALHO-2.
           MOVE 'DINHEIRO' TO WLC-ROTULO.
           MOVE CF-ESPERADO-DINHEIRO TO WLC-ESPERADO.
           MOVE CF-CONTADO-DINHEIRO TO WLC-CONTADO.
           MOVE WRK-DIF-DINHEIRO TO WLC-DIFERENCA.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-CONFERENCIA.
           MOVE 'CARTAO' TO WLC-ROTULO.
           MOVE CF-VENDAS-CARTAO TO WLC-ESPERADO.
           MOVE CF-CONTADO-CARTAO TO WLC-CONTADO.
           MOVE WRK-DIF-CARTAO TO WLC-DIFERENCA.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-CONFERENCIA.
           MOVE CF-DIFERENCA TO WLD-DIFERENCA.
           MOVE SPACES TO WLD-ALERTA.
           IF CF-ALERTA = 'S'
               MOVE '*ALERTA*' TO WLD-ALERTA
           END-IF.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-DIF-FILIAL.

       0400-IMPRIMIR-TOTAIS.
           MOVE SPACES TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'DIFERENCA LIQUIDA DO DIA' TO WLR-ROTULO.
           MOVE WS-TOTAL-DIFERENCA TO WLR-VALOR.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-RESUMO.
           MOVE 'FILIAIS COM MOVIMENTO' TO WLQ-ROTULO.
           MOVE WS-QTD-FILIAIS TO WLQ-QTDE.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-QTDE.
           MOVE 'FILIAIS SEM CAIXA DECLARADO' TO WLQ-ROTULO.
           MOVE WS-QTD-NAO-DECL TO WLQ-QTDE.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-QTDE.
           MOVE 'FILIAIS ACIMA DA TOLERANCIA' TO WLQ-ROTULO.
           MOVE WS-QTD-ALERTAS TO WLQ-QTDE.
           WRITE CASH-REPORT-LINE FROM WS-LINHA-QTDE.

       0800-EXIBIR-RESUMO.
           MOVE WS-TOTAL-DIFERENCA TO WS-VALOR-ED.
           DISPLAY ' '.
           DISPLAY 'FILIAIS NO FECHAMENTO........... : '
               WS-QTD-FILIAIS.
           DISPLAY 'FILIAIS DECLARADAS.............. : '
               WS-QTD-DECLARADAS.
           DISPLAY 'FILIAIS SEM CAIXA DECLARADO..... : '
               WS-QTD-NAO-DECL.
           DISPLAY 'FILIAIS ACIMA DA TOLERANCIA..... : '
               WS-QTD-ALERTAS.
           DISPLAY 'DIFERENCA LIQUIDA DO DIA........ : '
               WS-VALOR-ED.

       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB90'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-GRAVADOS    TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-DIFERENCA TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
