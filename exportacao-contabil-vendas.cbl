      ***                            SALESACC (POR SA-FILIAL) E
      ***                            DESPESA DE FRETE E ICMS DO
      ***                            FRETELOG (POR TRANSPORTADORA),
      ***                            CMV DO CUSTOVND (POR FILIAL),
      ***                            NO MESMO LAYOUT DO GLEXPORT
      ***                            GERADO PELO PRGCOB43, EM
      ***                            PARTIDAS DOBRADAS E COM
      ***                    FRTLOG.COB (FD DE 123 POSICOES)
      ***   03/09/2026 HJR   ACOMPANHA A UF DE ORIGEM INCLUIDA
      ***                    NO FRTLOG.COB (FD DE 126 POSICOES)
      ***   15/10/2026 HJR   INCLUIDO O CUSTO DAS MERCADORIAS
      ***                    VENDIDAS DO DIA POR FILIAL (CUSTOVND,
      ***                    GRAVADO PELO PRGCOB59): CMV CONTRA
      ***                    ESTOQUE NAS VENDAS E ESTORNO NAS
      ***                    DEVOLUCOES
      ***   15/10/2026 HJR   O LOTE DO DIA E ACRESCENTADO NO FIM
      ***                    DO GLVENDAS (OPEN EXTEND; CRIADO SE
      ***                    AUSENTE), QUE ACUMULA OS DIAS ATE A
      ***                    CONSOLIDACAO DO MES NO PRGCB118
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FREIGHT-LOG-FILE ASSIGN TO 'FRETELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRETELOG-STATUS.
           SELECT SALES-COST-FILE ASSIGN TO 'CUSTOVND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOVND-STATUS.
           SELECT GL-SALES-FILE ASSIGN TO 'GLVENDAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLVENDAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-ACCUM-FILE
           RECORD CONTAINS 126 CHARACTERS.
           COPY 'FRTLOG.COB'.

       FD  SALES-COST-FILE
           RECORD CONTAINS 83 CHARACTERS.
           COPY 'CUSTOVND.COB'.

       FD  GL-SALES-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-EXPORT-REC.
       WORKING-STORAGE SECTION.
       77  WS-ACCUM-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-FRETELOG-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-CUSTOVND-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-GLVENDAS-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-ACUM-SW        PIC X(01)     VALUE 'N'.
           88 WS-FIM-ACUM                      VALUE 'S'.
       77  WS-FIM-FRETELOG-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-FRETELOG                  VALUE 'S'.
       77  WS-FIM-CUSTOVND-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-CUSTOVND                  VALUE 'S'.
       77  WS-CHAVE-ACHADA-SW    PIC X(01)     VALUE 'N'.
           88 WS-CHAVE-ACHADA                  VALUE 'S'.
       77  WS-IDX-ACHADO         PIC 9(02)     VALUE ZEROS.
               03 WS-FIL-CODIGO      PIC X(03).
               03 WS-FIL-RECEITA     PIC S9(10)V99.
               03 WS-FIL-DEVOLUCAO   PIC S9(10)V99.
               03 WS-FIL-CMV         PIC S9(10)V99.
               03 WS-FIL-CMV-DEV     PIC S9(10)V99.

       01  WS-TABELA-TRANSP.
           02 WS-QTD-TRANSP      PIC 9(02)     VALUE ZEROS.
               MOVE WS-DATA-EXECUCAO TO WRK-DATA-DIA
           END-IF.
           PERFORM 0100-TOTALIZAR-VENDAS.
           PERFORM 0150-TOTALIZAR-CUSTO.
           PERFORM 0200-TOTALIZAR-FRETE.
           IF WS-QTD-FILIAIS = ZEROS AND WS-QTD-TRANSP = ZEROS
               DISPLAY 'NENHUM MOVIMENTO NA DATA ' WRK-DATA-DIA
                           TO WS-FIL-RECEITA(WS-IDX-ACHADO)
                       MOVE ZEROS
                           TO WS-FIL-DEVOLUCAO(WS-IDX-ACHADO)
                       MOVE ZEROS TO WS-FIL-CMV(WS-IDX-ACHADO)
                       MOVE ZEROS TO WS-FIL-CMV-DEV(WS-IDX-ACHADO)
                       MOVE 'S' TO WS-CHAVE-ACHADA-SW
                   ELSE
                       DISPLAY 'TABELA DE FILIAIS CHEIA - '
               SET WS-IDX-ACHADO TO WS-IDX-FIL
           END-IF.

      *********** CMV DO DIA, POR FILIAL: VENDAS PELO CUSTO MEDIO *
      *********** E DEVOLUCOES PELO CUSTO DA ULTIMA VENDA *********
       0150-TOTALIZAR-CUSTO.
           OPEN INPUT SALES-COST-FILE.
           IF WS-CUSTOVND-STATUS NOT = '00'
               DISPLAY 'AVISO: CUSTOVND AUSENTE - SEM LANCAMENTOS '
                   'DE CMV'
           ELSE
               PERFORM 0160-LER-CUSTO
               PERFORM 0170-SOMAR-CUSTO
                   UNTIL WS-FIM-CUSTOVND
               CLOSE SALES-COST-FILE
           END-IF.

       0160-LER-CUSTO.
           READ SALES-COST-FILE
               AT END
                   MOVE 'S' TO WS-FIM-CUSTOVND-SW
           END-READ.

       0170-SOMAR-CUSTO.
           IF CU-DATA = WRK-DATA-DIA
               MOVE 'N' TO WS-CHAVE-ACHADA-SW
               PERFORM 0180-COMPARAR-FILIAL-CUSTO
                   VARYING WS-IDX-FIL FROM 1 BY 1
                   UNTIL WS-IDX-FIL > WS-QTD-FILIAIS
                      OR WS-CHAVE-ACHADA
               IF NOT WS-CHAVE-ACHADA
                   IF WS-QTD-FILIAIS < 20
                       ADD 1 TO WS-QTD-FILIAIS
                       MOVE WS-QTD-FILIAIS TO WS-IDX-ACHADO
                       MOVE CU-FILIAL
                           TO WS-FIL-CODIGO(WS-IDX-ACHADO)
                       MOVE ZEROS
                           TO WS-FIL-RECEITA(WS-IDX-ACHADO)
                       MOVE ZEROS
                           TO WS-FIL-DEVOLUCAO(WS-IDX-ACHADO)
                       MOVE ZEROS TO WS-FIL-CMV(WS-IDX-ACHADO)
                       MOVE ZEROS TO WS-FIL-CMV-DEV(WS-IDX-ACHADO)
                       MOVE 'S' TO WS-CHAVE-ACHADA-SW
                   ELSE
                       DISPLAY 'TABELA DE FILIAIS CHEIA - '
                           'REGISTRO IGNORADO'
                   END-IF
               END-IF
               IF WS-CHAVE-ACHADA
                   ADD CU-CMV-VENDA
                       TO WS-FIL-CMV(WS-IDX-ACHADO)
                   ADD CU-CMV-DEVOL
                       TO WS-FIL-CMV-DEV(WS-IDX-ACHADO)
               END-IF
           END-IF.
           PERFORM 0160-LER-CUSTO.

       0180-COMPARAR-FILIAL-CUSTO.
           IF WS-FIL-CODIGO(WS-IDX-FIL) = CU-FILIAL
               MOVE 'S' TO WS-CHAVE-ACHADA-SW
               SET WS-IDX-ACHADO TO WS-IDX-FIL
           END-IF.

      *********** FRETE E ICMS DO DIA, POR TRANSPORTADORA *********
       0200-TOTALIZAR-FRETE.
           OPEN INPUT FREIGHT-LOG-FILE.
      *********** PARTIDAS DOBRADAS: CADA TOTAL SAI COM UM ********
      *********** DEBITO E UM CREDITO, E O DIA FECHA COM OS *******
      *********** REGISTROS DE CONTROLE *CTRL (TOTAL DE DEBITOS ***
      *********** E DE CREDITOS), QUE A CONTABILIDADE CONFERE; ****
      *********** CADA DIA E ACRESCENTADO NO FIM DO GLVENDAS, *****
      *********** ACUMULADO ATE A CONSOLIDACAO DO MES (PRGCB118) **
       0300-EXPORTAR-LANCAMENTOS.
           OPEN EXTEND GL-SALES-FILE.
           IF WS-GLVENDAS-STATUS = '35'
               OPEN OUTPUT GL-SALES-FILE
           END-IF.
           IF WS-GLVENDAS-STATUS NOT = '00'
               DISPLAY 'ARQUIVO GLVENDAS NAO DISPONIVEL - STATUS '
                   WS-GLVENDAS-STATUS
               MOVE 'PRGCOB62' TO EL-PROGRAMA
               MOVE '0300-EXPORTAR' TO EL-PARAGRAFO
               MOVE 'ARQUIVO GLVENDAS NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
           ELSE
               PERFORM 0310-EXPORTAR-FILIAL
                   VARYING WRK-IDX-I FROM 1 BY 1
                   UNTIL WRK-IDX-I > WS-QTD-FILIAIS
               PERFORM 0320-EXPORTAR-TRANSP
                   VARYING WRK-IDX-I FROM 1 BY 1
                   UNTIL WRK-IDX-I > WS-QTD-TRANSP
               MOVE SPACES TO GL-EXPORT-REC
               MOVE '*CTRL' TO GL-CENTRO
               MOVE 'TOTDEB  ' TO GL-CONTA
               MOVE 'D' TO GL-DC
               MOVE WS-TOTAL-DEBITOS TO GL-VALOR
               WRITE GL-EXPORT-REC
               MOVE 'TOTCRED ' TO GL-CONTA
               MOVE 'C' TO GL-DC
               MOVE WS-TOTAL-CREDITOS TO GL-VALOR
               WRITE GL-EXPORT-REC
               CLOSE GL-SALES-FILE
               MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-DEB-ED
               DISPLAY 'LANCAMENTOS GERADOS EM GLVENDAS'
               DISPLAY 'LANCAMENTOS DO DIA..... : ' WS-QTD-LANCAMENTOS
               DISPLAY 'TOTAL DE DEBITOS....... : ' WS-TOTAL-DEB-ED
               IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
                   DISPLAY 'ATENCAO: ARQUIVO DESBALANCEADO'
               END-IF
           END-IF.

       0310-EXPORTAR-FILIAL.
               MOVE 'C' TO GL-DC
               PERFORM 0350-GRAVAR-LANCAMENTO
           END-IF.
           IF WS-FIL-CMV(WRK-IDX-I) NOT = ZEROS
               MOVE WS-FIL-CODIGO(WRK-IDX-I) TO GL-CENTRO
               MOVE WS-FIL-CMV(WRK-IDX-I) TO GL-VALOR
               MOVE 'CMV     ' TO GL-CONTA
               MOVE 'D' TO GL-DC
               PERFORM 0350-GRAVAR-LANCAMENTO
               MOVE 'ESTOQUE ' TO GL-CONTA
               MOVE 'C' TO GL-DC
               PERFORM 0350-GRAVAR-LANCAMENTO
           END-IF.
           IF WS-FIL-CMV-DEV(WRK-IDX-I) NOT = ZEROS
               MOVE WS-FIL-CODIGO(WRK-IDX-I) TO GL-CENTRO
               MOVE WS-FIL-CMV-DEV(WRK-IDX-I) TO GL-VALOR
               MOVE 'ESTOQUE ' TO GL-CONTA
               MOVE 'D' TO GL-DC
               PERFORM 0350-GRAVAR-LANCAMENTO
               MOVE 'CMV     ' TO GL-CONTA
               MOVE 'C' TO GL-DC
               PERFORM 0350-GRAVAR-LANCAMENTO
           END-IF.

       0320-EXPORTAR-TRANSP.
           IF WS-TRA-FRETE(WRK-IDX-I) NOT = ZEROS
