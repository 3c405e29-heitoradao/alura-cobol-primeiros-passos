       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB11.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SIMULACAO DO IMPACTO DE UMA
      ***                            TABELA DE FRETE PROPOSTA ANTES
      ***                            DE ENTRAR EM VIGOR: AS TAXAS
      ***                            CARREGADAS NO FREIGHTR PELO
      ***                            PRGCOB32 COM VIGENCIA FUTURA
      ***                            REPRECIFICAM AS COTACOES DOS
      ***                            ULTIMOS N MESES DO FRETELOG
      ***                            PELAS MESMAS REGRAS DO PRGCOB08
      ***                            (TAXA SOBRE O VALOR LIQUIDO,
      ***                            MAIOR ENTRE PESO REAL E CUBADO,
      ***                            ORIGEM E SOBRETAXA DA REGIAO
      ***                            NORTE) E O RELATORIO SIMFRETE
      ***                            COMPARA COM O QUE FOI PAGO, POR
      ***                            UF, TRANSPORTADORA E PRODUTO
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   PAGO     = FRETE COBRADO NA FATURA DA TRANSPORTADORA
      ***              (CARRINV); SEM FATURA, O FRETE COTADO
      ***   SIMULADO = FRETE PELA TAXA PROPOSTA DA MESMA
      ***              TRANSPORTADORA, ORIGEM E UF DA COTACAO; O
      ***              VOLUME DO PEDIDO E RECUPERADO DO PESO
      ***              CUBADO GRAVADO E DO FATOR DE CUBAGEM
      ***              VIGENTE NA DATA DA COTACAO
      ***   COTACAO DE ROTA SEM TAXA PROPOSTA FICA FORA DOS
      ***   TOTAIS E E CONTADA A PARTE
      ***   RETORNO: 00 = LIMPO   04 = TABELA CHEIA
      ***               08 = PARAMETRO INVALIDO OU FALHA DE
      ***                    ARQUIVO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-RATE-FILE ASSIGN TO 'FREIGHTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRETE-STATUS.
           SELECT FREIGHT-LOG-FILE ASSIGN TO 'FRETELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRETELOG-STATUS.
           SELECT CARRIER-INVOICE-FILE ASSIGN TO 'CARRINV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT SIMULATION-REPORT ASSIGN TO 'SIMFRETE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-RATE-FILE
           RECORD CONTAINS 33 CHARACTERS.
           COPY 'FRTTAB.COB'.

       FD  FREIGHT-LOG-FILE
           RECORD CONTAINS 126 CHARACTERS.
           COPY 'FRTLOG.COB'.

       FD  CARRIER-INVOICE-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY 'CARRINV.COB'.

       FD  SIMULATION-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  SIMULATION-LINE       PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-FRETE-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-FRETELOG-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-INVOICE-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHADO-SW          PIC X(01)     VALUE 'N'.
           88 WS-ACHADO                        VALUE 'S'.
       77  WS-TAXA-ACHADA-SW     PIC X(01)     VALUE 'N'.
           88 WS-TAXA-ACHADA                   VALUE 'S'.
       77  WS-TABELA-ESTOURO-SW  PIC X(01)     VALUE 'N'.
           88 WS-TABELA-ESTOURO                VALUE 'S'.
       77  WS-PARAMETRO-OK-SW    PIC X(01)     VALUE 'N'.
           88 WS-PARAMETRO-OK                  VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-VIGENCIA-PROPOSTA PIC 9(08)     VALUE ZEROS.
       77  WRK-TRANSP-PROPOSTA   PIC X(03)     VALUE SPACES.
       77  WRK-MESES             PIC 9(02)     VALUE ZEROS.
       77  WRK-TOTAL-MESES       PIC 9(06)     VALUE ZEROS.
       01  WRK-DATA-INICIO       PIC 9(08)     VALUE ZEROS.
       01  WRK-DATA-INICIO-R REDEFINES WRK-DATA-INICIO.
           02 WRK-INICIO-ANO     PIC 9(04).
           02 WRK-INICIO-MES     PIC 9(02).
           02 WRK-INICIO-DIA     PIC 9(02).
       77  WRK-BUSCA-CARRIER     PIC X(03)     VALUE SPACES.
       77  WRK-BUSCA-ORIGEM      PIC X(02)     VALUE SPACES.
       77  WRK-BUSCA-UF          PIC X(02)     VALUE SPACES.
       77  WRK-BUSCA-DATA        PIC 9(08)     VALUE ZEROS.
       77  WS-MELHOR-VIGENCIA    PIC 9(08)     VALUE ZEROS.
       77  WS-TAXA-PROPOSTA      PIC 9(01)V99  VALUE ZEROS.
       77  WS-TAXA-PESO-PROPOSTA PIC 9(01)V99  VALUE ZEROS.
       77  WS-FATOR-PROPOSTO     PIC 9(03)     VALUE ZEROS.
       77  WS-FATOR-ATUAL        PIC 9(03)     VALUE ZEROS.
       77  WRK-VOLUME            PIC 9(04)V9999 VALUE ZEROS.
       77  WRK-PESO-CUBADO       PIC 9(06)V99  VALUE ZEROS.
       77  WRK-PESO-TARIFADO     PIC 9(06)V99  VALUE ZEROS.
       77  WS-SOBRETAXA-REGIAO   PIC 9(03)V99  VALUE ZEROS.
       77  WRK-FRETE-PAGO        PIC 9(08)V99  VALUE ZEROS.
       77  WRK-FRETE-SIMULADO    PIC 9(08)V99  VALUE ZEROS.
       77  WRK-AGR-TIPO          PIC X(01)     VALUE SPACES.
       77  WRK-AGR-CHAVE         PIC X(20)     VALUE SPACES.
       77  WRK-IDX-I             PIC 9(03)     VALUE ZEROS.
       77  WRK-DIFERENCA         PIC S9(10)V99 VALUE ZEROS.
       77  WRK-VARIACAO          PIC S9(05)V9  VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-PERIODO        PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-SIMULADAS      PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-SEM-TAXA       PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-PELA-FATURA    PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-PELA-COTACAO   PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-PROPOSTAS      PIC 9(03)     VALUE ZEROS.
       77  WS-TOTAL-PAGO         PIC 9(10)V99  VALUE ZEROS.
       77  WS-TOTAL-SIMULADO     PIC 9(10)V99  VALUE ZEROS.
       77  WS-TOTAL-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

      *********** TAXAS DO FREIGHTR: AS VIGENTES PARA ACHAR O FATOR *
      *********** DE CUBAGEM DA COTACAO E AS PROPOSTAS (VIGENCIA ****
      *********** INFORMADA) PARA A REPRECIFICACAO *****************
       01  WS-TABELA-TAXAS.
           02 WS-QTD-TAXAS       PIC 9(03)     VALUE ZEROS.
           02 WS-TAX-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-TAX.
               03 WS-TAX-CARRIER      PIC X(03).
               03 WS-TAX-ORIGEM       PIC X(02).
               03 WS-TAX-UF           PIC X(02).
               03 WS-TAX-TAXA         PIC 9(01)V99.
               03 WS-TAX-TAXA-PESO    PIC 9(01)V99.
               03 WS-TAX-VIGENCIA     PIC 9(08).
               03 WS-TAX-FATOR        PIC 9(03).

      *********** FRETE COBRADO POR COTACAO FATURADA (CARRINV) *****
       01  WS-TABELA-FATURAS.
           02 WS-QTD-FATURAS     PIC 9(04)     VALUE ZEROS.
           02 WS-FAT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-FAT.
               03 WS-FAT-NUMERO       PIC 9(06).
               03 WS-FAT-FRETE        PIC 9(08)V99.

      *********** ACUMULADOS POR UF (U), TRANSPORTADORA (T) E ******
      *********** PRODUTO (P) **************************************
       01  WS-TABELA-AGRUPAMENTO.
           02 WS-QTD-AGR         PIC 9(03)     VALUE ZEROS.
           02 WS-AGR-ENTRY OCCURS 600 TIMES
                   INDEXED BY WS-IDX-AGR.
               03 WS-AGR-TIPO         PIC X(01).
               03 WS-AGR-CHAVE        PIC X(20).
               03 WS-AGR-QTD          PIC 9(05).
               03 WS-AGR-PAGO         PIC 9(09)V99.
               03 WS-AGR-SIMULADO     PIC 9(09)V99.

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(40) VALUE
              'SIMULACAO DE TABELA DE FRETE - VIGENCIA '.
           02 WC1-VIGENCIA       PIC 9(08).
           02 FILLER             PIC X(08) VALUE '  DATA: '.
           02 WC1-DATA           PIC 9(08).
       01  WS-CABECALHO-PARAMETROS.
           02 FILLER             PIC X(16) VALUE 'TRANSPORTADORA: '.
           02 WCP-TRANSP         PIC X(05).
           02 FILLER             PIC X(14) VALUE '  COTACOES DE '.
           02 WCP-INICIO         PIC 9(08).
           02 FILLER             PIC X(03) VALUE ' A '.
           02 WCP-FIM            PIC 9(08).
       01  WS-TITULO-SECAO.
           02 WTS-TITULO         PIC X(80).
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(40) VALUE
              '                      QTDE          PAGO'.
           02 FILLER             PIC X(35) VALUE
              '      SIMULADO     DIFERENCA  VAR %'.
       01  WS-LINHA-DETALHE.
           02 WLD-CHAVE          PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-QTD            PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-PAGO           PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-SIMULADO       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-DIFERENCA      PIC -Z.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLD-VARIACAO       PIC -ZZ9,9.
       01  WS-LINHA-RESUMO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLR-ROTULO         PIC X(40).
           02 WLR-QTDE           PIC ZZZZZ9.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0045-LER-PARAMETROS.
           IF WS-PARAMETRO-OK
               PERFORM 0050-CARREGAR-TAXAS
           END-IF.
           IF WS-PARAMETRO-OK
               PERFORM 0060-CARREGAR-FATURAS
               OPEN INPUT FREIGHT-LOG-FILE
               IF WS-FRETELOG-STATUS NOT = '00'
                   DISPLAY 'ARQUIVO FRETELOG NAO ENCONTRADO'
                   MOVE 'PRGCOB11' TO EL-PROGRAMA
                   MOVE '0001-PRINCIPAL' TO EL-PARAGRAFO
                   MOVE 'ARQUIVO FRETELOG NAO ENCONTRADO'
                       TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   MOVE 8 TO WRK-RETORNO
               ELSE
                   MOVE 'N' TO WS-FIM-ARQUIVO-SW
                   PERFORM 0102-LER-FRETE
                   PERFORM 0104-TRATAR-FRETE
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE FREIGHT-LOG-FILE
                   PERFORM 0600-IMPRIMIR-RELATORIO
               END-IF
           END-IF.
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

      *********** VIGENCIA DA TABELA PROPOSTA (POSTERIOR A DATA DE **
      *********** PROCESSAMENTO), TRANSPORTADORA (BRANCO = TODAS AS *
      *********** DA VIGENCIA) E MESES DE HISTORICO (0 = 3) ********
       0045-LER-PARAMETROS.
           MOVE 'S' TO WS-PARAMETRO-OK-SW.
           DISPLAY 'VIGENCIA DA TABELA PROPOSTA (AAAAMMDD): '
               WITH NO ADVANCING.
           ACCEPT WRK-VIGENCIA-PROPOSTA.
           DISPLAY 'TRANSPORTADORA (BRANCO = TODAS)......: '
               WITH NO ADVANCING.
           ACCEPT WRK-TRANSP-PROPOSTA.
           DISPLAY 'MESES DE HISTORICO (0 = 3)...........: '
               WITH NO ADVANCING.
           ACCEPT WRK-MESES.
           IF WRK-MESES = ZEROS
               MOVE 3 TO WRK-MESES
           END-IF.
           IF WRK-VIGENCIA-PROPOSTA NOT > WS-DATA-PROCESSO
               DISPLAY 'VIGENCIA ' WRK-VIGENCIA-PROPOSTA
                   ' JA ESTA EM VIGOR - SIMULACAO NAO EXECUTADA'
               MOVE 'PRGCOB11' TO EL-PROGRAMA
               MOVE '0045-LER-PARAMETROS' TO EL-PARAGRAFO
               MOVE 'VIGENCIA PROPOSTA NAO E FUTURA' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'N' TO WS-PARAMETRO-OK-SW
           END-IF.
           MOVE WS-DATA-PROCESSO TO WRK-DATA-INICIO.
           COMPUTE WRK-TOTAL-MESES = (WRK-INICIO-ANO * 12)
               + WRK-INICIO-MES - 1 - WRK-MESES.
           DIVIDE WRK-TOTAL-MESES BY 12 GIVING WRK-INICIO-ANO
               REMAINDER WRK-INICIO-MES.
           ADD 1 TO WRK-INICIO-MES.

      *********** FREIGHTR INTEIRO; ORIGEM EM BRANCO = MATRIZ SP, ***
      *********** COMO NA CARGA DO PRGCOB08 ************************
       0050-CARREGAR-TAXAS.
           MOVE ZEROS TO WS-QTD-TAXAS WS-QTD-PROPOSTAS.
           OPEN INPUT FREIGHT-RATE-FILE.
           IF WS-FRETE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO FREIGHTR NAO ENCONTRADO'
               MOVE 'PRGCOB11' TO EL-PROGRAMA
               MOVE '0050-CARREGAR-TAXAS' TO EL-PARAGRAFO
               MOVE 'ARQUIVO FREIGHTR NAO ENCONTRADO' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
               MOVE 'N' TO WS-PARAMETRO-OK-SW
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0052-LER-TAXA
               PERFORM 0054-ARMAZENAR-TAXA
                   UNTIL WS-FIM-ARQUIVO
               CLOSE FREIGHT-RATE-FILE
               IF WS-QTD-PROPOSTAS = ZEROS
                   DISPLAY 'NENHUMA TAXA COM VIGENCIA '
                       WRK-VIGENCIA-PROPOSTA ' NO FREIGHTR'
                   MOVE 'PRGCOB11' TO EL-PROGRAMA
                   MOVE '0050-CARREGAR-TAXAS' TO EL-PARAGRAFO
                   MOVE 'TABELA PROPOSTA NAO ENCONTRADA NO FREIGHTR'
                       TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   MOVE 8 TO WRK-RETORNO
                   MOVE 'N' TO WS-PARAMETRO-OK-SW
               END-IF
           END-IF.

       0052-LER-TAXA.
           READ FREIGHT-RATE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0054-ARMAZENAR-TAXA.
           IF WS-QTD-TAXAS < 300
               ADD 1 TO WS-QTD-TAXAS
               SET WS-IDX-TAX TO WS-QTD-TAXAS
               MOVE FR-TRANSPORTADORA TO WS-TAX-CARRIER(WS-IDX-TAX)
               IF FR-UF-ORIGEM = SPACES
                   MOVE 'SP' TO WS-TAX-ORIGEM(WS-IDX-TAX)
               ELSE
                   MOVE FR-UF-ORIGEM TO WS-TAX-ORIGEM(WS-IDX-TAX)
               END-IF
               MOVE FR-UF            TO WS-TAX-UF(WS-IDX-TAX)
               MOVE FR-TAXA          TO WS-TAX-TAXA(WS-IDX-TAX)
               MOVE FR-TAXA-PESO     TO WS-TAX-TAXA-PESO(WS-IDX-TAX)
               MOVE FR-DATA-VIGENCIA TO WS-TAX-VIGENCIA(WS-IDX-TAX)
               MOVE FR-FATOR-CUBAGEM TO WS-TAX-FATOR(WS-IDX-TAX)
               IF FR-DATA-VIGENCIA = WRK-VIGENCIA-PROPOSTA
                  AND (WRK-TRANSP-PROPOSTA = SPACES
                       OR FR-TRANSPORTADORA = WRK-TRANSP-PROPOSTA)
                   ADD 1 TO WS-QTD-PROPOSTAS
               END-IF
           ELSE
               DISPLAY 'TABELA DE TAXAS CHEIA - REGISTRO IGNORADO'
               MOVE 'S' TO WS-TABELA-ESTOURO-SW
           END-IF.
           PERFORM 0052-LER-TAXA.

      *********** FATURA DUPLICADA DA MESMA COTACAO: VALE A ULTIMA **
       0060-CARREGAR-FATURAS.
           MOVE ZEROS TO WS-QTD-FATURAS.
           OPEN INPUT CARRIER-INVOICE-FILE.
           IF WS-INVOICE-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0062-LER-FATURA
               PERFORM 0064-ARMAZENAR-FATURA
                   UNTIL WS-FIM-ARQUIVO
               CLOSE CARRIER-INVOICE-FILE
           ELSE
               DISPLAY 'AVISO: CARRINV AUSENTE - PAGO CONSIDERADO '
                   'PELO FRETE COTADO'
           END-IF.

       0062-LER-FATURA.
           READ CARRIER-INVOICE-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0064-ARMAZENAR-FATURA.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0066-COMPARAR-FATURA
               VARYING WS-IDX-FAT FROM 1 BY 1
               UNTIL WS-IDX-FAT > WS-QTD-FATURAS
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-FAT DOWN BY 1
               MOVE CI-FRETE-COBRADO TO WS-FAT-FRETE(WS-IDX-FAT)
           ELSE
               IF WS-QTD-FATURAS < 2000
                   ADD 1 TO WS-QTD-FATURAS
                   SET WS-IDX-FAT TO WS-QTD-FATURAS
                   MOVE CI-NUMERO-COTACAO TO WS-FAT-NUMERO(WS-IDX-FAT)
                   MOVE CI-FRETE-COBRADO  TO WS-FAT-FRETE(WS-IDX-FAT)
               ELSE
                   MOVE 'S' TO WS-TABELA-ESTOURO-SW
               END-IF
           END-IF.
           PERFORM 0062-LER-FATURA.

       0066-COMPARAR-FATURA.
           IF WS-FAT-NUMERO(WS-IDX-FAT) = CI-NUMERO-COTACAO
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0102-LER-FRETE.
           READ FREIGHT-LOG-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

      *********** COTACAO DO PERIODO DE TRANSPORTADORA COM TABELA **
      *********** PROPOSTA E REPRECIFICADA E ACUMULADA *************
       0104-TRATAR-FRETE.
           ADD 1 TO WS-QTD-LIDOS.
           IF LG-DATA > WRK-DATA-INICIO
              AND LG-DATA NOT > WS-DATA-PROCESSO
              AND LG-TRANSPORTADORA NOT = SPACES
              AND (WRK-TRANSP-PROPOSTA = SPACES
                   OR LG-TRANSPORTADORA = WRK-TRANSP-PROPOSTA)
               ADD 1 TO WS-QTD-PERIODO
               MOVE LG-TRANSPORTADORA TO WRK-BUSCA-CARRIER
               MOVE LG-UF             TO WRK-BUSCA-UF
               IF LG-UF-ORIGEM = SPACES
                   MOVE 'SP' TO WRK-BUSCA-ORIGEM
               ELSE
                   MOVE LG-UF-ORIGEM TO WRK-BUSCA-ORIGEM
               END-IF
               PERFORM 0120-BUSCAR-TAXA-PROPOSTA
               IF WS-TAXA-ACHADA
                   PERFORM 0130-REPRECIFICAR
                   PERFORM 0140-ACUMULAR
               ELSE
                   PERFORM 0125-VERIFICAR-PROPOSTA
               END-IF
           END-IF.
           PERFORM 0102-LER-FRETE.

       0120-BUSCAR-TAXA-PROPOSTA.
           MOVE 'N' TO WS-TAXA-ACHADA-SW.
           PERFORM 0122-COMPARAR-PROPOSTA
               VARYING WS-IDX-TAX FROM 1 BY 1
               UNTIL WS-IDX-TAX > WS-QTD-TAXAS
                  OR WS-TAXA-ACHADA.
           IF WS-TAXA-ACHADA
               SET WS-IDX-TAX DOWN BY 1
               MOVE WS-TAX-TAXA(WS-IDX-TAX)   TO WS-TAXA-PROPOSTA
               MOVE WS-TAX-TAXA-PESO(WS-IDX-TAX)
                   TO WS-TAXA-PESO-PROPOSTA
               MOVE WS-TAX-FATOR(WS-IDX-TAX)  TO WS-FATOR-PROPOSTO
           END-IF.

       0122-COMPARAR-PROPOSTA.
           IF WS-TAX-CARRIER(WS-IDX-TAX) = WRK-BUSCA-CARRIER
              AND WS-TAX-ORIGEM(WS-IDX-TAX) = WRK-BUSCA-ORIGEM
              AND WS-TAX-UF(WS-IDX-TAX) = WRK-BUSCA-UF
              AND WS-TAX-VIGENCIA(WS-IDX-TAX) = WRK-VIGENCIA-PROPOSTA
               MOVE 'S' TO WS-TAXA-ACHADA-SW
           END-IF.

      *********** TRANSPORTADORA COM TABELA PROPOSTA QUE NAO COBRE **
      *********** A ROTA DA COTACAO: CONTADA A PARTE ***************
       0125-VERIFICAR-PROPOSTA.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0127-COMPARAR-TRANSP-PROPOSTA
               VARYING WS-IDX-TAX FROM 1 BY 1
               UNTIL WS-IDX-TAX > WS-QTD-TAXAS
                  OR WS-ACHADO.
           IF WS-ACHADO
               ADD 1 TO WS-QTD-SEM-TAXA
           END-IF.

       0127-COMPARAR-TRANSP-PROPOSTA.
           IF WS-TAX-CARRIER(WS-IDX-TAX) = WRK-BUSCA-CARRIER
              AND WS-TAX-VIGENCIA(WS-IDX-TAX) = WRK-VIGENCIA-PROPOSTA
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** MESMA CONTA DO PRGCOB08: TAXA SOBRE O LIQUIDO, ****
      *********** MAIOR ENTRE PESO REAL E CUBADO PELA TAXA POR KG E *
      *********** SOBRETAXA FIXA DA REGIAO NORTE; O VOLUME VEM DO ***
      *********** PESO CUBADO DIVIDIDO PELO FATOR DA EPOCA *********
       0130-REPRECIFICAR.
           MOVE LG-DATA TO WRK-BUSCA-DATA.
           PERFORM 0150-BUSCAR-FATOR-VIGENTE.
           MOVE ZEROS TO WRK-VOLUME.
           IF WS-FATOR-ATUAL > ZEROS
              AND LG-PESO-CUBADO NUMERIC
               COMPUTE WRK-VOLUME ROUNDED =
                   LG-PESO-CUBADO / WS-FATOR-ATUAL
           END-IF.
           COMPUTE WRK-PESO-CUBADO ROUNDED =
               WRK-VOLUME * WS-FATOR-PROPOSTO.
           IF WRK-PESO-CUBADO > LG-PESO
               MOVE WRK-PESO-CUBADO TO WRK-PESO-TARIFADO
           ELSE
               MOVE LG-PESO         TO WRK-PESO-TARIFADO
           END-IF.
           EVALUATE LG-UF
               WHEN 'AC' WHEN 'AP' WHEN 'AM' WHEN 'PA'
               WHEN 'RO' WHEN 'RR' WHEN 'TO'
                   MOVE 15,00 TO WS-SOBRETAXA-REGIAO
               WHEN OTHER
                   MOVE ZEROS TO WS-SOBRETAXA-REGIAO
           END-EVALUATE.
           COMPUTE WRK-FRETE-SIMULADO =
                   ((LG-VALOR - LG-VALOR-DESCONTO) * WS-TAXA-PROPOSTA)
                   + (WRK-PESO-TARIFADO * WS-TAXA-PESO-PROPOSTA)
                   + WS-SOBRETAXA-REGIAO.
           MOVE 'N' TO WS-ACHADO-SW.
           IF LG-NUMERO-COTACAO NUMERIC
              AND LG-NUMERO-COTACAO > ZEROS
               PERFORM 0135-COMPARAR-COTACAO-FATURA
                   VARYING WS-IDX-FAT FROM 1 BY 1
                   UNTIL WS-IDX-FAT > WS-QTD-FATURAS
                      OR WS-ACHADO
           END-IF.
           IF WS-ACHADO
               SET WS-IDX-FAT DOWN BY 1
               MOVE WS-FAT-FRETE(WS-IDX-FAT) TO WRK-FRETE-PAGO
               ADD 1 TO WS-QTD-PELA-FATURA
           ELSE
               MOVE LG-FRETE TO WRK-FRETE-PAGO
               ADD 1 TO WS-QTD-PELA-COTACAO
           END-IF.
           ADD 1 TO WS-QTD-SIMULADAS.
           ADD WRK-FRETE-PAGO     TO WS-TOTAL-PAGO.
           ADD WRK-FRETE-SIMULADO TO WS-TOTAL-SIMULADO.

       0135-COMPARAR-COTACAO-FATURA.
           IF WS-FAT-NUMERO(WS-IDX-FAT) = LG-NUMERO-COTACAO
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

       0140-ACUMULAR.
           MOVE 'U'   TO WRK-AGR-TIPO.
           MOVE LG-UF TO WRK-AGR-CHAVE.
           PERFORM 0160-LOCALIZAR-AGRUPAMENTO.
           MOVE 'T'   TO WRK-AGR-TIPO.
           MOVE LG-TRANSPORTADORA TO WRK-AGR-CHAVE.
           PERFORM 0160-LOCALIZAR-AGRUPAMENTO.
           MOVE 'P'   TO WRK-AGR-TIPO.
           MOVE LG-PRODUTO TO WRK-AGR-CHAVE.
           PERFORM 0160-LOCALIZAR-AGRUPAMENTO.

      *********** FATOR DE CUBAGEM DA TAXA VIGENTE NA DATA DA ******
      *********** COTACAO (MAIOR VIGENCIA QUE NAO A ULTRAPASSE) ****
       0150-BUSCAR-FATOR-VIGENTE.
           MOVE ZEROS TO WS-FATOR-ATUAL WS-MELHOR-VIGENCIA.
           PERFORM 0152-COMPARAR-VIGENTE
               VARYING WS-IDX-TAX FROM 1 BY 1
               UNTIL WS-IDX-TAX > WS-QTD-TAXAS.

       0152-COMPARAR-VIGENTE.
           IF WS-TAX-CARRIER(WS-IDX-TAX) = WRK-BUSCA-CARRIER
              AND WS-TAX-ORIGEM(WS-IDX-TAX) = WRK-BUSCA-ORIGEM
              AND WS-TAX-UF(WS-IDX-TAX) = WRK-BUSCA-UF
              AND WS-TAX-VIGENCIA(WS-IDX-TAX) NOT > WRK-BUSCA-DATA
              AND WS-TAX-VIGENCIA(WS-IDX-TAX) NOT < WS-MELHOR-VIGENCIA
               MOVE WS-TAX-VIGENCIA(WS-IDX-TAX) TO WS-MELHOR-VIGENCIA
               MOVE WS-TAX-FATOR(WS-IDX-TAX)    TO WS-FATOR-ATUAL
           END-IF.

       0160-LOCALIZAR-AGRUPAMENTO.
           MOVE 'N' TO WS-ACHADO-SW.
           PERFORM 0162-COMPARAR-AGRUPAMENTO
               VARYING WS-IDX-AGR FROM 1 BY 1
               UNTIL WS-IDX-AGR > WS-QTD-AGR
                  OR WS-ACHADO.
           IF WS-ACHADO
               SET WS-IDX-AGR DOWN BY 1
           ELSE
               IF WS-QTD-AGR < 600
                   ADD 1 TO WS-QTD-AGR
                   SET WS-IDX-AGR TO WS-QTD-AGR
                   INITIALIZE WS-AGR-ENTRY(WS-IDX-AGR)
                   MOVE WRK-AGR-TIPO  TO WS-AGR-TIPO(WS-IDX-AGR)
                   MOVE WRK-AGR-CHAVE TO WS-AGR-CHAVE(WS-IDX-AGR)
                   MOVE 'S' TO WS-ACHADO-SW
               ELSE
                   MOVE 'S' TO WS-TABELA-ESTOURO-SW
               END-IF
           END-IF.
           IF WS-ACHADO
               ADD 1 TO WS-AGR-QTD(WS-IDX-AGR)
               ADD WRK-FRETE-PAGO     TO WS-AGR-PAGO(WS-IDX-AGR)
               ADD WRK-FRETE-SIMULADO TO WS-AGR-SIMULADO(WS-IDX-AGR)
           END-IF.

       0162-COMPARAR-AGRUPAMENTO.
           IF WS-AGR-TIPO(WS-IDX-AGR) = WRK-AGR-TIPO
              AND WS-AGR-CHAVE(WS-IDX-AGR) = WRK-AGR-CHAVE
               MOVE 'S' TO WS-ACHADO-SW
           END-IF.

      *********** RELATORIO SIMFRETE: UMA SECAO POR DIMENSAO E O ****
      *********** TOTAL GERAL DA SIMULACAO *************************
       0600-IMPRIMIR-RELATORIO.
           OPEN OUTPUT SIMULATION-REPORT.
           MOVE WRK-VIGENCIA-PROPOSTA TO WC1-VIGENCIA.
           MOVE WS-DATA-PROCESSO      TO WC1-DATA.
           WRITE SIMULATION-LINE FROM WS-CABECALHO-1.
           IF WRK-TRANSP-PROPOSTA = SPACES
               MOVE 'TODAS' TO WCP-TRANSP
           ELSE
               MOVE WRK-TRANSP-PROPOSTA TO WCP-TRANSP
           END-IF.
           MOVE WRK-DATA-INICIO  TO WCP-INICIO.
           MOVE WS-DATA-PROCESSO TO WCP-FIM.
           WRITE SIMULATION-LINE FROM WS-CABECALHO-PARAMETROS.
           WRITE SIMULATION-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'POR UF DE DESTINO' TO WTS-TITULO.
           MOVE 'U' TO WRK-AGR-TIPO.
           PERFORM 0610-IMPRIMIR-SECAO.
           MOVE 'POR TRANSPORTADORA' TO WTS-TITULO.
           MOVE 'T' TO WRK-AGR-TIPO.
           PERFORM 0610-IMPRIMIR-SECAO.
           MOVE 'POR PRODUTO' TO WTS-TITULO.
           MOVE 'P' TO WRK-AGR-TIPO.
           PERFORM 0610-IMPRIMIR-SECAO.
           MOVE SPACES TO WS-LINHA-DETALHE.
           MOVE 'TOTAL DA SIMULACAO' TO WLD-CHAVE.
           MOVE WS-QTD-SIMULADAS  TO WLD-QTD.
           MOVE WS-TOTAL-PAGO     TO WLD-PAGO.
           MOVE WS-TOTAL-SIMULADO TO WLD-SIMULADO.
           PERFORM 0630-CALCULAR-DIFERENCA.
           WRITE SIMULATION-LINE FROM WS-LINHA-DETALHE.
           WRITE SIMULATION-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'TAXAS PROPOSTAS NA VIGENCIA' TO WLR-ROTULO.
           MOVE WS-QTD-PROPOSTAS TO WLR-QTDE.
           WRITE SIMULATION-LINE FROM WS-LINHA-RESUMO.
           MOVE 'COTACOES DO PERIODO' TO WLR-ROTULO.
           MOVE WS-QTD-PERIODO TO WLR-QTDE.
           WRITE SIMULATION-LINE FROM WS-LINHA-RESUMO.
           MOVE 'COTACOES REPRECIFICADAS' TO WLR-ROTULO.
           MOVE WS-QTD-SIMULADAS TO WLR-QTDE.
           WRITE SIMULATION-LINE FROM WS-LINHA-RESUMO.
           MOVE '  PAGO PELA FATURA (CARRINV)' TO WLR-ROTULO.
           MOVE WS-QTD-PELA-FATURA TO WLR-QTDE.
           WRITE SIMULATION-LINE FROM WS-LINHA-RESUMO.
           MOVE '  PAGO PELO FRETE COTADO (SEM FATURA)' TO WLR-ROTULO.
           MOVE WS-QTD-PELA-COTACAO TO WLR-QTDE.
           WRITE SIMULATION-LINE FROM WS-LINHA-RESUMO.
           MOVE 'COTACOES DE ROTA SEM TAXA PROPOSTA' TO WLR-ROTULO.
           MOVE WS-QTD-SEM-TAXA TO WLR-QTDE.
           WRITE SIMULATION-LINE FROM WS-LINHA-RESUMO.
           CLOSE SIMULATION-REPORT.
           IF WS-TABELA-ESTOURO
               DISPLAY 'TABELA INTERNA CHEIA - SIMULACAO INCOMPLETA'
               MOVE 'PRGCOB11' TO EL-PROGRAMA
               MOVE '0600-IMPRIMIR-REL' TO EL-PARAGRAFO
               MOVE 'TABELA INTERNA CHEIA - SIMULACAO INCOMPLETA'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.
           DISPLAY 'TAXAS PROPOSTAS........ : ' WS-QTD-PROPOSTAS.
           DISPLAY 'COTACOES DO PERIODO.... : ' WS-QTD-PERIODO.
           DISPLAY 'COTACOES SIMULADAS..... : ' WS-QTD-SIMULADAS.
           DISPLAY 'ROTAS SEM TAXA PROPOSTA : ' WS-QTD-SEM-TAXA.
           MOVE WS-TOTAL-PAGO TO WS-TOTAL-ED.
           DISPLAY 'FRETE PAGO............. : ' WS-TOTAL-ED.
           MOVE WS-TOTAL-SIMULADO TO WS-TOTAL-ED.
           DISPLAY 'FRETE SIMULADO......... : ' WS-TOTAL-ED.
           COMPUTE WRK-DIFERENCA = WS-TOTAL-SIMULADO - WS-TOTAL-PAGO.
           MOVE WRK-DIFERENCA TO WS-TOTAL-ED.
           DISPLAY 'DIFERENCA.............. : ' WS-TOTAL-ED.
           DISPLAY 'RELATORIO GERADO EM SIMFRETE'.

       0610-IMPRIMIR-SECAO.
           WRITE SIMULATION-LINE FROM WS-TITULO-SECAO.
           WRITE SIMULATION-LINE FROM WS-CABECALHO-2.
           PERFORM 0620-IMPRIMIR-AGRUPAMENTO
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-AGR.
           WRITE SIMULATION-LINE FROM WS-LINHA-SEPARADOR.

       0620-IMPRIMIR-AGRUPAMENTO.
           IF WS-AGR-TIPO(WRK-IDX-I) = WRK-AGR-TIPO
               MOVE SPACES TO WS-LINHA-DETALHE
               MOVE WS-AGR-CHAVE(WRK-IDX-I)    TO WLD-CHAVE
               MOVE WS-AGR-QTD(WRK-IDX-I)      TO WLD-QTD
               MOVE WS-AGR-PAGO(WRK-IDX-I)     TO WLD-PAGO
               MOVE WS-AGR-SIMULADO(WRK-IDX-I) TO WLD-SIMULADO
               COMPUTE WRK-DIFERENCA = WS-AGR-SIMULADO(WRK-IDX-I)
                   - WS-AGR-PAGO(WRK-IDX-I)
               MOVE WRK-DIFERENCA TO WLD-DIFERENCA
               IF WS-AGR-PAGO(WRK-IDX-I) > ZEROS
                   COMPUTE WRK-VARIACAO ROUNDED =
                       (WRK-DIFERENCA * 100) / WS-AGR-PAGO(WRK-IDX-I)
               ELSE
                   MOVE ZEROS TO WRK-VARIACAO
               END-IF
               MOVE WRK-VARIACAO TO WLD-VARIACAO
               WRITE SIMULATION-LINE FROM WS-LINHA-DETALHE
           END-IF.

       0630-CALCULAR-DIFERENCA.
           COMPUTE WRK-DIFERENCA = WS-TOTAL-SIMULADO - WS-TOTAL-PAGO.
           MOVE WRK-DIFERENCA TO WLD-DIFERENCA.
           IF WS-TOTAL-PAGO > ZEROS
               COMPUTE WRK-VARIACAO ROUNDED =
                   (WRK-DIFERENCA * 100) / WS-TOTAL-PAGO
           ELSE
               MOVE ZEROS TO WRK-VARIACAO
           END-IF.
           MOVE WRK-VARIACAO TO WLD-VARIACAO.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB11'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-SIMULADAS   TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-SIMULADO  TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
