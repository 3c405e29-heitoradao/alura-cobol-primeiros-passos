       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB93.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = PREVISAO DE VENDAS POR VENDEDOR
      ***                            E FILIAL A PARTIR DO HISTORICO
      ***                            MENSAL DO SALESMON: MEDIA
      ***                            MOVEL DOS ULTIMOS MESES
      ***                            AJUSTADA PELA SAZONALIDADE DO
      ***                            MESMO MES DO ANO ANTERIOR,
      ***                            PROJETADA PARA OS PROXIMOS
      ***                            MESES; EMITE O RELATORIO
      ***                            PREVREL E REGRAVA O ARQUIVO DE
      ***                            METAS PROPOSTAS (METAPROP),
      ***                            QUE O GERENTE REVISA E ACEITA
      ***                            PARA O SALESTGT NA MANUTENCAO
      ***                            DE METAS (PRGCOB28)
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
           SELECT SALES-MONTH-FILE ASSIGN TO 'SALESMON'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-CHAVE
               FILE STATUS IS WS-MENSAL-STATUS.
           SELECT TARGET-PROPOSAL-FILE ASSIGN TO 'METAPROP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSTA-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO 'PREVREL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-MONTH-FILE
           RECORD CONTAINS 31 CHARACTERS.
           COPY 'SALESMON.COB'.

       FD  TARGET-PROPOSAL-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY 'PROPMETA.COB'.

       FD  FORECAST-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  FORECAST-LINE         PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-MENSAL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-PROPOSTA-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-MENSAL-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-MENSAL                    VALUE 'S'.
       77  WS-VND-ACHADO-SW      PIC X(01)     VALUE 'N'.
           88 WS-VND-ACHADO                    VALUE 'S'.
       77  WS-FIL-ACHADA-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIL-ACHADA                    VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-BASE              PIC 9(06)     VALUE ZEROS.
       77  WRK-HORIZONTE         PIC 9(01)     VALUE ZEROS.
       77  WRK-MESES-MEDIA       PIC 9(02)     VALUE ZEROS.
       77  WRK-PERC-CRESCIMENTO  PIC 9(02)V99  VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-ANOMES            PIC 9(06)     VALUE ZEROS.
       77  WRK-NUM-BASE          PIC 9(06)     VALUE ZEROS.
       77  WRK-NUM-MES           PIC 9(06)     VALUE ZEROS.
       77  WRK-DESLOCAMENTO      PIC S9(06)    VALUE ZEROS.
       77  WRK-POSICAO           PIC 9(02)     VALUE ZEROS.
       77  WRK-POSICAO-ANT       PIC 9(02)     VALUE ZEROS.
       77  WRK-MES-PROJ          PIC 9(01)     VALUE ZEROS.
       77  WRK-VENDEDOR          PIC X(05)     VALUE SPACES.
       77  WRK-FILIAL            PIC X(03)     VALUE SPACES.
       77  WRK-SOMA              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QTD-MESES         PIC 9(02)     VALUE ZEROS.
       77  WRK-MEDIA             PIC 9(09)V99  VALUE ZEROS.
       77  WRK-MEDIA-ANT         PIC 9(09)V99  VALUE ZEROS.
       77  WRK-MES-ANO-ANT       PIC 9(09)V99  VALUE ZEROS.
       77  WRK-INDICE            PIC 9(03)V9999 VALUE ZEROS.
       77  WRK-PREVISTO          PIC 9(09)V99  VALUE ZEROS.
       77  WRK-META-PROPOSTA     PIC 9(09)V99  VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-FORA-JANELA    PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-SEM-HISTORICO  PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-PROJETADOS     PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-PROPOSTAS      PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-PROPOSTO     PIC S9(11)V99 VALUE ZEROS.

      *********** HISTORICO POR VENDEDOR/FILIAL: POSICAO 1 E O *****
      *********** MES BASE, 2 O MES ANTERIOR E ASSIM ATE 24 MESES **
       01  WS-TABELA-HISTORICO.
           02 WS-QTD-VENDEDORES  PIC 9(03)     VALUE ZEROS.
           02 WS-VND-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-VND.
               03 WS-VND-VENDEDOR     PIC X(05).
               03 WS-VND-FILIAL       PIC X(03).
               03 WS-VND-MES OCCURS 24 TIMES.
                   04 WS-VND-VALOR    PIC S9(09)V99.
                   04 WS-VND-TEM      PIC X(01).

      *********** PREVISAO SOMADA POR FILIAL, POR MES PROJETADO *****
       01  WS-TABELA-FILIAIS.
           02 WS-QTD-FILIAIS     PIC 9(02)     VALUE ZEROS.
           02 WS-FIL-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-IDX-FIL.
               03 WS-FIL-CODIGO       PIC X(03).
               03 WS-FIL-MES OCCURS 6 TIMES.
                   04 WS-FIL-MEDIA    PIC 9(10)V99.
                   04 WS-FIL-ANO-ANT  PIC 9(10)V99.
                   04 WS-FIL-PREVISTO PIC 9(10)V99.

       01  WS-CABECALHO-1.
           02 FILLER             PIC X(40) VALUE
              'PREVISAO DE VENDAS E METAS PROPOSTAS    '.
           02 FILLER             PIC X(06) VALUE 'DATA: '.
           02 WC1-DATA           PIC 9(08).
           02 FILLER             PIC X(08) VALUE '  BASE: '.
           02 WC1-BASE           PIC 9(06).
       01  WS-CABECALHO-2.
           02 FILLER             PIC X(15) VALUE
              'MEDIA MOVEL DE '.
           02 WC2-MESES          PIC Z9.
           02 FILLER             PIC X(26) VALUE
              ' MESES  CRESCIMENTO (%): '.
           02 WC2-CRESCIMENTO    PIC Z9,99.
       01  WS-TITULO-SECAO.
           02 WTS-TITULO         PIC X(80).
       01  WS-CABECALHO-COLUNAS.
           02 FILLER             PIC X(40) VALUE
              'VEND  FIL ANOMES   MEDIA MOVEL  MES ANO '.
           02 FILLER             PIC X(40) VALUE
              'ANT.  INDICE      PREVISTO META PROPOSTA'.
       01  WS-LINHA-PREVISAO.
           02 WLP-VENDEDOR       PIC X(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-FILIAL         PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-ANOMES         PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-MEDIA          PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-ANO-ANT        PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-INDICE         PIC Z9,9999.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-PREVISTO       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLP-META           PIC ZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-RESUMO.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WLR-ROTULO         PIC X(34).
           02 WLR-QTDE           PIC ZZZZZ9.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLR-VALOR          PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0050-LER-PARAMETROS.
           IF WRK-RETORNO = ZEROS
               PERFORM 0100-CARREGAR-HISTORICO
               IF WS-QTD-VENDEDORES = ZEROS
                   DISPLAY 'SEM HISTORICO NO SALESMON PARA A BASE - '
                       'NENHUMA META PROPOSTA'
                   PERFORM 0590-MARCAR-REJEICAO
               ELSE
                   OPEN OUTPUT FORECAST-REPORT
                   OPEN OUTPUT TARGET-PROPOSAL-FILE
                   MOVE WS-DATA-PROCESSO     TO WC1-DATA
                   MOVE WRK-BASE             TO WC1-BASE
                   MOVE WRK-MESES-MEDIA      TO WC2-MESES
                   MOVE WRK-PERC-CRESCIMENTO TO WC2-CRESCIMENTO
                   WRITE FORECAST-LINE FROM WS-CABECALHO-1
                   WRITE FORECAST-LINE FROM WS-CABECALHO-2
                   WRITE FORECAST-LINE FROM WS-LINHA-SEPARADOR
                   PERFORM 0300-PROJETAR-VENDEDORES
                   PERFORM 0400-PROJETAR-FILIAIS
                   PERFORM 0800-IMPRIMIR-RESUMO
                   CLOSE TARGET-PROPOSAL-FILE
                   CLOSE FORECAST-REPORT
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

      *********** MES BASE (ULTIMO MES FECHADO), HORIZONTE DE ATE **
      *********** 6 MESES, MESES DA MEDIA MOVEL (ATE 12) E O *******
      *********** PERCENTUAL DE CRESCIMENTO SOBRE A PREVISAO *******
       0050-LER-PARAMETROS.
           DISPLAY 'MES BASE (AAAAMM, 0=MES ANTERIOR AO ATUAL)..: '
               WITH NO ADVANCING.
           ACCEPT WRK-BASE.
           DISPLAY 'MESES A PROJETAR (1 A 6, 0=3)...............: '
               WITH NO ADVANCING.
           ACCEPT WRK-HORIZONTE.
           DISPLAY 'MESES NA MEDIA MOVEL (1 A 12, 0=3)..........: '
               WITH NO ADVANCING.
           ACCEPT WRK-MESES-MEDIA.
           DISPLAY 'CRESCIMENTO SOBRE A PREVISAO (%, 0=NENHUM)..: '
               WITH NO ADVANCING.
           ACCEPT WRK-PERC-CRESCIMENTO.
           IF WRK-BASE = ZEROS
               COMPUTE WRK-ANOMES = WS-DATA-PROCESSO / 100
               PERFORM 0060-CONVERTER-ANOMES
               SUBTRACT 1 FROM WRK-NUM-MES
               PERFORM 0065-CONVERTER-NUMERO
               MOVE WRK-ANOMES TO WRK-BASE
           END-IF.
           IF WRK-HORIZONTE = ZEROS
               MOVE 3 TO WRK-HORIZONTE
           END-IF.
           IF WRK-MESES-MEDIA = ZEROS
               MOVE 3 TO WRK-MESES-MEDIA
           END-IF.
           COMPUTE WRK-ANO = WRK-BASE / 100.
           COMPUTE WRK-MES = WRK-BASE - WRK-ANO * 100.
           IF WRK-ANO < 2000 OR WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'MES BASE INVALIDO - PREVISAO NAO EMITIDA'
               MOVE 8 TO WRK-RETORNO
           END-IF.
           IF WRK-HORIZONTE > 6 OR WRK-MESES-MEDIA > 12
               DISPLAY 'HORIZONTE OU MESES DA MEDIA FORA DO LIMITE - '
                   'PREVISAO NAO EMITIDA'
               MOVE 8 TO WRK-RETORNO
           END-IF.
           IF WRK-RETORNO = ZEROS
               MOVE WRK-BASE TO WRK-ANOMES
               PERFORM 0060-CONVERTER-ANOMES
               MOVE WRK-NUM-MES TO WRK-NUM-BASE
           END-IF.

      *********** ANO/MES EM NUMERO SEQUENCIAL DE MESES (ANO X 12 **
      *********** MAIS O MES MENOS 1) E DE VOLTA, PARA A ARITMETICA *
       0060-CONVERTER-ANOMES.
           COMPUTE WRK-ANO = WRK-ANOMES / 100.
           COMPUTE WRK-MES = WRK-ANOMES - WRK-ANO * 100.
           COMPUTE WRK-NUM-MES = WRK-ANO * 12 + WRK-MES - 1.

       0065-CONVERTER-NUMERO.
           COMPUTE WRK-ANO = WRK-NUM-MES / 12.
           COMPUTE WRK-MES = WRK-NUM-MES - WRK-ANO * 12 + 1.
           COMPUTE WRK-ANOMES = WRK-ANO * 100 + WRK-MES.

      *********** SALESMON INTEIRO, GUARDANDO OS 24 MESES ATE A *****
      *********** BASE POR VENDEDOR/FILIAL (VENDEDOR QUE MUDOU DE **
      *********** FILIAL TEM UMA LINHA EM CADA UMA) ****************
       0100-CARREGAR-HISTORICO.
           OPEN INPUT SALES-MONTH-FILE.
           IF WS-MENSAL-STATUS NOT = '00'
               DISPLAY 'SALESMON NAO DISPONIVEL - STATUS '
                   WS-MENSAL-STATUS
               MOVE 'PRGCOB93' TO EL-PROGRAMA
               MOVE '0100-CARREGAR-HISTORICO' TO EL-PARAGRAFO
               MOVE 'SALESMON NAO DISPONIVEL NA PREVISAO DE VENDAS'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           ELSE
               PERFORM 0105-LER-MENSAL
               PERFORM 0110-ARMAZENAR-MENSAL
                   UNTIL WS-FIM-MENSAL
               CLOSE SALES-MONTH-FILE
           END-IF.

       0105-LER-MENSAL.
           READ SALES-MONTH-FILE
               AT END
                   MOVE 'S' TO WS-FIM-MENSAL-SW
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       0110-ARMAZENAR-MENSAL.
           MOVE SM-ANOMES TO WRK-ANOMES.
           PERFORM 0060-CONVERTER-ANOMES.
           COMPUTE WRK-DESLOCAMENTO = WRK-NUM-BASE - WRK-NUM-MES + 1.
           IF WRK-DESLOCAMENTO < 1 OR WRK-DESLOCAMENTO > 24
               ADD 1 TO WS-QTD-FORA-JANELA
           ELSE
               MOVE WRK-DESLOCAMENTO TO WRK-POSICAO
               MOVE SM-VENDEDOR TO WRK-VENDEDOR
               MOVE SM-FILIAL   TO WRK-FILIAL
               PERFORM 0120-BUSCAR-VENDEDOR
               IF NOT WS-VND-ACHADO
                   PERFORM 0130-INCLUIR-VENDEDOR
               END-IF
               IF WS-VND-ACHADO
                   ADD SM-ACUM
                       TO WS-VND-VALOR(WS-IDX-VND, WRK-POSICAO)
                   MOVE 'S' TO WS-VND-TEM(WS-IDX-VND, WRK-POSICAO)
               END-IF
           END-IF.
           PERFORM 0105-LER-MENSAL.

       0120-BUSCAR-VENDEDOR.
           MOVE 'N' TO WS-VND-ACHADO-SW.
           PERFORM 0122-COMPARAR-VENDEDOR
               VARYING WS-IDX-VND FROM 1 BY 1
               UNTIL WS-IDX-VND > WS-QTD-VENDEDORES
                  OR WS-VND-ACHADO.
           IF WS-VND-ACHADO
               SET WS-IDX-VND DOWN BY 1
           END-IF.

       0122-COMPARAR-VENDEDOR.
           IF WS-VND-VENDEDOR(WS-IDX-VND) = WRK-VENDEDOR
              AND WS-VND-FILIAL(WS-IDX-VND) = WRK-FILIAL
               MOVE 'S' TO WS-VND-ACHADO-SW
           END-IF.

       0130-INCLUIR-VENDEDOR.
           IF WS-QTD-VENDEDORES < 300
               ADD 1 TO WS-QTD-VENDEDORES
               SET WS-IDX-VND TO WS-QTD-VENDEDORES
               MOVE WRK-VENDEDOR TO WS-VND-VENDEDOR(WS-IDX-VND)
               MOVE WRK-FILIAL   TO WS-VND-FILIAL(WS-IDX-VND)
               PERFORM 0132-LIMPAR-MES
                   VARYING WRK-POSICAO-ANT FROM 1 BY 1
                   UNTIL WRK-POSICAO-ANT > 24
               MOVE 'S' TO WS-VND-ACHADO-SW
           ELSE
               DISPLAY 'TABELA DE VENDEDORES CHEIA - ' WRK-VENDEDOR
                   ' ' WRK-FILIAL ' FORA DA PREVISAO'
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.

       0132-LIMPAR-MES.
           MOVE ZEROS TO WS-VND-VALOR(WS-IDX-VND, WRK-POSICAO-ANT).
           MOVE 'N'   TO WS-VND-TEM(WS-IDX-VND, WRK-POSICAO-ANT).

      *********** UMA LINHA POR MES PROJETADO DE CADA VENDEDOR *****
      *********** COM VENDA NOS MESES DA MEDIA; SEM VENDA NELES O **
      *********** VENDEDOR E CONSIDERADO INATIVO E FICA DE FORA ****
       0300-PROJETAR-VENDEDORES.
           MOVE 'PREVISAO POR VENDEDOR' TO WTS-TITULO.
           WRITE FORECAST-LINE FROM WS-TITULO-SECAO.
           WRITE FORECAST-LINE FROM WS-CABECALHO-COLUNAS.
           PERFORM 0310-PROJETAR-VENDEDOR
               VARYING WS-IDX-VND FROM 1 BY 1
               UNTIL WS-IDX-VND > WS-QTD-VENDEDORES.
           WRITE FORECAST-LINE FROM WS-LINHA-SEPARADOR.

       0310-PROJETAR-VENDEDOR.
           MOVE ZEROS TO WRK-SOMA.
           MOVE ZEROS TO WRK-QTD-MESES.
           PERFORM 0312-SOMAR-MES-MEDIA
               VARYING WRK-POSICAO FROM 1 BY 1
               UNTIL WRK-POSICAO > WRK-MESES-MEDIA.
           IF WRK-QTD-MESES = ZEROS
               ADD 1 TO WS-QTD-SEM-HISTORICO
           ELSE
               MOVE ZEROS TO WRK-MEDIA
               IF WRK-SOMA > ZEROS
                   COMPUTE WRK-MEDIA ROUNDED =
                       WRK-SOMA / WRK-QTD-MESES
               END-IF
               MOVE ZEROS TO WRK-SOMA
               MOVE ZEROS TO WRK-QTD-MESES
               PERFORM 0312-SOMAR-MES-MEDIA
                   VARYING WRK-POSICAO FROM 13 BY 1
                   UNTIL WRK-POSICAO > WRK-MESES-MEDIA + 12
               MOVE ZEROS TO WRK-MEDIA-ANT
               IF WRK-QTD-MESES > ZEROS AND WRK-SOMA > ZEROS
                   COMPUTE WRK-MEDIA-ANT ROUNDED =
                       WRK-SOMA / WRK-QTD-MESES
               END-IF
               MOVE WS-VND-VENDEDOR(WS-IDX-VND) TO WRK-VENDEDOR
               MOVE WS-VND-FILIAL(WS-IDX-VND)   TO WRK-FILIAL
               PERFORM 0330-LOCALIZAR-FILIAL
               ADD 1 TO WS-QTD-PROJETADOS
               PERFORM 0320-PROJETAR-MES
                   VARYING WRK-MES-PROJ FROM 1 BY 1
                   UNTIL WRK-MES-PROJ > WRK-HORIZONTE
           END-IF.

       0312-SOMAR-MES-MEDIA.
           IF WS-VND-TEM(WS-IDX-VND, WRK-POSICAO) = 'S'
               ADD WS-VND-VALOR(WS-IDX-VND, WRK-POSICAO) TO WRK-SOMA
               ADD 1 TO WRK-QTD-MESES
           END-IF.

      *********** MES PROJETADO = MEDIA MOVEL X INDICE SAZONAL *****
      *********** (MESMO MES DO ANO ANTERIOR SOBRE A MEDIA MOVEL ***
      *********** DAQUELA EPOCA); SEM ANO ANTERIOR, INDICE 1 *******
       0320-PROJETAR-MES.
           COMPUTE WRK-NUM-MES = WRK-NUM-BASE + WRK-MES-PROJ.
           PERFORM 0065-CONVERTER-NUMERO.
           COMPUTE WRK-POSICAO-ANT = 13 - WRK-MES-PROJ.
           MOVE ZEROS TO WRK-MES-ANO-ANT.
           MOVE 1 TO WRK-INDICE.
           IF WS-VND-TEM(WS-IDX-VND, WRK-POSICAO-ANT) = 'S'
              AND WS-VND-VALOR(WS-IDX-VND, WRK-POSICAO-ANT) > ZEROS
               MOVE WS-VND-VALOR(WS-IDX-VND, WRK-POSICAO-ANT)
                   TO WRK-MES-ANO-ANT
               IF WRK-MEDIA-ANT > ZEROS
                   COMPUTE WRK-INDICE ROUNDED =
                       WRK-MES-ANO-ANT / WRK-MEDIA-ANT
               END-IF
           END-IF.
           COMPUTE WRK-PREVISTO ROUNDED = WRK-MEDIA * WRK-INDICE.
           IF WS-FIL-ACHADA
               ADD WRK-MEDIA
                   TO WS-FIL-MEDIA(WS-IDX-FIL, WRK-MES-PROJ)
               ADD WRK-MES-ANO-ANT
                   TO WS-FIL-ANO-ANT(WS-IDX-FIL, WRK-MES-PROJ)
               ADD WRK-PREVISTO
                   TO WS-FIL-PREVISTO(WS-IDX-FIL, WRK-MES-PROJ)
           END-IF.
           PERFORM 0350-GRAVAR-PROPOSTA.

      *********** FILIAL DO VENDEDOR NA TABELA DE TOTAIS, ***********
      *********** INCLUIDA ZERADA NA PRIMEIRA VEZ ******************
       0330-LOCALIZAR-FILIAL.
           MOVE 'N' TO WS-FIL-ACHADA-SW.
           PERFORM 0332-COMPARAR-FILIAL
               VARYING WS-IDX-FIL FROM 1 BY 1
               UNTIL WS-IDX-FIL > WS-QTD-FILIAIS
                  OR WS-FIL-ACHADA.
           IF WS-FIL-ACHADA
               SET WS-IDX-FIL DOWN BY 1
           ELSE
               IF WS-QTD-FILIAIS < 50
                   ADD 1 TO WS-QTD-FILIAIS
                   SET WS-IDX-FIL TO WS-QTD-FILIAIS
                   MOVE WRK-FILIAL TO WS-FIL-CODIGO(WS-IDX-FIL)
                   PERFORM 0334-LIMPAR-MES-FILIAL
                       VARYING WRK-MES-PROJ FROM 1 BY 1
                       UNTIL WRK-MES-PROJ > 6
                   MOVE 'S' TO WS-FIL-ACHADA-SW
               ELSE
                   DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
                       WRK-FILIAL ' SEM PREVISAO CONSOLIDADA'
                   PERFORM 0590-MARCAR-REJEICAO
               END-IF
           END-IF.

       0332-COMPARAR-FILIAL.
           IF WS-FIL-CODIGO(WS-IDX-FIL) = WRK-FILIAL
               MOVE 'S' TO WS-FIL-ACHADA-SW
           END-IF.

       0334-LIMPAR-MES-FILIAL.
           MOVE ZEROS TO WS-FIL-MEDIA(WS-IDX-FIL, WRK-MES-PROJ).
           MOVE ZEROS TO WS-FIL-ANO-ANT(WS-IDX-FIL, WRK-MES-PROJ).
           MOVE ZEROS TO WS-FIL-PREVISTO(WS-IDX-FIL, WRK-MES-PROJ).

      *********** META PROPOSTA = PREVISTO + CRESCIMENTO; LINHA NO **
      *********** RELATORIO E PROPOSTA PENDENTE (P) NO METAPROP *****
       0350-GRAVAR-PROPOSTA.
           COMPUTE WRK-META-PROPOSTA ROUNDED =
               WRK-PREVISTO
               + (WRK-PREVISTO * WRK-PERC-CRESCIMENTO / 100).
           MOVE WRK-VENDEDOR      TO WLP-VENDEDOR.
           MOVE WRK-FILIAL        TO WLP-FILIAL.
           MOVE WRK-ANOMES        TO WLP-ANOMES.
           MOVE WRK-MEDIA         TO WLP-MEDIA.
           MOVE WRK-MES-ANO-ANT   TO WLP-ANO-ANT.
           MOVE WRK-INDICE        TO WLP-INDICE.
           MOVE WRK-PREVISTO      TO WLP-PREVISTO.
           MOVE WRK-META-PROPOSTA TO WLP-META.
           WRITE FORECAST-LINE FROM WS-LINHA-PREVISAO.
           IF WRK-META-PROPOSTA > ZEROS
               MOVE SPACES            TO TARGET-PROPOSAL-REC
               MOVE WRK-VENDEDOR      TO PV-VENDEDOR
               MOVE WRK-FILIAL        TO PV-FILIAL
               MOVE WRK-ANOMES        TO PV-ANOMES
               MOVE WRK-PREVISTO      TO PV-PREVISTO
               MOVE WRK-META-PROPOSTA TO PV-META
               MOVE 'P'               TO PV-SITUACAO
               MOVE ZEROS             TO PV-DATA-DECISAO
               MOVE SPACES            TO PV-OPERADOR
               WRITE TARGET-PROPOSAL-REC
               ADD 1 TO WS-QTD-PROPOSTAS
               ADD WRK-META-PROPOSTA TO WS-TOTAL-PROPOSTO
           END-IF.

      *********** PREVISAO DA FILIAL = SOMA DOS SEUS VENDEDORES, ***
      *********** PROPOSTA COM O VENDEDOR EM BRANCO, COMO A META ***
      *********** DE FILIAL DO SALESTGT ****************************
       0400-PROJETAR-FILIAIS.
           MOVE 'PREVISAO CONSOLIDADA POR FILIAL' TO WTS-TITULO.
           WRITE FORECAST-LINE FROM WS-TITULO-SECAO.
           WRITE FORECAST-LINE FROM WS-CABECALHO-COLUNAS.
           PERFORM 0410-PROJETAR-FILIAL
               VARYING WS-IDX-FIL FROM 1 BY 1
               UNTIL WS-IDX-FIL > WS-QTD-FILIAIS.
           WRITE FORECAST-LINE FROM WS-LINHA-SEPARADOR.

       0410-PROJETAR-FILIAL.
           MOVE SPACES TO WRK-VENDEDOR.
           MOVE WS-FIL-CODIGO(WS-IDX-FIL) TO WRK-FILIAL.
           PERFORM 0420-PROJETAR-MES-FILIAL
               VARYING WRK-MES-PROJ FROM 1 BY 1
               UNTIL WRK-MES-PROJ > WRK-HORIZONTE.

       0420-PROJETAR-MES-FILIAL.
           COMPUTE WRK-NUM-MES = WRK-NUM-BASE + WRK-MES-PROJ.
           PERFORM 0065-CONVERTER-NUMERO.
           MOVE WS-FIL-MEDIA(WS-IDX-FIL, WRK-MES-PROJ) TO WRK-MEDIA.
           MOVE WS-FIL-ANO-ANT(WS-IDX-FIL, WRK-MES-PROJ)
               TO WRK-MES-ANO-ANT.
           MOVE WS-FIL-PREVISTO(WS-IDX-FIL, WRK-MES-PROJ)
               TO WRK-PREVISTO.
           MOVE 1 TO WRK-INDICE.
           IF WRK-MEDIA > ZEROS
               COMPUTE WRK-INDICE ROUNDED = WRK-PREVISTO / WRK-MEDIA
           END-IF.
           PERFORM 0350-GRAVAR-PROPOSTA.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

      *********** RESUMO NO FIM DO RELATORIO E NO SYSOUT ***********
       0800-IMPRIMIR-RESUMO.
           MOVE 'VENDEDORES/FILIAIS PROJETADOS' TO WLR-ROTULO.
           MOVE WS-QTD-PROJETADOS TO WLR-QTDE.
           MOVE ZEROS TO WLR-VALOR.
           WRITE FORECAST-LINE FROM WS-LINHA-RESUMO.
           MOVE 'SEM VENDA NOS MESES DA MEDIA' TO WLR-ROTULO.
           MOVE WS-QTD-SEM-HISTORICO TO WLR-QTDE.
           MOVE ZEROS TO WLR-VALOR.
           WRITE FORECAST-LINE FROM WS-LINHA-RESUMO.
           MOVE 'METAS PROPOSTAS NO METAPROP' TO WLR-ROTULO.
           MOVE WS-QTD-PROPOSTAS  TO WLR-QTDE.
           MOVE WS-TOTAL-PROPOSTO TO WLR-VALOR.
           WRITE FORECAST-LINE FROM WS-LINHA-RESUMO.
           DISPLAY 'REGISTROS LIDOS DO SALESMON.. : ' WS-QTD-LIDOS.
           DISPLAY 'FORA DA JANELA DE 24 MESES... : '
               WS-QTD-FORA-JANELA.
           DISPLAY 'VENDEDORES PROJETADOS........ : '
               WS-QTD-PROJETADOS.
           DISPLAY 'SEM VENDA NOS MESES DA MEDIA. : '
               WS-QTD-SEM-HISTORICO.
           DISPLAY 'METAS PROPOSTAS GRAVADAS..... : '
               WS-QTD-PROPOSTAS.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) ********
       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCOB93'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-PROPOSTAS   TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-PROPOSTO  TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
