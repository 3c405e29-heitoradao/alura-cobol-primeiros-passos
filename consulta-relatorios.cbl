       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB114.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONSULTA E REIMPRESSAO DO
      ***                            REPOSITORIO DE RELATORIOS
      ***                            (RELREPO), GRAVADO PELA
      ***                            SUB-ROTINA RELCAPT:
      ***                            (1) INDICE DAS CAPTURAS POR
      ***                                RELATORIO/DATA/FILIAL
      ***                            (2) REIMPRESSAO DE UM
      ***                                RELATORIO PASSADO (RELIMPR),
      ***                                DENTRO DO PRAZO DE RETENCAO
      ***                            (3) DISTRIBUICAO DO DIA
      ***                                (RELDIST): CADA FILIAL
      ***                                RECEBE SO AS SUAS PAGINAS;
      ***                                O CONSOLIDADO ('***') FICA
      ***                                COM A MATRIZ
      ***                            (4) EXPURGO DAS CAPTURAS FORA
      ***                                DO PRAZO DO RELPARM (SEM
      ***                                PARAMETRO, 90 DIAS)
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   RETORNO: 00 = OK   04 = REPOSITORIO NAO DISPONIVEL OU
      ***               NADA CAPTURADO NA DATA DA DISTRIBUICAO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-REPO-FILE ASSIGN TO 'RELREPO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-CHAVE
               FILE STATUS IS WS-RELREPO-STATUS.
           SELECT REPORT-PARM-FILE ASSIGN TO 'RELPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELPARM-STATUS.
           SELECT REPRINT-FILE ASSIGN TO 'RELIMPR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELIMPR-STATUS.
           SELECT DISTRIB-FILE ASSIGN TO 'RELDIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELDIST-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-REPO-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY 'RELREPO.COB'.

       FD  REPORT-PARM-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY 'RELPARM.COB'.

       FD  REPRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPRINT-LINE           PIC X(80).

       FD  DISTRIB-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DISTRIB-LINE           PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-RELREPO-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-RELPARM-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-RELIMPR-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-RELDIST-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-ACHOU-SW           PIC X(01)     VALUE 'N'.
           88 WS-ACHOU                         VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WRK-PARAGRAFO         PIC X(20)     VALUE SPACES.
       77  WRK-RELATORIO         PIC X(08)     VALUE SPACES.
       77  WRK-DATA              PIC 9(08)     VALUE ZEROS.
       77  WRK-FILIAL            PIC X(03)     VALUE SPACES.
       77  WRK-DIAS-RETER        PIC 9(04)     VALUE ZEROS.
       77  WRK-RELATORIO-CORTE   PIC X(08)     VALUE SPACES.
       77  WS-HOJE-INT           PIC 9(08)     VALUE ZEROS.
       77  WS-CORTE-INT          PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-CORTE         PIC 9(08)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(07)     VALUE ZEROS.
       77  WS-QTD-GRAVADOS       PIC 9(07)     VALUE ZEROS.
       77  WS-QTD-EXCLUIDOS      PIC 9(07)     VALUE ZEROS.
       77  WS-QTD-LINHAS         PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-CAPTURAS       PIC 9(05)     VALUE ZEROS.
       77  WS-ULT-PAGINA         PIC 9(04)     VALUE ZEROS.
       77  WS-IDX                PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-DEST           PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-REL            PIC 9(03)     VALUE ZEROS.

       01  WS-CHAVE-ANTERIOR.
           02 WS-REL-ANT          PIC X(08)     VALUE SPACES.
           02 WS-DATA-ANT         PIC 9(08)     VALUE ZEROS.
           02 WS-FILIAL-ANT       PIC X(03)     VALUE SPACES.

      *********** PRAZO DE RETENCAO POR RELATORIO (RELPARM) ********
       01  WS-TABELA-PARAMETROS.
           02 WS-QTD-PARAMETROS   PIC 9(03)     VALUE ZEROS.
           02 WS-PRM-ENTRY OCCURS 50 TIMES.
               03 WS-PRM-RELATORIO PIC X(08).
               03 WS-PRM-DIAS      PIC 9(04).

      *********** DESTINOS (FILIAIS) E RELATORIOS DA DATA *********
       01  WS-TABELA-DESTINOS.
           02 WS-QTD-DESTINOS     PIC 9(03)     VALUE ZEROS.
           02 WS-DEST-FILIAL OCCURS 51 TIMES   PIC X(03).
       01  WS-TABELA-RELATORIOS.
           02 WS-QTD-RELATORIOS   PIC 9(03)     VALUE ZEROS.
           02 WS-REL-CODIGO OCCURS 50 TIMES    PIC X(08).

       01  WS-LINHA-INDICE.
           02 FILLER              PIC X(01)     VALUE SPACES.
           02 WLI-RELATORIO       PIC X(08).
           02 FILLER              PIC X(02)     VALUE SPACES.
           02 WLI-DATA            PIC 9(08).
           02 FILLER              PIC X(02)     VALUE SPACES.
           02 WLI-FILIAL          PIC X(03).
           02 FILLER              PIC X(02)     VALUE SPACES.
           02 WLI-LINHAS          PIC ZZZZZ9.
           02 FILLER              PIC X(02)     VALUE SPACES.
           02 WLI-PAGINAS         PIC ZZZ9.
           02 FILLER              PIC X(02)     VALUE SPACES.
           02 WLI-SITUACAO        PIC X(20).

       01  WS-LINHA-BANNER.
           02 FILLER              PIC X(06)     VALUE '===== '.
           02 WLB-TITULO          PIC X(12).
           02 WLB-RELATORIO       PIC X(08).
           02 FILLER              PIC X(09)     VALUE ' - DATA: '.
           02 WLB-DATA            PIC 9(08).
           02 FILLER              PIC X(10)     VALUE ' - FILIAL '.
           02 WLB-FILIAL          PIC X(03).
           02 FILLER              PIC X(06)     VALUE ' ====='.
           02 FILLER              PIC X(18)     VALUE SPACES.

       01  WS-LINHA-DESTINO.
           02 FILLER              PIC X(25)     VALUE
              '##### DISTRIBUICAO PARA: '.
           02 WLD-DESTINO         PIC X(16).
           02 FILLER              PIC X(07)     VALUE ' DATA: '.
           02 WLD-DATA            PIC 9(08).
           02 FILLER              PIC X(06)     VALUE ' #####'.
           02 FILLER              PIC X(18)     VALUE SPACES.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
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
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO).

      *********** PRAZO DE RETENCAO DE CADA RELATORIO **************
       0050-CARREGAR-PARAMETROS.
           MOVE ZEROS TO WS-QTD-PARAMETROS.
           OPEN INPUT REPORT-PARM-FILE.
           IF WS-RELPARM-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO-SW
               PERFORM 0055-LER-RELPARM
               PERFORM 0056-GUARDAR-PARAMETRO UNTIL WS-FIM-ARQUIVO
               CLOSE REPORT-PARM-FILE
           END-IF.

       0055-LER-RELPARM.
           READ REPORT-PARM-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0056-GUARDAR-PARAMETRO.
           IF WS-QTD-PARAMETROS < 50
               ADD 1 TO WS-QTD-PARAMETROS
               MOVE RP-RELATORIO
                   TO WS-PRM-RELATORIO(WS-QTD-PARAMETROS)
               MOVE RP-DIAS-RETER TO WS-PRM-DIAS(WS-QTD-PARAMETROS)
           END-IF.
           PERFORM 0055-LER-RELPARM.

      *********** DATA DE CORTE DO RELATORIO WRK-RELATORIO-CORTE: **
      *********** CAPTURA ANTERIOR A WS-DATA-CORTE ESTA FORA DO ****
      *********** PRAZO (SEM PARAMETRO OU ZERO, 90 DIAS) **********
       0060-CALCULAR-CORTE.
           MOVE 90 TO WRK-DIAS-RETER.
           PERFORM 0065-PROCURAR-PARAMETRO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PARAMETROS.
           COMPUTE WS-CORTE-INT = WS-HOJE-INT - WRK-DIAS-RETER.
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-CORTE-INT).

       0065-PROCURAR-PARAMETRO.
           IF WS-PRM-RELATORIO(WS-IDX) = WRK-RELATORIO-CORTE
              AND WS-PRM-DIAS(WS-IDX) > ZEROS
               MOVE WS-PRM-DIAS(WS-IDX) TO WRK-DIAS-RETER
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== REPOSITORIO DE RELATORIOS ====='.
           DISPLAY ' (1) INDICE DAS CAPTURAS '.
           DISPLAY ' (2) REIMPRIMIR RELATORIO '.
           DISPLAY ' (3) DISTRIBUICAO POR FILIAL '.
           DISPLAY ' (4) EXPURGO FORA DO PRAZO DE RETENCAO '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-INDICE
               WHEN 2
                   PERFORM 0300-REIMPRIMIR
               WHEN 3
                   PERFORM 0400-DISTRIBUIR
                   PERFORM 0900-GRAVAR-CONTROLE-EXECUCAO
               WHEN 4
                   PERFORM 0500-EXPURGAR
                   PERFORM 0900-GRAVAR-CONTROLE-EXECUCAO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** INDICE: UMA LINHA POR RELATORIO/DATA/FILIAL ******
       0200-INDICE.
           DISPLAY 'RELATORIO (EM BRANCO = TODOS) : '
               WITH NO ADVANCING.
           ACCEPT WRK-RELATORIO.
           MOVE FUNCTION UPPER-CASE(WRK-RELATORIO) TO WRK-RELATORIO.
           OPEN INPUT REPORT-REPO-FILE.
           IF WS-RELREPO-STATUS NOT = '00'
               MOVE '0200-INDICE' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE ZEROS TO WS-QTD-CAPTURAS
               MOVE SPACES TO WS-CHAVE-ANTERIOR
               MOVE ZEROS TO WS-DATA-ANT
               DISPLAY ' RELATOR.  DATA      FIL  LINHAS  PAGS'
               MOVE LOW-VALUES TO RR-CHAVE
               IF WRK-RELATORIO NOT = SPACES
                   MOVE WRK-RELATORIO TO RR-RELATORIO
               END-IF
               PERFORM 0700-POSICIONAR-REPOSITORIO
               PERFORM 0210-LER-INDICE
               PERFORM 0220-ACUMULAR-INDICE UNTIL WS-FIM-ARQUIVO
               IF WS-REL-ANT NOT = SPACES
                   PERFORM 0230-EXIBIR-CAPTURA
               END-IF
               CLOSE REPORT-REPO-FILE
               DISPLAY 'CAPTURAS LISTADAS.......... : '
                   WS-QTD-CAPTURAS
           END-IF.

       0210-LER-INDICE.
           PERFORM 0710-LER-REPOSITORIO.
           IF NOT WS-FIM-ARQUIVO AND WRK-RELATORIO NOT = SPACES
               IF RR-RELATORIO NOT = WRK-RELATORIO
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               END-IF
           END-IF.

       0220-ACUMULAR-INDICE.
           IF RR-RELATORIO NOT = WS-REL-ANT
              OR RR-DATA NOT = WS-DATA-ANT
              OR RR-FILIAL NOT = WS-FILIAL-ANT
               IF WS-REL-ANT NOT = SPACES
                   PERFORM 0230-EXIBIR-CAPTURA
               END-IF
               MOVE RR-RELATORIO TO WS-REL-ANT
               MOVE RR-DATA TO WS-DATA-ANT
               MOVE RR-FILIAL TO WS-FILIAL-ANT
               MOVE ZEROS TO WS-QTD-LINHAS
           END-IF.
           ADD 1 TO WS-QTD-LINHAS.
           MOVE RR-PAGINA TO WS-ULT-PAGINA.
           PERFORM 0210-LER-INDICE.

       0230-EXIBIR-CAPTURA.
           MOVE WS-REL-ANT TO WLI-RELATORIO.
           MOVE WS-DATA-ANT TO WLI-DATA.
           MOVE WS-FILIAL-ANT TO WLI-FILIAL.
           MOVE WS-QTD-LINHAS TO WLI-LINHAS.
           MOVE WS-ULT-PAGINA TO WLI-PAGINAS.
           MOVE WS-REL-ANT TO WRK-RELATORIO-CORTE.
           PERFORM 0060-CALCULAR-CORTE.
           IF WS-DATA-ANT < WS-DATA-CORTE
               MOVE 'FORA DO PRAZO' TO WLI-SITUACAO
           ELSE
               MOVE SPACES TO WLI-SITUACAO
           END-IF.
           DISPLAY WS-LINHA-INDICE.
           ADD 1 TO WS-QTD-CAPTURAS.

      *********** REIMPRESSAO DE UM RELATORIO PASSADO (RELIMPR) ****
       0300-REIMPRIMIR.
           DISPLAY 'RELATORIO.................. : ' WITH NO ADVANCING.
           ACCEPT WRK-RELATORIO.
           MOVE FUNCTION UPPER-CASE(WRK-RELATORIO) TO WRK-RELATORIO.
           DISPLAY 'DATA (AAAAMMDD, 0 = HOJE).. : ' WITH NO ADVANCING.
           ACCEPT WRK-DATA.
           DISPLAY 'FILIAL (EM BRANCO = TODAS). : ' WITH NO ADVANCING.
           ACCEPT WRK-FILIAL.
           IF WRK-DATA = ZEROS
               MOVE WS-DATA-PROCESSO TO WRK-DATA
           END-IF.
           IF WRK-FILIAL = SPACES
               MOVE '***' TO WRK-FILIAL
           END-IF.
           MOVE WRK-RELATORIO TO WRK-RELATORIO-CORTE.
           PERFORM 0060-CALCULAR-CORTE.
           IF WRK-RELATORIO = SPACES
               DISPLAY 'RELATORIO OBRIGATORIO'
           ELSE
               IF WRK-DATA < WS-DATA-CORTE
                   DISPLAY 'FORA DO PRAZO DE RETENCAO - CORTE EM '
                       WS-DATA-CORTE
               ELSE
                   PERFORM 0310-GERAR-COPIA
               END-IF
           END-IF.

       0310-GERAR-COPIA.
           OPEN INPUT REPORT-REPO-FILE.
           IF WS-RELREPO-STATUS NOT = '00'
               MOVE '0310-GERAR-COPIA' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE ZEROS TO WS-QTD-LINHAS
               MOVE WRK-RELATORIO TO RR-RELATORIO
               MOVE WRK-DATA TO RR-DATA
               MOVE WRK-FILIAL TO RR-FILIAL
               MOVE ZEROS TO RR-LINHA
               PERFORM 0700-POSICIONAR-REPOSITORIO
               PERFORM 0720-LER-CAPTURA
               IF WS-FIM-ARQUIVO
                   DISPLAY 'RELATORIO NAO ENCONTRADO NO REPOSITORIO'
               ELSE
                   OPEN OUTPUT REPRINT-FILE
                   MOVE 'REIMPRESSAO ' TO WLB-TITULO
                   MOVE WRK-RELATORIO TO WLB-RELATORIO
                   MOVE WRK-DATA TO WLB-DATA
                   MOVE WRK-FILIAL TO WLB-FILIAL
                   WRITE REPRINT-LINE FROM WS-LINHA-BANNER
                   PERFORM 0320-COPIAR-LINHA UNTIL WS-FIM-ARQUIVO
                   CLOSE REPRINT-FILE
                   DISPLAY 'LINHAS REIMPRESSAS......... : '
                       WS-QTD-LINHAS
                   DISPLAY 'RELATORIO GERADO EM RELIMPR'
               END-IF
               CLOSE REPORT-REPO-FILE
           END-IF.

       0320-COPIAR-LINHA.
           WRITE REPRINT-LINE FROM RR-TEXTO.
           ADD 1 TO WS-QTD-LINHAS.
           PERFORM 0720-LER-CAPTURA.

      *********** DISTRIBUICAO DA DATA: 1A. PASSADA LEVANTA AS *****
      *********** FILIAIS E OS RELATORIOS, 2A. GRAVA CADA FILIAL ***
      *********** COM OS SEUS RELATORIOS, NA ORDEM DO CODIGO ******
       0400-DISTRIBUIR.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-GRAVADOS.
           DISPLAY 'DATA (AAAAMMDD, 0 = HOJE).. : ' WITH NO ADVANCING.
           ACCEPT WRK-DATA.
           IF WRK-DATA = ZEROS
               MOVE WS-DATA-PROCESSO TO WRK-DATA
           END-IF.
           OPEN INPUT REPORT-REPO-FILE.
           IF WS-RELREPO-STATUS NOT = '00'
               MOVE '0400-DISTRIBUIR' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE ZEROS TO WS-QTD-DESTINOS
               MOVE ZEROS TO WS-QTD-RELATORIOS
               MOVE LOW-VALUES TO RR-CHAVE
               PERFORM 0700-POSICIONAR-REPOSITORIO
               PERFORM 0710-LER-REPOSITORIO
               PERFORM 0410-LEVANTAR-DESTINOS UNTIL WS-FIM-ARQUIVO
               IF WS-QTD-DESTINOS = ZEROS
                   DISPLAY 'NENHUM RELATORIO CAPTURADO EM ' WRK-DATA
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               ELSE
                   OPEN OUTPUT DISTRIB-FILE
                   PERFORM 0430-DISTRIBUIR-DESTINO
                       VARYING WS-IDX-DEST FROM 1 BY 1
                       UNTIL WS-IDX-DEST > WS-QTD-DESTINOS
                   CLOSE DISTRIB-FILE
                   DISPLAY 'DESTINOS................... : '
                       WS-QTD-DESTINOS
                   DISPLAY 'LINHAS DISTRIBUIDAS........ : '
                       WS-QTD-GRAVADOS
                   DISPLAY 'DISTRIBUICAO GERADA EM RELDIST'
               END-IF
               CLOSE REPORT-REPO-FILE
           END-IF.

       0410-LEVANTAR-DESTINOS.
           IF RR-DATA = WRK-DATA
               MOVE 'N' TO WS-ACHOU-SW
               PERFORM 0415-COMPARAR-DESTINO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DESTINOS OR WS-ACHOU
               IF NOT WS-ACHOU AND WS-QTD-DESTINOS < 51
                   ADD 1 TO WS-QTD-DESTINOS
                   MOVE RR-FILIAL TO WS-DEST-FILIAL(WS-QTD-DESTINOS)
               END-IF
               MOVE 'N' TO WS-ACHOU-SW
               PERFORM 0420-COMPARAR-RELATORIO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-RELATORIOS OR WS-ACHOU
               IF NOT WS-ACHOU AND WS-QTD-RELATORIOS < 50
                   ADD 1 TO WS-QTD-RELATORIOS
                   MOVE RR-RELATORIO
                       TO WS-REL-CODIGO(WS-QTD-RELATORIOS)
               END-IF
           END-IF.
           PERFORM 0710-LER-REPOSITORIO.

       0415-COMPARAR-DESTINO.
           IF WS-DEST-FILIAL(WS-IDX) = RR-FILIAL
               MOVE 'S' TO WS-ACHOU-SW
           END-IF.

       0420-COMPARAR-RELATORIO.
           IF WS-REL-CODIGO(WS-IDX) = RR-RELATORIO
               MOVE 'S' TO WS-ACHOU-SW
           END-IF.

       0430-DISTRIBUIR-DESTINO.
           IF WS-DEST-FILIAL(WS-IDX-DEST) = '***'
               MOVE 'MATRIZ (GERAL)' TO WLD-DESTINO
           ELSE
               MOVE SPACES TO WLD-DESTINO
               STRING 'FILIAL ' WS-DEST-FILIAL(WS-IDX-DEST)
                   DELIMITED BY SIZE INTO WLD-DESTINO
           END-IF.
           MOVE WRK-DATA TO WLD-DATA.
           WRITE DISTRIB-LINE FROM WS-LINHA-DESTINO.
           ADD 1 TO WS-QTD-GRAVADOS.
           PERFORM 0440-DISTRIBUIR-RELATORIO
               VARYING WS-IDX-REL FROM 1 BY 1
               UNTIL WS-IDX-REL > WS-QTD-RELATORIOS.

       0440-DISTRIBUIR-RELATORIO.
           MOVE WS-REL-CODIGO(WS-IDX-REL) TO WRK-RELATORIO.
           MOVE WS-DEST-FILIAL(WS-IDX-DEST) TO WRK-FILIAL.
           MOVE WRK-RELATORIO TO RR-RELATORIO.
           MOVE WRK-DATA TO RR-DATA.
           MOVE WRK-FILIAL TO RR-FILIAL.
           MOVE ZEROS TO RR-LINHA.
           PERFORM 0700-POSICIONAR-REPOSITORIO.
           PERFORM 0720-LER-CAPTURA.
           IF NOT WS-FIM-ARQUIVO
               MOVE 'RELATORIO   ' TO WLB-TITULO
               MOVE WRK-RELATORIO TO WLB-RELATORIO
               MOVE WRK-DATA TO WLB-DATA
               MOVE WRK-FILIAL TO WLB-FILIAL
               WRITE DISTRIB-LINE FROM WS-LINHA-BANNER
               ADD 1 TO WS-QTD-GRAVADOS
               PERFORM 0450-COPIAR-LINHA-DIST UNTIL WS-FIM-ARQUIVO
           END-IF.

       0450-COPIAR-LINHA-DIST.
           WRITE DISTRIB-LINE FROM RR-TEXTO.
           ADD 1 TO WS-QTD-GRAVADOS.
           PERFORM 0720-LER-CAPTURA.

      *********** EXPURGO: CAPTURA ANTERIOR AO CORTE DO SEU ********
      *********** RELATORIO SAI DO REPOSITORIO ********************
       0500-EXPURGAR.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-GRAVADOS.
           MOVE ZEROS TO WS-QTD-EXCLUIDOS.
           OPEN I-O REPORT-REPO-FILE.
           IF WS-RELREPO-STATUS NOT = '00'
               MOVE '0500-EXPURGAR' TO WRK-PARAGRAFO
               PERFORM 0750-REGISTRAR-INDISPONIVEL
           ELSE
               MOVE SPACES TO WRK-RELATORIO-CORTE
               MOVE LOW-VALUES TO RR-CHAVE
               PERFORM 0700-POSICIONAR-REPOSITORIO
               PERFORM 0710-LER-REPOSITORIO
               PERFORM 0510-EXPURGAR-LINHA UNTIL WS-FIM-ARQUIVO
               CLOSE REPORT-REPO-FILE
               MOVE WS-QTD-EXCLUIDOS TO WS-QTD-GRAVADOS
               DISPLAY 'LINHAS NO REPOSITORIO...... : ' WS-QTD-LIDOS
               DISPLAY 'LINHAS EXPURGADAS.......... : '
                   WS-QTD-EXCLUIDOS
           END-IF.

       0510-EXPURGAR-LINHA.
           IF RR-RELATORIO NOT = WRK-RELATORIO-CORTE
               MOVE RR-RELATORIO TO WRK-RELATORIO-CORTE
               PERFORM 0060-CALCULAR-CORTE
           END-IF.
           IF RR-DATA < WS-DATA-CORTE
               DELETE REPORT-REPO-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-EXCLUIDOS
               END-DELETE
           END-IF.
           PERFORM 0710-LER-REPOSITORIO.

      *********** POSICIONA NO RR-CHAVE INFORMADO ******************
       0700-POSICIONAR-REPOSITORIO.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           START REPORT-REPO-FILE KEY NOT < RR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-START.

       0710-LER-REPOSITORIO.
           IF NOT WS-FIM-ARQUIVO
               READ REPORT-REPO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-ARQUIVO-SW
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
               END-READ
           END-IF.

      *********** PROXIMA LINHA DA CAPTURA RELATORIO/DATA/FILIAL ***
       0720-LER-CAPTURA.
           PERFORM 0710-LER-REPOSITORIO.
           IF NOT WS-FIM-ARQUIVO
               IF RR-RELATORIO NOT = WRK-RELATORIO
                  OR RR-DATA NOT = WRK-DATA
                  OR RR-FILIAL NOT = WRK-FILIAL
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               END-IF
           END-IF.

       0750-REGISTRAR-INDISPONIVEL.
           DISPLAY 'AVISO: RELREPO NAO DISPONIVEL - STATUS '
               WS-RELREPO-STATUS.
           MOVE 'PRGCB114'     TO EL-PROGRAMA.
           MOVE WRK-PARAGRAFO  TO EL-PARAGRAFO.
           MOVE 'REPOSITORIO DE RELATORIOS (RELREPO) NAO DISPONIVEL'
               TO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.

       0900-GRAVAR-CONTROLE-EXECUCAO.
           OPEN EXTEND RUN-CTRL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CTRL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'PRGCB114'         TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO   TO RC-DATA
               MOVE WS-HORA-INICIO     TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL      TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS       TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-GRAVADOS    TO RC-REGISTROS-SAIDA
               MOVE ZEROS              TO RC-TOTAL
               MOVE WRK-RETORNO        TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
