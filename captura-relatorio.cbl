       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCAPT.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SUB-ROTINA COMPARTILHADA QUE
      ***                            CAPTURA NO REPOSITORIO DE
      ***                            RELATORIOS (RELREPO) O
      ***                            RELATORIO QUE O CHAMADOR
      ***                            ACABOU DE FECHAR, PELA CHAVE
      ***                            RELATORIO + DATA DE
      ***                            PROCESSAMENTO + FILIAL:
      ***                            - FILIAL '***' RECEBE O
      ***                              RELATORIO INTEIRO, COMO SAIU
      ***                            - CADA FILIAL DO CADASTRO DE
      ***                              VENDEDORES RECEBE SO AS
      ***                              PAGINAS EM QUE APARECE, COM
      ***                              O CABECALHO DA PAGINA E AS
      ***                              LINHAS DELA (O RESUMO DA
      ***                              EMPRESA FICA SO NO
      ***                              CONSOLIDADO)
      ***                            A SEPARACAO SEGUE O RELPARM
      ***                            (COLUNA DA FILIAL E TEXTOS DO
      ***                            CABECALHO, DO RESUMO E DO
      ***                            GRUPO). NOVA
      ***                            CAPTURA DO MESMO RELATORIO NA
      ***                            MESMA DATA SUBSTITUI A
      ***                            ANTERIOR. FALHA NA CAPTURA SO
      ***                            GERA AVISO - O RELATORIO JA
      ***                            FOI IMPRESSO E O CHAMADOR
      ***                            SEGUE NORMALMENTE
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   FD DO SLSMAST CORRIGIDA PARA 42
      ***                    POSICOES
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDASUM-FILE ASSIGN TO 'VENDASUM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAT-STATUS.
           SELECT FILIAREL-FILE ASSIGN TO 'FILIAREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAT-STATUS.
           SELECT AGINGREL-FILE ASSIGN TO 'AGINGREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAT-STATUS.
           SELECT ESTOQREL-FILE ASSIGN TO 'ESTOQREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAT-STATUS.
           SELECT FRETERCN-FILE ASSIGN TO 'FRETERCN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAT-STATUS.
           SELECT REPORT-PARM-FILE ASSIGN TO 'RELPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELPARM-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO 'VENDMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT REPORT-REPO-FILE ASSIGN TO 'RELREPO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-CHAVE
               FILE STATUS IS WS-RELREPO-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDASUM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VENDASUM-LINE          PIC X(80).

       FD  FILIAREL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FILIAREL-LINE          PIC X(80).

       FD  AGINGREL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AGINGREL-LINE          PIC X(80).

       FD  ESTOQREL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ESTOQREL-LINE          PIC X(80).

       FD  FRETERCN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FRETERCN-LINE          PIC X(80).

       FD  REPORT-PARM-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY 'RELPARM.COB'.

       FD  VENDOR-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY 'SLSMAST.COB'.

       FD  REPORT-REPO-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY 'RELREPO.COB'.

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       WORKING-STORAGE SECTION.
       77  WS-RELAT-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-RELPARM-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-VENDMAST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RELREPO-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-ARQUIVO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-ARQUIVO                   VALUE 'S'.
       77  WS-SEPARAR-SW         PIC X(01)     VALUE 'N'.
           88 WS-SEPARAR                       VALUE 'S'.
       77  WS-EM-RESUMO-SW       PIC X(01)     VALUE 'N'.
           88 WS-EM-RESUMO                     VALUE 'S'.
       77  WS-ACHOU-SW           PIC X(01)     VALUE 'N'.
           88 WS-ACHOU                         VALUE 'S'.
       77  WS-CABECALHO-SW       PIC X(01)     VALUE 'N'.
           88 WS-CABECALHO                     VALUE 'S'.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WRK-PARAGRAFO         PIC X(20)     VALUE SPACES.
       77  WRK-MENSAGEM          PIC X(60)     VALUE SPACES.
       77  WRK-COLUNA-FILIAL     PIC 9(02)     VALUE ZEROS.
       77  WRK-TEXTO-CABECALHO   PIC X(20)     VALUE SPACES.
       77  WRK-TEXTO-RESUMO      PIC X(20)     VALUE SPACES.
       77  WRK-TEXTO-GRUPO       PIC X(20)     VALUE SPACES.
       77  WRK-TAM-CABECALHO     PIC 9(02)     VALUE ZEROS.
       77  WRK-TAM-RESUMO        PIC 9(02)     VALUE ZEROS.
       77  WRK-TAM-GRUPO         PIC 9(02)     VALUE ZEROS.
       77  WRK-TAM-TEXTO         PIC 9(02)     VALUE ZEROS.
       77  WRK-TEXTO-MEDIR       PIC X(20)     VALUE SPACES.
       77  WRK-CODIGO-FILIAL     PIC X(03)     VALUE SPACES.
       77  WRK-FILIAL-CORRENTE   PIC X(03)     VALUE SPACES.
       77  WRK-TIPO-LINHA        PIC X(01)     VALUE SPACES.
       77  WS-LINHA-CONSOL       PIC 9(06)     VALUE ZEROS.
       77  WS-PAGINA-CONSOL      PIC 9(04)     VALUE ZEROS.
       77  WS-QTD-GRAVADOS       PIC 9(07)     VALUE ZEROS.
       77  WS-QTD-ERROS-GRAVACAO PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-PENDENTES      PIC 9(03)     VALUE ZEROS.
       77  WS-IDX                PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-FIL            PIC 9(03)     VALUE ZEROS.
       77  WS-IDX-BUF            PIC 9(03)     VALUE ZEROS.

       01  WS-LINHA-RELATORIO    PIC X(80)     VALUE SPACES.

      *********** FILIAIS DO CADASTRO DE VENDEDORES ****************
       01  WS-TABELA-FILIAIS.
           02 WS-QTD-FILIAIS      PIC 9(03)     VALUE ZEROS.
           02 WS-FIL-ENTRY OCCURS 50 TIMES.
               03 WS-FIL-CODIGO    PIC X(03).
               03 WS-FIL-LINHA     PIC 9(06).
               03 WS-FIL-PAGINA    PIC 9(04).

      *********** PAGINA CORRENTE: LINHA, TIPO (C = CABECALHO, ****
      *********** F = FILIAL, P = GRUPO AGUARDANDO A FILIAL, ******
      *********** R = RESUMO) E FILIAL DA LINHA *******************
       01  WS-PAGINA-BUFFER.
           02 WS-QTD-BUFFER       PIC 9(03)     VALUE ZEROS.
           02 WS-BUF-ENTRY OCCURS 300 TIMES.
               03 WS-BUF-TEXTO     PIC X(80).
               03 WS-BUF-TIPO      PIC X(01).
               03 WS-BUF-FILIAL    PIC X(03).

       COPY 'ERRLOG.COB'.

       LINKAGE SECTION.
       COPY 'RELCAPT.COB'.

       PROCEDURE DIVISION USING RELAT-CAPTURA-LINK.
       0001-PRINCIPAL.
           MOVE ZEROS TO RCP-RETORNO.
           MOVE ZEROS TO RCP-QTD-LINHAS.
           MOVE ZEROS TO RCP-QTD-FILIAIS.
           MOVE ZEROS TO WS-LINHA-CONSOL.
           MOVE ZEROS TO WS-PAGINA-CONSOL.
           MOVE ZEROS TO WS-QTD-GRAVADOS.
           MOVE ZEROS TO WS-QTD-ERROS-GRAVACAO.
           MOVE ZEROS TO WS-QTD-BUFFER.
           MOVE ZEROS TO WS-QTD-PENDENTES.
           MOVE ZEROS TO WS-QTD-FILIAIS.
           MOVE SPACES TO WRK-FILIAL-CORRENTE.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           MOVE 'N' TO WS-EM-RESUMO-SW.
           MOVE 'N' TO WS-SEPARAR-SW.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0100-LER-PARAMETRO.
           IF WRK-COLUNA-FILIAL > ZEROS
               PERFORM 0150-CARREGAR-FILIAIS
           END-IF.
           IF WRK-COLUNA-FILIAL > ZEROS AND WS-QTD-FILIAIS > ZEROS
               MOVE 'S' TO WS-SEPARAR-SW
           END-IF.
           PERFORM 0200-ABRIR-RELATORIO.
           IF WS-RELAT-STATUS NOT = '00'
               MOVE '0200-ABRIR-RELATORIO' TO WRK-PARAGRAFO
               MOVE SPACES TO WRK-MENSAGEM
               STRING 'RELATORIO ' RCP-RELATORIO
                   ' NAO DISPONIVEL - NAO CAPTURADO'
                   DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
               PERFORM 0700-REGISTRAR-AVISO
               MOVE 8 TO RCP-RETORNO
               GOBACK
           END-IF.
           OPEN I-O REPORT-REPO-FILE.
           IF WS-RELREPO-STATUS = '35'
               OPEN OUTPUT REPORT-REPO-FILE
               CLOSE REPORT-REPO-FILE
               OPEN I-O REPORT-REPO-FILE
           END-IF.
           IF WS-RELREPO-STATUS NOT = '00'
               PERFORM 0250-FECHAR-RELATORIO
               MOVE '0001-PRINCIPAL' TO WRK-PARAGRAFO
               MOVE SPACES TO WRK-MENSAGEM
               STRING 'RELREPO NAO DISPONIVEL - ' RCP-RELATORIO
                   ' NAO CAPTURADO' DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
               PERFORM 0700-REGISTRAR-AVISO
               MOVE 8 TO RCP-RETORNO
               GOBACK
           END-IF.
           PERFORM 0300-EXCLUIR-CAPTURA-ANTERIOR.
           PERFORM 0400-LER-LINHA.
           PERFORM 0410-TRATAR-LINHA UNTIL WS-FIM-ARQUIVO.
           IF WS-SEPARAR AND WS-QTD-BUFFER > ZEROS
               PERFORM 0500-DISTRIBUIR-PAGINA
           END-IF.
           PERFORM 0250-FECHAR-RELATORIO.
           CLOSE REPORT-REPO-FILE.
           IF WS-QTD-ERROS-GRAVACAO > ZEROS
               MOVE '0001-PRINCIPAL' TO WRK-PARAGRAFO
               MOVE SPACES TO WRK-MENSAGEM
               STRING 'RELREPO: ' WS-QTD-ERROS-GRAVACAO
                   ' LINHAS NAO GRAVADAS DO ' RCP-RELATORIO
                   DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
               PERFORM 0700-REGISTRAR-AVISO
               MOVE 8 TO RCP-RETORNO
           ELSE
               IF NOT WS-SEPARAR
                   MOVE 4 TO RCP-RETORNO
               END-IF
           END-IF.
           DISPLAY 'RELATORIO ' RCP-RELATORIO ' CAPTURADO - LINHAS: '
               RCP-QTD-LINHAS ' FILIAIS: ' RCP-QTD-FILIAIS.
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

      *********** PARAMETRO DO RELATORIO; SEM REGISTRO NO RELPARM **
      *********** O RELATORIO SO VAI PARA O CONSOLIDADO ************
       0100-LER-PARAMETRO.
           MOVE ZEROS TO WRK-COLUNA-FILIAL.
           MOVE SPACES TO WRK-TEXTO-CABECALHO.
           MOVE SPACES TO WRK-TEXTO-RESUMO.
           MOVE SPACES TO WRK-TEXTO-GRUPO.
           MOVE 'N' TO WS-ACHOU-SW.
           OPEN INPUT REPORT-PARM-FILE.
           IF WS-RELPARM-STATUS = '00'
               PERFORM 0105-LER-RELPARM
               PERFORM 0110-PROCURAR-RELPARM
                   UNTIL WS-FIM-ARQUIVO OR WS-ACHOU
               CLOSE REPORT-PARM-FILE
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.
           IF WRK-COLUNA-FILIAL > 78
               MOVE ZEROS TO WRK-COLUNA-FILIAL
           END-IF.
           MOVE WRK-TEXTO-CABECALHO TO WRK-TEXTO-MEDIR.
           PERFORM 0120-MEDIR-TEXTO.
           MOVE WRK-TAM-TEXTO TO WRK-TAM-CABECALHO.
           MOVE WRK-TEXTO-RESUMO TO WRK-TEXTO-MEDIR.
           PERFORM 0120-MEDIR-TEXTO.
           MOVE WRK-TAM-TEXTO TO WRK-TAM-RESUMO.
           MOVE WRK-TEXTO-GRUPO TO WRK-TEXTO-MEDIR.
           PERFORM 0120-MEDIR-TEXTO.
           MOVE WRK-TAM-TEXTO TO WRK-TAM-GRUPO.

       0105-LER-RELPARM.
           READ REPORT-PARM-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0110-PROCURAR-RELPARM.
           IF RP-RELATORIO = RCP-RELATORIO
               MOVE 'S' TO WS-ACHOU-SW
               MOVE RP-COLUNA-FILIAL TO WRK-COLUNA-FILIAL
               MOVE RP-TEXTO-CABECALHO TO WRK-TEXTO-CABECALHO
               MOVE RP-TEXTO-RESUMO TO WRK-TEXTO-RESUMO
               MOVE RP-TEXTO-GRUPO TO WRK-TEXTO-GRUPO
           ELSE
               PERFORM 0105-LER-RELPARM
           END-IF.

      *********** TAMANHO DO TEXTO SEM OS BRANCOS A DIREITA ********
       0120-MEDIR-TEXTO.
           MOVE 20 TO WRK-TAM-TEXTO.
           PERFORM 0125-RECUAR-TEXTO
               UNTIL WRK-TAM-TEXTO = ZEROS
                  OR WRK-TEXTO-MEDIR(WRK-TAM-TEXTO:1) NOT = SPACE.

       0125-RECUAR-TEXTO.
           SUBTRACT 1 FROM WRK-TAM-TEXTO.

      *********** FILIAIS DISTINTAS DO CADASTRO DE VENDEDORES ******
       0150-CARREGAR-FILIAIS.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF WS-VENDMAST-STATUS = '00'
               PERFORM 0155-LER-VENDMAST
               PERFORM 0160-GUARDAR-FILIAL UNTIL WS-FIM-ARQUIVO
               CLOSE VENDOR-MASTER-FILE
           ELSE
               MOVE '0150-CARREGAR-FILIAIS' TO WRK-PARAGRAFO
               MOVE SPACES TO WRK-MENSAGEM
               STRING 'VENDMAST NAO DISPONIVEL - ' RCP-RELATORIO
                   ' SO NO CONSOLIDADO' DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
               PERFORM 0700-REGISTRAR-AVISO
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.

       0155-LER-VENDMAST.
           READ VENDOR-MASTER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.

       0160-GUARDAR-FILIAL.
           IF VM-FILIAL NOT = SPACES
               MOVE VM-FILIAL TO WRK-CODIGO-FILIAL
               PERFORM 0170-PROCURAR-FILIAL
               IF NOT WS-ACHOU AND WS-QTD-FILIAIS < 50
                   ADD 1 TO WS-QTD-FILIAIS
                   MOVE VM-FILIAL TO WS-FIL-CODIGO(WS-QTD-FILIAIS)
                   MOVE ZEROS TO WS-FIL-LINHA(WS-QTD-FILIAIS)
                   MOVE ZEROS TO WS-FIL-PAGINA(WS-QTD-FILIAIS)
               END-IF
           END-IF.
           PERFORM 0155-LER-VENDMAST.

      *********** PROCURA WRK-CODIGO-FILIAL NA TABELA; ACHANDO, ****
      *********** WS-IDX-FIL APONTA PARA A POSICAO ****************
       0170-PROCURAR-FILIAL.
           MOVE 'N' TO WS-ACHOU-SW.
           MOVE ZEROS TO WS-IDX-FIL.
           PERFORM 0175-COMPARAR-FILIAL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-FILIAIS OR WS-ACHOU.

       0175-COMPARAR-FILIAL.
           IF WS-FIL-CODIGO(WS-IDX) = WRK-CODIGO-FILIAL
               MOVE 'S' TO WS-ACHOU-SW
               MOVE WS-IDX TO WS-IDX-FIL
           END-IF.

      *********** RELATORIO QUE O CHAMADOR ACABOU DE FECHAR ********
       0200-ABRIR-RELATORIO.
           MOVE '99' TO WS-RELAT-STATUS.
           EVALUATE RCP-RELATORIO
               WHEN 'VENDASUM' OPEN INPUT VENDASUM-FILE
               WHEN 'FILIAREL' OPEN INPUT FILIAREL-FILE
               WHEN 'AGINGREL' OPEN INPUT AGINGREL-FILE
               WHEN 'ESTOQREL' OPEN INPUT ESTOQREL-FILE
               WHEN 'FRETERCN' OPEN INPUT FRETERCN-FILE
           END-EVALUATE.

       0250-FECHAR-RELATORIO.
           EVALUATE RCP-RELATORIO
               WHEN 'VENDASUM' CLOSE VENDASUM-FILE
               WHEN 'FILIAREL' CLOSE FILIAREL-FILE
               WHEN 'AGINGREL' CLOSE AGINGREL-FILE
               WHEN 'ESTOQREL' CLOSE ESTOQREL-FILE
               WHEN 'FRETERCN' CLOSE FRETERCN-FILE
           END-EVALUATE.

      *********** RECAPTURA NA MESMA DATA SUBSTITUI A ANTERIOR *****
       0300-EXCLUIR-CAPTURA-ANTERIOR.
           MOVE RCP-RELATORIO TO RR-RELATORIO.
           MOVE WS-DATA-PROCESSO TO RR-DATA.
           MOVE LOW-VALUES TO RR-FILIAL.
           MOVE ZEROS TO RR-LINHA.
           START REPORT-REPO-FILE KEY NOT < RR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-START.
           IF NOT WS-FIM-ARQUIVO
               PERFORM 0305-LER-CAPTURA-ANTERIOR
               PERFORM 0310-EXCLUIR-LINHA UNTIL WS-FIM-ARQUIVO
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.

       0305-LER-CAPTURA-ANTERIOR.
           READ REPORT-REPO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
           END-READ.
           IF NOT WS-FIM-ARQUIVO
               IF RR-RELATORIO NOT = RCP-RELATORIO
                  OR RR-DATA NOT = WS-DATA-PROCESSO
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW
               END-IF
           END-IF.

       0310-EXCLUIR-LINHA.
           DELETE REPORT-REPO-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM 0305-LER-CAPTURA-ANTERIOR.

      *********** LINHA DO RELATORIO QUE ESTA SENDO CAPTURADO ******
       0400-LER-LINHA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           EVALUATE RCP-RELATORIO
               WHEN 'VENDASUM'
                   READ VENDASUM-FILE INTO WS-LINHA-RELATORIO
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO-SW
                   END-READ
               WHEN 'FILIAREL'
                   READ FILIAREL-FILE INTO WS-LINHA-RELATORIO
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO-SW
                   END-READ
               WHEN 'AGINGREL'
                   READ AGINGREL-FILE INTO WS-LINHA-RELATORIO
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO-SW
                   END-READ
               WHEN 'ESTOQREL'
                   READ ESTOQREL-FILE INTO WS-LINHA-RELATORIO
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO-SW
                   END-READ
               WHEN 'FRETERCN'
                   READ FRETERCN-FILE INTO WS-LINHA-RELATORIO
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO-SW
                   END-READ
           END-EVALUATE.

      *********** CONSOLIDADO RECEBE TODAS AS LINHAS; A PAGINA *****
      *********** FICA GUARDADA PARA A SEPARACAO POR FILIAL ********
       0410-TRATAR-LINHA.
           ADD 1 TO RCP-QTD-LINHAS.
           MOVE 'N' TO WS-CABECALHO-SW.
           IF WRK-TAM-CABECALHO > ZEROS
               IF WS-LINHA-RELATORIO(1:WRK-TAM-CABECALHO) =
                  WRK-TEXTO-CABECALHO(1:WRK-TAM-CABECALHO)
                   MOVE 'S' TO WS-CABECALHO-SW
               END-IF
           END-IF.
           IF WS-CABECALHO OR WS-PAGINA-CONSOL = ZEROS
               ADD 1 TO WS-PAGINA-CONSOL
           END-IF.
           ADD 1 TO WS-LINHA-CONSOL.
           MOVE '***' TO RR-FILIAL.
           MOVE WS-LINHA-CONSOL TO RR-LINHA.
           MOVE WS-PAGINA-CONSOL TO RR-PAGINA.
           MOVE WS-LINHA-RELATORIO TO RR-TEXTO.
           PERFORM 0600-GRAVAR-REPOSITORIO.
           IF WS-SEPARAR
               IF WS-CABECALHO
                   IF WS-QTD-BUFFER > ZEROS
                       PERFORM 0500-DISTRIBUIR-PAGINA
                   END-IF
                   MOVE SPACES TO WRK-FILIAL-CORRENTE
               END-IF
               IF WS-QTD-BUFFER NOT < 300
                   PERFORM 0500-DISTRIBUIR-PAGINA
               END-IF
               PERFORM 0420-CLASSIFICAR-LINHA
               ADD 1 TO WS-QTD-BUFFER
               MOVE WS-LINHA-RELATORIO TO WS-BUF-TEXTO(WS-QTD-BUFFER)
               MOVE WRK-TIPO-LINHA TO WS-BUF-TIPO(WS-QTD-BUFFER)
               MOVE WRK-FILIAL-CORRENTE
                   TO WS-BUF-FILIAL(WS-QTD-BUFFER)
           END-IF.
           PERFORM 0400-LER-LINHA.

      *********** C = CABECALHO DA PAGINA (ANTES DA PRIMEIRA LINHA *
      *********** DE FILIAL), F = LINHA DA FILIAL (SEM CODIGO NA ***
      *********** COLUNA, E DA ULTIMA FILIAL), P = ABERTURA DE ****
      *********** GRUPO E AS LINHAS SEGUINTES, QUE VAO COM A *******
      *********** PROXIMA LINHA DE FILIAL, R = RESUMO DA EMPRESA, **
      *********** DALI ATE O FIM DO RELATORIO *********************
       0420-CLASSIFICAR-LINHA.
           IF NOT WS-EM-RESUMO AND WRK-TAM-RESUMO > ZEROS
               IF WS-LINHA-RELATORIO(1:WRK-TAM-RESUMO) =
                  WRK-TEXTO-RESUMO(1:WRK-TAM-RESUMO)
                   MOVE 'S' TO WS-EM-RESUMO-SW
               END-IF
           END-IF.
           IF WS-EM-RESUMO
               MOVE 'R' TO WRK-TIPO-LINHA
               IF WS-QTD-PENDENTES > ZEROS
                   MOVE 'R' TO WRK-CODIGO-FILIAL
                   PERFORM 0430-RESOLVER-PENDENTES
               END-IF
           ELSE
               MOVE WS-LINHA-RELATORIO(WRK-COLUNA-FILIAL:3)
                   TO WRK-CODIGO-FILIAL
               PERFORM 0170-PROCURAR-FILIAL
               IF WS-ACHOU
                   MOVE WRK-CODIGO-FILIAL TO WRK-FILIAL-CORRENTE
                   MOVE 'F' TO WRK-TIPO-LINHA
                   IF WS-QTD-PENDENTES > ZEROS
                       PERFORM 0430-RESOLVER-PENDENTES
                   END-IF
               ELSE
                   PERFORM 0425-CLASSIFICAR-SEM-FILIAL
               END-IF
           END-IF.

       0425-CLASSIFICAR-SEM-FILIAL.
           MOVE 'N' TO WS-ACHOU-SW.
           IF WRK-TAM-GRUPO > ZEROS
               IF WS-LINHA-RELATORIO(1:WRK-TAM-GRUPO) =
                  WRK-TEXTO-GRUPO(1:WRK-TAM-GRUPO)
                   MOVE 'S' TO WS-ACHOU-SW
               END-IF
           END-IF.
           IF WS-ACHOU OR WS-QTD-PENDENTES > ZEROS
               MOVE 'P' TO WRK-TIPO-LINHA
               ADD 1 TO WS-QTD-PENDENTES
           ELSE
               IF WRK-FILIAL-CORRENTE = SPACES
                   MOVE 'C' TO WRK-TIPO-LINHA
               ELSE
                   MOVE 'F' TO WRK-TIPO-LINHA
               END-IF
           END-IF.

      *********** LINHAS DO GRUPO VAO COM A FILIAL QUE CHEGOU ******
      *********** (WRK-CODIGO-FILIAL = 'R': ENTRARAM NO RESUMO) ****
       0430-RESOLVER-PENDENTES.
           PERFORM 0435-RESOLVER-LINHA
               VARYING WS-IDX-BUF FROM 1 BY 1
               UNTIL WS-IDX-BUF > WS-QTD-BUFFER.
           MOVE ZEROS TO WS-QTD-PENDENTES.

       0435-RESOLVER-LINHA.
           IF WS-BUF-TIPO(WS-IDX-BUF) = 'P'
               IF WRK-CODIGO-FILIAL = 'R'
                   MOVE 'R' TO WS-BUF-TIPO(WS-IDX-BUF)
               ELSE
                   MOVE 'F' TO WS-BUF-TIPO(WS-IDX-BUF)
                   MOVE WRK-CODIGO-FILIAL
                       TO WS-BUF-FILIAL(WS-IDX-BUF)
               END-IF
           END-IF.

      *********** CADA FILIAL QUE APARECE NA PAGINA RECEBE O *******
      *********** CABECALHO E AS SUAS LINHAS, NA ORDEM IMPRESSA ****
       0500-DISTRIBUIR-PAGINA.
           PERFORM 0510-DISTRIBUIR-FILIAL
               VARYING WS-IDX-FIL FROM 1 BY 1
               UNTIL WS-IDX-FIL > WS-QTD-FILIAIS.
           MOVE ZEROS TO WS-QTD-BUFFER.
           MOVE ZEROS TO WS-QTD-PENDENTES.

       0510-DISTRIBUIR-FILIAL.
           MOVE 'N' TO WS-ACHOU-SW.
           PERFORM 0515-VERIFICAR-LINHA
               VARYING WS-IDX-BUF FROM 1 BY 1
               UNTIL WS-IDX-BUF > WS-QTD-BUFFER OR WS-ACHOU.
           IF WS-ACHOU
               IF WS-FIL-PAGINA(WS-IDX-FIL) = ZEROS
                   ADD 1 TO RCP-QTD-FILIAIS
               END-IF
               ADD 1 TO WS-FIL-PAGINA(WS-IDX-FIL)
               PERFORM 0520-GRAVAR-LINHA-FILIAL
                   VARYING WS-IDX-BUF FROM 1 BY 1
                   UNTIL WS-IDX-BUF > WS-QTD-BUFFER
           END-IF.

       0515-VERIFICAR-LINHA.
           IF WS-BUF-TIPO(WS-IDX-BUF) = 'F'
              AND WS-BUF-FILIAL(WS-IDX-BUF) = WS-FIL-CODIGO(WS-IDX-FIL)
               MOVE 'S' TO WS-ACHOU-SW
           END-IF.

       0520-GRAVAR-LINHA-FILIAL.
           IF WS-BUF-TIPO(WS-IDX-BUF) = 'C'
              OR (WS-BUF-TIPO(WS-IDX-BUF) = 'F' AND
                  WS-BUF-FILIAL(WS-IDX-BUF) =
                  WS-FIL-CODIGO(WS-IDX-FIL))
               ADD 1 TO WS-FIL-LINHA(WS-IDX-FIL)
               MOVE WS-FIL-CODIGO(WS-IDX-FIL) TO RR-FILIAL
               MOVE WS-FIL-LINHA(WS-IDX-FIL) TO RR-LINHA
               MOVE WS-FIL-PAGINA(WS-IDX-FIL) TO RR-PAGINA
               MOVE WS-BUF-TEXTO(WS-IDX-BUF) TO RR-TEXTO
               PERFORM 0600-GRAVAR-REPOSITORIO
           END-IF.

       0600-GRAVAR-REPOSITORIO.
           MOVE RCP-RELATORIO TO RR-RELATORIO.
           MOVE WS-DATA-PROCESSO TO RR-DATA.
           WRITE REPORT-REPO-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-ERROS-GRAVACAO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.

      *********** A CAPTURA NUNCA PARA O CHAMADOR: SO AVISO ********
       0700-REGISTRAR-AVISO.
           DISPLAY 'AVISO: ' WRK-MENSAGEM.
           MOVE 'RELCAPT'      TO EL-PROGRAMA.
           MOVE WRK-PARAGRAFO  TO EL-PARAGRAFO.
           MOVE WRK-MENSAGEM   TO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
