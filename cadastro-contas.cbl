       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB109.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CADASTRO DE CONTAS (CONTAMST):
      ***                            ABERTURA COM TITULAR E
      ***                            CPF/CNPJ, ENCERRAMENTO (SO COM
      ***                            SALDO ZERO NO ACCTBAL),
      ***                            BLOQUEIO/DESBLOQUEIO, LISTAGEM
      ***                            E RELATORIO DE CONTAS
      ***                            INATIVAS - SEM MOVIMENTO NO
      ***                            CALCTRAN HA N MESES (CONTINAT).
      ***                            ANTES A CONTA DO ACCTBAL/
      ***                            CREDLIM NAO TINHA TITULAR NEM
      ***                            SITUACAO, O EXTRATO (PRGCOB78)
      ***                            SAIA SEM NOME E O LOTE DO
      ***                            PRGCOB06 POSTAVA EM CONTA JA
      ***                            ENCERRADA PELO CLIENTE
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   CONTAS INATIVAS: AS CANDIDATAS VEM
      ***                    DO CONTAMST (TABELA DE 2000) E O
      ***                    CALCTRAN SO ATUALIZA A ULTIMA DATA
      ***                    DELAS; ACIMA DE 2000, ERRLOG,
      ***                    RETORNO 4 E CONTINAT INCOMPLETO
      ***--------------------------------------------------
      ***   SITUACAO: A = ATIVA   B = BLOQUEADA   E = ENCERRADA.
      ***   CONTA SEM REGISTRO NO ACCTBAL TEM SALDO ZERO. O
      ***   CORTE DA INATIVIDADE E A DATA DE PROCESSAMENTO
      ***   (PROCDATE, OU O RELOGIO) MENOS N MESES; CONTA
      ***   ABERTA DEPOIS DO CORTE NAO ENTRA NO RELATORIO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'CONTAMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTAMST-STATUS.
           SELECT ACCOUNT-BAL-FILE ASSIGN TO 'ACCTBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CONTA
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT CALC-TRAN-FILE ASSIGN TO 'CALCTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT DORMANT-REPORT-FILE ASSIGN TO 'CONTINAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'CONTAMST.COB'.

       FD  ACCOUNT-BAL-FILE
           RECORD CONTAINS 24 CHARACTERS.
           COPY 'ACCTBAL.COB'.

       FD  CALC-TRAN-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  CALC-TRAN-REC.
           02 TR-NUMERO1           PIC S9(06)V99.
           02 TR-NUMERO2           PIC S9(06)V99.
           02 TR-OPERACAO          PIC X(01).
           02 FILLER               PIC X(01).
           02 TR-CONTA             PIC X(08).
           02 FILLER               PIC X(01).
           02 TR-DATA              PIC 9(08).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  DORMANT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DORMANT-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CONTAMST-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SALDO-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-TRAN-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-CADASTRO-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-CADASTRO                  VALUE 'S'.
       77  WS-FIM-TRAN-SW        PIC X(01)     VALUE 'N'.
           88 WS-FIM-TRAN                      VALUE 'S'.
       77  WS-CONTA-ACHADA-SW    PIC X(01)     VALUE 'N'.
           88 WS-CONTA-ACHADA                  VALUE 'S'.
       77  WS-MOV-ESTOURO-SW     PIC X(01)     VALUE 'N'.
           88 WS-MOV-ESTOURO                   VALUE 'S'.
       77  WS-DOCUMENTO-OK-SW    PIC X(01)     VALUE 'N'.
           88 WS-DOCUMENTO-OK                  VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WRK-CONTA             PIC X(08)     VALUE SPACES.
       77  WRK-TITULAR           PIC X(40)     VALUE SPACES.
       77  WRK-TIPO-PESSOA       PIC X(01)     VALUE SPACES.
       77  WRK-DOCUMENTO         PIC X(14)     VALUE SPACES.
       77  WRK-CONFIRMA          PIC X(01)     VALUE 'N'.
       77  WRK-MESES             PIC 9(02)     VALUE ZEROS.
       77  WRK-SALDO             PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-ED          PIC -(8)9,99  VALUE ZEROS.
       77  WS-DATA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-TOTAL-MESES        PIC 9(06)     VALUE ZEROS.
       77  WS-ULT-MOVIMENTO      PIC 9(08)     VALUE ZEROS.
       77  WS-IDX-ACHADO         PIC 9(04)     VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(04)     VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-QTD-LISTADOS       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-INATIVAS       PIC 9(05)     VALUE ZEROS.

       01  WS-DATA-CORTE         PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           02 WS-CORTE-ANO       PIC 9(04).
           02 WS-CORTE-MES       PIC 9(02).
           02 WS-CORTE-DIA       PIC 9(02).

      *********** CONTAS CANDIDATAS DO CONTAMST (NAO ENCERRADAS E *
      *********** ABERTAS ANTES DO CORTE) E A ULTIMA DATA DE ******
      *********** MOVIMENTO DE CADA UMA NO CALCTRAN ***************
       01  WS-TABELA-MOVIMENTO.
           02 WS-QTD-MOVIMENTO   PIC 9(04)     VALUE ZEROS.
           02 WS-MOV-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-MOV.
               03 WS-MOV-CONTA       PIC X(08).
               03 WS-MOV-TITULAR     PIC X(30).
               03 WS-MOV-SITUACAO    PIC X(01).
               03 WS-MOV-ULT-DATA    PIC 9(08).

       01  WS-INAT-CABECALHO.
           02 FILLER             PIC X(24) VALUE
              'CONTAS SEM MOVIMENTO HA '.
           02 WIC-MESES          PIC Z9.
           02 FILLER             PIC X(17) VALUE
              ' MESES - CORTE EM'.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WIC-DATA-CORTE     PIC 9(08).
       01  WS-INAT-TITULOS.
           02 FILLER             PIC X(42) VALUE
              'CONTA     TITULAR                         '.
           02 FILLER             PIC X(38) VALUE
              'SIT ULT.MOV.           SALDO'.
       01  WS-INAT-LINHA.
           02 WIL-CONTA          PIC X(08).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WIL-TITULAR        PIC X(30).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WIL-SITUACAO       PIC X(01).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 WIL-ULT-MOVIMENTO  PIC X(08).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WIL-SALDO          PIC -(8)9,99.
       01  WS-INAT-TOTAL.
           02 FILLER             PIC X(24) VALUE
              'CONTAS INATIVAS........:'.
           02 WIT-QTD            PIC ZZZZ9.
       01  WS-INAT-INCOMPLETO.
           02 FILLER             PIC X(47) VALUE
              '*** RELATORIO INCOMPLETO - MAIS DE 2000 CONTAS '.
           02 FILLER             PIC X(20) VALUE
              'CANDIDATAS NO CORTE'.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== CADASTRO DE CONTAS ====='.
           DISPLAY ' (1) ABRIR CONTA '.
           DISPLAY ' (2) ENCERRAR CONTA '.
           DISPLAY ' (3) BLOQUEAR/DESBLOQUEAR CONTA '.
           DISPLAY ' (4) LISTAR CONTAS '.
           DISPLAY ' (5) RELATORIO DE CONTAS INATIVAS '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-ABRIR-CONTA
               WHEN 2
                   PERFORM 0300-ENCERRAR-CONTA
               WHEN 3
                   PERFORM 0400-BLOQUEAR-CONTA
               WHEN 4
                   PERFORM 0500-LISTAR-CONTAS
               WHEN 5
                   PERFORM 0600-RELATORIO-INATIVAS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** ABERTURA: CONTA NOVA, TITULAR E DOCUMENTO ********
      *********** OBRIGATORIOS (CPF 11 OU CNPJ 14 DIGITOS) *********
       0200-ABRIR-CONTA.
           DISPLAY 'CONTA.................. : ' WITH NO ADVANCING.
           ACCEPT WRK-CONTA.
           MOVE FUNCTION UPPER-CASE(WRK-CONTA) TO WRK-CONTA.
           DISPLAY 'TITULAR................ : ' WITH NO ADVANCING.
           ACCEPT WRK-TITULAR.
           MOVE FUNCTION UPPER-CASE(WRK-TITULAR) TO WRK-TITULAR.
           DISPLAY 'PESSOA (F=FISICA J=JURIDICA): '
               WITH NO ADVANCING.
           ACCEPT WRK-TIPO-PESSOA.
           MOVE FUNCTION UPPER-CASE(WRK-TIPO-PESSOA)
               TO WRK-TIPO-PESSOA.
           DISPLAY 'CPF/CNPJ (SO DIGITOS).. : ' WITH NO ADVANCING.
           ACCEPT WRK-DOCUMENTO.
           PERFORM 0210-VALIDAR-DOCUMENTO.
           IF WRK-CONTA = SPACES OR WRK-TITULAR = SPACES
               DISPLAY 'CONTA OU TITULAR EM BRANCO - CONTA NAO ABERTA'
           ELSE
               IF NOT WS-DOCUMENTO-OK
                   DISPLAY 'CPF/CNPJ INVALIDO PARA O TIPO DE PESSOA'
                       ' - CONTA NAO ABERTA'
               ELSE
                   PERFORM 0220-GRAVAR-ABERTURA
               END-IF
           END-IF.

       0210-VALIDAR-DOCUMENTO.
           MOVE 'N' TO WS-DOCUMENTO-OK-SW.
           IF WRK-TIPO-PESSOA = 'F'
              AND WRK-DOCUMENTO(1:11) IS NUMERIC
              AND WRK-DOCUMENTO(12:3) = SPACES
               MOVE 'S' TO WS-DOCUMENTO-OK-SW
           END-IF.
           IF WRK-TIPO-PESSOA = 'J'
              AND WRK-DOCUMENTO IS NUMERIC
               MOVE 'S' TO WS-DOCUMENTO-OK-SW
           END-IF.

       0220-GRAVAR-ABERTURA.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-CONTAMST-STATUS = '35'
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF.
           IF WS-CONTAMST-STATUS = '00'
               MOVE WRK-CONTA       TO CT-CONTA
               MOVE WRK-TITULAR     TO CT-TITULAR
               MOVE WRK-TIPO-PESSOA TO CT-TIPO-PESSOA
               MOVE WRK-DOCUMENTO   TO CT-DOCUMENTO
               MOVE WS-DATA-ATUAL   TO CT-DATA-ABERTURA
               MOVE 'A'             TO CT-SITUACAO
               MOVE ZEROS           TO CT-DATA-ENCERRAMENTO
               WRITE ACCOUNT-MASTER-REC
                   INVALID KEY
                       DISPLAY 'CONTA ' WRK-CONTA
                           ' JA CADASTRADA - NADA ALTERADO'
                   NOT INVALID KEY
                       DISPLAY 'CONTA ' WRK-CONTA ' ABERTA EM '
                           WS-DATA-ATUAL
               END-WRITE
               CLOSE ACCOUNT-MASTER-FILE
           ELSE
               DISPLAY 'ARQUIVO CONTAMST NAO DISPONIVEL'
               MOVE 'ARQUIVO CONTAMST NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE '0220-GRAVAR-ABERTURA' TO EL-PARAGRAFO
               PERFORM 0900-REGISTRAR-FALHA
           END-IF.

      *********** ENCERRAMENTO SO COM SALDO ZERO NO ACCTBAL ********
       0300-ENCERRAR-CONTA.
           DISPLAY 'CONTA.................. : ' WITH NO ADVANCING.
           ACCEPT WRK-CONTA.
           MOVE FUNCTION UPPER-CASE(WRK-CONTA) TO WRK-CONTA.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-CONTAMST-STATUS NOT = '00'
               DISPLAY 'NENHUMA CONTA CADASTRADA AINDA'
           ELSE
               MOVE WRK-CONTA TO CT-CONTA
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'CONTA ' WRK-CONTA ' NAO CADASTRADA'
                   NOT INVALID KEY
                       PERFORM 0310-CONFERIR-ENCERRAMENTO
               END-READ
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       0310-CONFERIR-ENCERRAMENTO.
           IF CT-CONTA-ENCERRADA
               DISPLAY 'CONTA JA ENCERRADA EM ' CT-DATA-ENCERRAMENTO
           ELSE
               PERFORM 0700-CONSULTAR-SALDO
               MOVE WRK-SALDO TO WRK-SALDO-ED
               DISPLAY 'TITULAR: ' CT-TITULAR
               DISPLAY 'SALDO NO ACCTBAL....... : ' WRK-SALDO-ED
               IF WRK-SALDO NOT = ZEROS
                   DISPLAY 'SALDO DIFERENTE DE ZERO - '
                       'ENCERRAMENTO RECUSADO'
               ELSE
                   DISPLAY 'CONFIRMA O ENCERRAMENTO (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WRK-CONFIRMA
                   MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA)
                       TO WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       MOVE 'E'           TO CT-SITUACAO
                       MOVE WS-DATA-ATUAL TO CT-DATA-ENCERRAMENTO
                       REWRITE ACCOUNT-MASTER-REC
                       DISPLAY 'CONTA ' WRK-CONTA ' ENCERRADA'
                   ELSE
                       DISPLAY 'ENCERRAMENTO CANCELADO'
                   END-IF
               END-IF
           END-IF.

      *********** ATIVA <-> BLOQUEADA; ENCERRADA NAO VOLTA *********
       0400-BLOQUEAR-CONTA.
           DISPLAY 'CONTA.................. : ' WITH NO ADVANCING.
           ACCEPT WRK-CONTA.
           MOVE FUNCTION UPPER-CASE(WRK-CONTA) TO WRK-CONTA.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-CONTAMST-STATUS NOT = '00'
               DISPLAY 'NENHUMA CONTA CADASTRADA AINDA'
           ELSE
               MOVE WRK-CONTA TO CT-CONTA
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'CONTA ' WRK-CONTA ' NAO CADASTRADA'
                   NOT INVALID KEY
                       PERFORM 0410-INVERTER-BLOQUEIO
               END-READ
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       0410-INVERTER-BLOQUEIO.
           IF CT-CONTA-ENCERRADA
               DISPLAY 'CONTA ENCERRADA - NAO PODE SER ALTERADA'
           ELSE
               IF CT-CONTA-BLOQUEADA
                   MOVE 'A' TO CT-SITUACAO
                   DISPLAY 'CONTA ' WRK-CONTA ' DESBLOQUEADA'
               ELSE
                   MOVE 'B' TO CT-SITUACAO
                   DISPLAY 'CONTA ' WRK-CONTA ' BLOQUEADA'
               END-IF
               REWRITE ACCOUNT-MASTER-REC
           END-IF.

       0500-LISTAR-CONTAS.
           MOVE 'N'   TO WS-FIM-CADASTRO-SW.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-CONTAMST-STATUS NOT = '00'
               DISPLAY 'NENHUMA CONTA CADASTRADA AINDA'
           ELSE
               PERFORM 0510-LER-CONTA
               PERFORM 0520-EXIBIR-CONTA
                   UNTIL WS-FIM-CADASTRO
               CLOSE ACCOUNT-MASTER-FILE
               DISPLAY 'CONTAS LISTADAS........ : ' WS-QTD-LISTADOS
           END-IF.

       0510-LER-CONTA.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CADASTRO-SW
           END-READ.

       0520-EXIBIR-CONTA.
           DISPLAY CT-CONTA ' ' CT-TITULAR ' ' CT-TIPO-PESSOA ' '
               CT-DOCUMENTO ' ' CT-DATA-ABERTURA ' ' CT-SITUACAO
               ' ' CT-DATA-ENCERRAMENTO.
           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM 0510-LER-CONTA.

      *********** INATIVAS: CONTA NAO ENCERRADA, ABERTA ANTES DO ***
      *********** CORTE E SEM TRANSACAO NO CALCTRAN DESDE ENTAO; ***
      *********** AS CANDIDATAS VEM DO CONTAMST E O CALCTRAN SO ****
      *********** ATUALIZA A ULTIMA DATA DELAS *********************
       0600-RELATORIO-INATIVAS.
           DISPLAY 'MESES SEM MOVIMENTO (0=6): ' WITH NO ADVANCING.
           ACCEPT WRK-MESES.
           IF WRK-MESES = ZEROS
               MOVE 6 TO WRK-MESES
           END-IF.
           PERFORM 0610-APURAR-DATA-CORTE.
           MOVE ZEROS TO WS-QTD-INATIVAS.
           MOVE ZEROS TO WS-QTD-MOVIMENTO.
           MOVE 'N'   TO WS-MOV-ESTOURO-SW.
           MOVE 'N'   TO WS-FIM-CADASTRO-SW.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-CONTAMST-STATUS NOT = '00'
               DISPLAY 'NENHUMA CONTA CADASTRADA AINDA'
           ELSE
               PERFORM 0510-LER-CONTA
               PERFORM 0615-ARMAZENAR-CANDIDATA
                   UNTIL WS-FIM-CADASTRO
               CLOSE ACCOUNT-MASTER-FILE
               PERFORM 0620-CARREGAR-MOVIMENTO
               OPEN OUTPUT DORMANT-REPORT-FILE
               MOVE WRK-MESES     TO WIC-MESES
               MOVE WS-DATA-CORTE TO WIC-DATA-CORTE
               WRITE DORMANT-REPORT-LINE FROM WS-INAT-CABECALHO
               IF WS-MOV-ESTOURO
                   WRITE DORMANT-REPORT-LINE FROM WS-INAT-INCOMPLETO
               END-IF
               WRITE DORMANT-REPORT-LINE FROM WS-INAT-TITULOS
               PERFORM 0640-AVALIAR-CONTA
                   VARYING WRK-IDX-I FROM 1 BY 1
                   UNTIL WRK-IDX-I > WS-QTD-MOVIMENTO
               MOVE WS-QTD-INATIVAS TO WIT-QTD
               WRITE DORMANT-REPORT-LINE FROM WS-INAT-TOTAL
               IF WS-MOV-ESTOURO
                   WRITE DORMANT-REPORT-LINE FROM WS-INAT-INCOMPLETO
                   DISPLAY 'RELATORIO INCOMPLETO - MAIS DE 2000 '
                       'CONTAS CANDIDATAS'
               END-IF
               CLOSE DORMANT-REPORT-FILE
               DISPLAY 'CONTAS INATIVAS........ : ' WS-QTD-INATIVAS
               DISPLAY 'RELATORIO GERADO EM CONTINAT'
           END-IF.

      *********** CONTA CANDIDATA NA TABELA; ACIMA DE 2000 O *******
      *********** RELATORIO SAI INCOMPLETO, COM ERRLOG E RETORNO 4 *
       0615-ARMAZENAR-CANDIDATA.
           IF NOT CT-CONTA-ENCERRADA
              AND CT-DATA-ABERTURA < WS-DATA-CORTE
               IF WS-QTD-MOVIMENTO < 2000
                   ADD 1 TO WS-QTD-MOVIMENTO
                   MOVE CT-CONTA    TO WS-MOV-CONTA(WS-QTD-MOVIMENTO)
                   MOVE CT-TITULAR
                       TO WS-MOV-TITULAR(WS-QTD-MOVIMENTO)
                   MOVE CT-SITUACAO
                       TO WS-MOV-SITUACAO(WS-QTD-MOVIMENTO)
                   MOVE ZEROS
                       TO WS-MOV-ULT-DATA(WS-QTD-MOVIMENTO)
               ELSE
                   IF NOT WS-MOV-ESTOURO
                       MOVE 'S' TO WS-MOV-ESTOURO-SW
                       MOVE '0615-ARMAZENAR-CAND' TO EL-PARAGRAFO
                       MOVE 'MAIS DE 2000 CONTAS CANDIDATAS - CONTINAT '
                           & 'INCOMPLETO' TO EL-MENSAGEM
                       MOVE 'PRGCB109' TO EL-PROGRAMA
                       MOVE 'A' TO EL-SEVERIDADE
                       CALL 'ERRLOG' USING ERROR-LOG-LINK
                       IF WRK-RETORNO < 4
                           MOVE 4 TO WRK-RETORNO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 0510-LER-CONTA.

      *********** DATA DE PROCESSAMENTO (PROCDATE, OU O RELOGIO) ***
      *********** RECUADA N MESES, MESMO DIA ***********************
       0610-APURAR-DATA-CORTE.
           MOVE WS-DATA-ATUAL TO WS-DATA-PROCESSO.
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
           MOVE WS-DATA-PROCESSO TO WS-DATA-CORTE.
           COMPUTE WS-TOTAL-MESES =
               WS-CORTE-ANO * 12 + WS-CORTE-MES - 1 - WRK-MESES.
           DIVIDE WS-TOTAL-MESES BY 12
               GIVING WS-CORTE-ANO
               REMAINDER WS-CORTE-MES.
           ADD 1 TO WS-CORTE-MES.

      *********** ULTIMA DATA DE MOVIMENTO DE CADA CONTA ***********
      *********** CANDIDATA NO CALCTRAN ****************************
       0620-CARREGAR-MOVIMENTO.
           MOVE 'N'   TO WS-FIM-TRAN-SW.
           OPEN INPUT CALC-TRAN-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'ARQUIVO CALCTRAN NAO ENCONTRADO - TODAS AS '
                   'CONTAS SEM MOVIMENTO'
           ELSE
               PERFORM 0625-LER-TRANSACAO
               PERFORM 0630-ARMAZENAR-MOVIMENTO
                   UNTIL WS-FIM-TRAN
               CLOSE CALC-TRAN-FILE
           END-IF.

       0625-LER-TRANSACAO.
           READ CALC-TRAN-FILE
               AT END
                   MOVE 'S' TO WS-FIM-TRAN-SW
           END-READ.

       0630-ARMAZENAR-MOVIMENTO.
           MOVE TR-CONTA TO WRK-CONTA.
           PERFORM 0650-BUSCAR-MOVIMENTO.
           IF WS-CONTA-ACHADA
               IF TR-DATA > WS-MOV-ULT-DATA(WS-IDX-ACHADO)
                   MOVE TR-DATA TO WS-MOV-ULT-DATA(WS-IDX-ACHADO)
               END-IF
           END-IF.
           PERFORM 0625-LER-TRANSACAO.

       0640-AVALIAR-CONTA.
           MOVE WS-MOV-ULT-DATA(WRK-IDX-I) TO WS-ULT-MOVIMENTO.
           IF WS-ULT-MOVIMENTO < WS-DATA-CORTE
               PERFORM 0660-IMPRIMIR-INATIVA
           END-IF.

       0650-BUSCAR-MOVIMENTO.
           MOVE 'N' TO WS-CONTA-ACHADA-SW.
           PERFORM 0655-COMPARAR-MOVIMENTO
               VARYING WS-IDX-MOV FROM 1 BY 1
               UNTIL WS-IDX-MOV > WS-QTD-MOVIMENTO
                  OR WS-CONTA-ACHADA.

       0655-COMPARAR-MOVIMENTO.
           IF WS-MOV-CONTA(WS-IDX-MOV) = WRK-CONTA
               MOVE 'S' TO WS-CONTA-ACHADA-SW
               SET WS-IDX-ACHADO TO WS-IDX-MOV
           END-IF.

       0660-IMPRIMIR-INATIVA.
           MOVE WS-MOV-CONTA(WRK-IDX-I) TO WRK-CONTA.
           PERFORM 0700-CONSULTAR-SALDO.
           MOVE WRK-CONTA                  TO WIL-CONTA.
           MOVE WS-MOV-TITULAR(WRK-IDX-I)  TO WIL-TITULAR.
           MOVE WS-MOV-SITUACAO(WRK-IDX-I) TO WIL-SITUACAO.
           IF WS-ULT-MOVIMENTO = ZEROS
               MOVE 'NENHUM'         TO WIL-ULT-MOVIMENTO
           ELSE
               MOVE WS-ULT-MOVIMENTO TO WIL-ULT-MOVIMENTO
           END-IF.
           MOVE WRK-SALDO    TO WIL-SALDO.
           WRITE DORMANT-REPORT-LINE FROM WS-INAT-LINHA.
           ADD 1 TO WS-QTD-INATIVAS.

      *********** SALDO DA CONTA NO ACCTBAL (SEM REGISTRO = ZERO) **
       0700-CONSULTAR-SALDO.
           MOVE ZEROS TO WRK-SALDO.
           OPEN INPUT ACCOUNT-BAL-FILE.
           IF WS-SALDO-STATUS = '00'
               MOVE WRK-CONTA TO AB-CONTA
               READ ACCOUNT-BAL-FILE
                   INVALID KEY
                       MOVE ZEROS TO WRK-SALDO
                   NOT INVALID KEY
                       MOVE AB-SALDO TO WRK-SALDO
               END-READ
               CLOSE ACCOUNT-BAL-FILE
           END-IF.

       0900-REGISTRAR-FALHA.
           MOVE 'PRGCB109' TO EL-PROGRAMA.
           MOVE 'F' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
