       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB14.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = MANUTENCAO DOS CONTRATOS DE
      ***                            EMPRESTIMO CONSIGNADO EM FOLHA
      ***                            (CONSIGNA): LISTAGEM POR
      ***                            MATRICULA, INCLUSAO DE CONTRATO
      ***                            DO BANCO CONVENIADO (RECUSADA
      ***                            QUANDO AS PARCELAS PASSAM DA
      ***                            MARGEM CONSIGNAVEL DE 35 POR
      ***                            CENTO DO SALARIO LIQUIDO) E
      ***                            EXCLUSAO DE CONTRATO DIGITADO
      ***                            ERRADO, ENQUANTO NENHUMA
      ***                            PARCELA FOI DESCONTADA. A
      ***                            PARCELA PASSA A SER DESCONTADA
      ***                            PELO PRGCOB04 (ANTES ERA
      ***                            DIGITADA TODO MES COMO DESCONTO
      ***                            AVULSO)
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA O CARGO, O TIPO DE CONTRATO
      ***                    E OS VENCIMENTOS DA EXPERIENCIA
      ***                    INCLUIDOS NO EMPLOYEE.COB (FD DE 231
      ***                    POSICOES)
      ***   15/10/2026 HJR   NOME, BRUTO, INSS E IRRF DO EMPLOYEF
      ***                    GUARDADOS NA LEITURA, ANTES DE FECHAR
      ***                    O ARQUIVO, PARA A MARGEM E O CONTRATO
      ***--------------------------------------------------
      ***   MARGEM: 35 POR CENTO DO SALARIO BRUTO MENOS INSS E
      ***   IRRF DO ULTIMO CALCULO GRAVADO NO EMPLOYEF; CONTAM
      ***   AS PARCELAS DE TODOS OS CONTRATOS ATIVOS DA MATRICULA
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT LOAN-CONTRACT-FILE ASSIGN TO 'CONSIGNA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               FILE STATUS IS WS-CONSIG-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       FD  LOAN-CONTRACT-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY 'CONSIGNA.COB'.

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-CONSIG-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-CONTRATOS-SW   PIC X(01)     VALUE 'N'.
           88 WS-FIM-CONTRATOS                 VALUE 'S'.
       77  WS-FUNC-OK-SW         PIC X(01)     VALUE 'N'.
           88 WS-FUNC-OK                       VALUE 'S'.
       77  WS-DADOS-OK-SW        PIC X(01)     VALUE 'N'.
           88 WS-DADOS-OK                      VALUE 'S'.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WRK-ID                PIC 9(05)     VALUE ZEROS.
       77  WRK-CONTRATO          PIC X(12)     VALUE SPACES.
       77  WRK-BANCO             PIC 9(03)     VALUE ZEROS.
       77  WRK-VALOR-EMPRESTIMO  PIC 9(07)V99  VALUE ZEROS.
       77  WRK-QTD-PARCELAS      PIC 9(03)     VALUE ZEROS.
       77  WRK-VALOR-PARCELA     PIC 9(06)V99  VALUE ZEROS.
       77  WRK-COMP-INICIO       PIC 9(06)     VALUE ZEROS.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-MES               PIC 9(02)     VALUE ZEROS.
       77  WRK-COMP-PROCESSO     PIC 9(06)     VALUE ZEROS.
       77  WRK-SALARIO-LIQ-MARG  PIC S9(07)V99 VALUE ZEROS.
       77  WRK-NOME              PIC X(30)     VALUE SPACES.
       77  WRK-SALARIO-BRUTO     PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VALOR-INSS        PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VALOR-IRRF        PIC 9(06)V99  VALUE ZEROS.
       77  WRK-MARGEM            PIC 9(07)V99  VALUE ZEROS.
       77  WRK-COMPROMETIDO      PIC 9(07)V99  VALUE ZEROS.
       77  WRK-DISPONIVEL        PIC S9(07)V99 VALUE ZEROS.
       77  WRK-CONFIRMA          PIC X(01)     VALUE SPACES.
       77  WRK-QTD-LISTADOS      PIC 9(05)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-PCT-MARGEM         PIC 9(02)V99  VALUE 35,00.
       77  WS-MAX-PARCELAS       PIC 9(03)     VALUE 96.
       77  WRK-VALOR-ED          PIC $ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       01  WS-LISTA-CONTRATO.
           02 WLC-MATRICULA      PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-CONTRATO       PIC X(12).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-BANCO          PIC 9(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-PAGAS          PIC ZZ9.
           02 FILLER             PIC X(01) VALUE '/'.
           02 WLC-QTD            PIC 999.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-PARCELA        PIC ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-SALDO          PIC Z.ZZZ.ZZ9,99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-INICIO         PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WLC-SITUACAO       PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-LER-DATA-PROCESSO.
           OPEN I-O LOAN-CONTRACT-FILE.
           IF WS-CONSIG-STATUS = '35'
               OPEN OUTPUT LOAN-CONTRACT-FILE
               CLOSE LOAN-CONTRACT-FILE
               OPEN I-O LOAN-CONTRACT-FILE
           END-IF.
           IF WS-CONSIG-STATUS NOT = '00'
               DISPLAY 'ARQUIVO CONSIGNA NAO DISPONIVEL'
           ELSE
               PERFORM 0100-EXIBIR-MENU
                   UNTIL WRK-OPCAO-FIM
               CLOSE LOAN-CONTRACT-FILE
           END-IF.
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
           DIVIDE WS-DATA-PROCESSO BY 100 GIVING WRK-COMP-PROCESSO.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== EMPRESTIMO CONSIGNADO EM FOLHA ====='.
           DISPLAY ' (1) LISTAR CONTRATOS '.
           DISPLAY ' (2) INCLUIR CONTRATO '.
           DISPLAY ' (3) EXCLUIR CONTRATO SEM PARCELA DESCONTADA '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-LISTAR-CONTRATOS
               WHEN 2
                   PERFORM 0300-INCLUIR-CONTRATO
               WHEN 3
                   PERFORM 0400-EXCLUIR-CONTRATO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** CONTRATOS DE UMA MATRICULA (0 = TODOS) **********
       0200-LISTAR-CONTRATOS.
           DISPLAY 'MATRICULA (0 = TODAS).. : ' WITH NO ADVANCING.
           ACCEPT WRK-ID.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           DISPLAY 'MATR. CONTRATO     BCO PARCELAS    PARCELA'
               '        SALDO INICIO S'.
           PERFORM 0210-POSICIONAR-MATRICULA.
           PERFORM 0230-EXIBIR-CONTRATO
               UNTIL WS-FIM-CONTRATOS.
           DISPLAY 'CONTRATOS LISTADOS..... : ' WRK-QTD-LISTADOS.

       0210-POSICIONAR-MATRICULA.
           MOVE 'N' TO WS-FIM-CONTRATOS-SW.
           MOVE WRK-ID     TO CG-ID.
           MOVE LOW-VALUES TO CG-CONTRATO.
           START LOAN-CONTRACT-FILE
               KEY NOT LESS THAN CG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CONTRATOS-SW
           END-START.
           IF NOT WS-FIM-CONTRATOS
               PERFORM 0220-LER-CONTRATO
           END-IF.

       0220-LER-CONTRATO.
           READ LOAN-CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONTRATOS-SW
           END-READ.
           IF NOT WS-FIM-CONTRATOS
               IF WRK-ID NOT = ZEROS AND CG-ID NOT = WRK-ID
                   MOVE 'S' TO WS-FIM-CONTRATOS-SW
               END-IF
           END-IF.

       0230-EXIBIR-CONTRATO.
           MOVE CG-ID             TO WLC-MATRICULA.
           MOVE CG-CONTRATO       TO WLC-CONTRATO.
           MOVE CG-BANCO          TO WLC-BANCO.
           MOVE CG-PARCELAS-PAGAS TO WLC-PAGAS.
           MOVE CG-QTD-PARCELAS   TO WLC-QTD.
           MOVE CG-VALOR-PARCELA  TO WLC-PARCELA.
           MOVE CG-SALDO-DEVEDOR  TO WLC-SALDO.
           MOVE CG-COMP-INICIO    TO WLC-INICIO.
           MOVE CG-SITUACAO       TO WLC-SITUACAO.
           DISPLAY WS-LISTA-CONTRATO.
           ADD 1 TO WRK-QTD-LISTADOS.
           PERFORM 0220-LER-CONTRATO.

      *********** INCLUSAO: FUNCIONARIO ATIVO, DADOS DO CONTRATO ***
      *********** VALIDOS E PARCELA DENTRO DA MARGEM CONSIGNAVEL ***
       0300-INCLUIR-CONTRATO.
           DISPLAY 'MATRICULA.............. : ' WITH NO ADVANCING.
           ACCEPT WRK-ID.
           PERFORM 0310-BUSCAR-FUNCIONARIO.
           IF WS-FUNC-OK
               PERFORM 0320-LER-DADOS-CONTRATO
           END-IF.
           IF WS-FUNC-OK AND WS-DADOS-OK
               PERFORM 0340-APURAR-MARGEM
               MOVE WRK-MARGEM TO WRK-VALOR-ED
               DISPLAY 'MARGEM CONSIGNAVEL..... : ' WRK-VALOR-ED
               MOVE WRK-COMPROMETIDO TO WRK-VALOR-ED
               DISPLAY 'JA COMPROMETIDO........ : ' WRK-VALOR-ED
               MOVE WRK-DISPONIVEL TO WRK-VALOR-ED
               DISPLAY 'DISPONIVEL............. : ' WRK-VALOR-ED
               MOVE WRK-VALOR-PARCELA TO WRK-VALOR-ED
               DISPLAY 'PARCELA DO CONTRATO.... : ' WRK-VALOR-ED
               IF WRK-VALOR-PARCELA > WRK-DISPONIVEL
                   DISPLAY 'PARCELA ACIMA DA MARGEM CONSIGNAVEL DE '
                       '35% - CONTRATO RECUSADO'
               ELSE
                   PERFORM 0360-GRAVAR-CONTRATO
               END-IF
           END-IF.

       0310-BUSCAR-FUNCIONARIO.
           MOVE 'N' TO WS-FUNC-OK-SW.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO EMPLOYEF NAO DISPONIVEL'
           ELSE
               MOVE WRK-ID TO EM-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY 'FUNCIONARIO NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF EM-SITUACAO = 'D'
                           DISPLAY 'FUNCIONARIO DESLIGADO - NAO '
                               'PODE CONSIGNAR'
                       ELSE
                           MOVE 'S' TO WS-FUNC-OK-SW
                           MOVE EM-NOME          TO WRK-NOME
                           MOVE EM-SALARIO-BRUTO TO WRK-SALARIO-BRUTO
                           MOVE EM-VALOR-INSS    TO WRK-VALOR-INSS
                           MOVE EM-VALOR-IRRF    TO WRK-VALOR-IRRF
                           DISPLAY 'FUNCIONARIO............ : '
                               WRK-NOME
                       END-IF
               END-READ
               CLOSE EMPLOYEE-FILE
           END-IF.

       0320-LER-DADOS-CONTRATO.
           MOVE 'S' TO WS-DADOS-OK-SW.
           DISPLAY 'NUMERO DO CONTRATO..... : ' WITH NO ADVANCING.
           ACCEPT WRK-CONTRATO.
           MOVE FUNCTION UPPER-CASE(WRK-CONTRATO) TO WRK-CONTRATO.
           DISPLAY 'BANCO (NUMERO)......... : ' WITH NO ADVANCING.
           ACCEPT WRK-BANCO.
           DISPLAY 'VALOR EMPRESTADO....... : ' WITH NO ADVANCING.
           ACCEPT WRK-VALOR-EMPRESTIMO.
           DISPLAY 'QUANTIDADE DE PARCELAS. : ' WITH NO ADVANCING.
           ACCEPT WRK-QTD-PARCELAS.
           DISPLAY 'VALOR DA PARCELA (0 = VALOR/PARCELAS): '
               WITH NO ADVANCING.
           ACCEPT WRK-VALOR-PARCELA.
           DISPLAY 'COMPETENCIA DA 1A PARCELA (AAAAMM): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMP-INICIO.
           DIVIDE WRK-COMP-INICIO BY 100
               GIVING WRK-ANO REMAINDER WRK-MES.
           EVALUATE TRUE
               WHEN WRK-CONTRATO = SPACES
                   DISPLAY 'NUMERO DO CONTRATO OBRIGATORIO'
                   MOVE 'N' TO WS-DADOS-OK-SW
               WHEN WRK-BANCO = ZEROS
                   DISPLAY 'BANCO OBRIGATORIO'
                   MOVE 'N' TO WS-DADOS-OK-SW
               WHEN WRK-VALOR-EMPRESTIMO = ZEROS
                   DISPLAY 'VALOR EMPRESTADO OBRIGATORIO'
                   MOVE 'N' TO WS-DADOS-OK-SW
               WHEN WRK-QTD-PARCELAS = ZEROS
                 OR WRK-QTD-PARCELAS > WS-MAX-PARCELAS
                   DISPLAY 'QUANTIDADE DE PARCELAS DEVE SER DE 1 A '
                       WS-MAX-PARCELAS
                   MOVE 'N' TO WS-DADOS-OK-SW
               WHEN WRK-MES < 1 OR WRK-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMP-INICIO
                   MOVE 'N' TO WS-DADOS-OK-SW
               WHEN WRK-COMP-INICIO < WRK-COMP-PROCESSO
                   DISPLAY 'COMPETENCIA DA 1A PARCELA JA PASSOU'
                   MOVE 'N' TO WS-DADOS-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-DADOS-OK AND WRK-VALOR-PARCELA = ZEROS
               COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-VALOR-EMPRESTIMO / WRK-QTD-PARCELAS
           END-IF.

      *********** MARGEM = 35% DO LIQUIDO LEGAL (BRUTO - INSS - ***
      *********** IRRF); COMPROMETIDO = PARCELAS DOS CONTRATOS ****
      *********** ATIVOS DA MATRICULA ******************************
       0340-APURAR-MARGEM.
           COMPUTE WRK-SALARIO-LIQ-MARG =
               WRK-SALARIO-BRUTO - WRK-VALOR-INSS - WRK-VALOR-IRRF.
           IF WRK-SALARIO-LIQ-MARG < ZEROS
               MOVE ZEROS TO WRK-SALARIO-LIQ-MARG
           END-IF.
           COMPUTE WRK-MARGEM ROUNDED =
               WRK-SALARIO-LIQ-MARG * WS-PCT-MARGEM / 100.
           MOVE ZEROS TO WRK-COMPROMETIDO.
           PERFORM 0210-POSICIONAR-MATRICULA.
           PERFORM 0350-SOMAR-PARCELA
               UNTIL WS-FIM-CONTRATOS.
           COMPUTE WRK-DISPONIVEL = WRK-MARGEM - WRK-COMPROMETIDO.

       0350-SOMAR-PARCELA.
           IF CG-ATIVO
               ADD CG-VALOR-PARCELA TO WRK-COMPROMETIDO
           END-IF.
           PERFORM 0220-LER-CONTRATO.

       0360-GRAVAR-CONTRATO.
           MOVE WRK-ID               TO CG-ID.
           MOVE WRK-CONTRATO         TO CG-CONTRATO.
           MOVE WRK-NOME             TO CG-NOME.
           MOVE WRK-BANCO            TO CG-BANCO.
           MOVE WRK-VALOR-EMPRESTIMO TO CG-VALOR-EMPRESTIMO.
           MOVE WRK-QTD-PARCELAS     TO CG-QTD-PARCELAS.
           MOVE WRK-VALOR-PARCELA    TO CG-VALOR-PARCELA.
           MOVE WRK-COMP-INICIO      TO CG-COMP-INICIO.
           MOVE ZEROS                TO CG-PARCELAS-PAGAS.
           COMPUTE CG-SALDO-DEVEDOR =
               WRK-VALOR-PARCELA * WRK-QTD-PARCELAS.
           MOVE 'A'                  TO CG-SITUACAO.
           MOVE ZEROS                TO CG-ULTIMA-COMP.
           MOVE ZEROS                TO CG-VL-DESCONTO-COMP.
           MOVE WS-DATA-PROCESSO     TO CG-DATA-CADASTRO.
           WRITE LOAN-CONTRACT-REC
               INVALID KEY
                   DISPLAY 'CONTRATO JA CADASTRADO PARA A MATRICULA'
               NOT INVALID KEY
                   DISPLAY 'CONTRATO ' WRK-CONTRATO ' INCLUIDO'
           END-WRITE.

      *********** SO SAI O CONTRATO DIGITADO ERRADO: COM PARCELA ***
      *********** JA DESCONTADA ELE FAZ PARTE DA REMESSA AO BANCO **
       0400-EXCLUIR-CONTRATO.
           DISPLAY 'MATRICULA.............. : ' WITH NO ADVANCING.
           ACCEPT WRK-ID.
           DISPLAY 'NUMERO DO CONTRATO..... : ' WITH NO ADVANCING.
           ACCEPT WRK-CONTRATO.
           MOVE FUNCTION UPPER-CASE(WRK-CONTRATO) TO WRK-CONTRATO.
           MOVE WRK-ID       TO CG-ID.
           MOVE WRK-CONTRATO TO CG-CONTRATO.
           READ LOAN-CONTRACT-FILE
               INVALID KEY
                   DISPLAY 'CONTRATO NAO ENCONTRADO'
               NOT INVALID KEY
                   IF CG-PARCELAS-PAGAS > ZEROS
                      OR CG-ULTIMA-COMP > ZEROS
                       DISPLAY 'CONTRATO COM PARCELA DESCONTADA - '
                           'EXCLUSAO NAO PERMITIDA'
                   ELSE
                       DISPLAY 'CONFIRMA A EXCLUSAO? (S/N): '
                           WITH NO ADVANCING
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                           DELETE LOAN-CONTRACT-FILE RECORD
                           DISPLAY 'CONTRATO ' WRK-CONTRATO
                               ' EXCLUIDO'
                       END-IF
                   END-IF
           END-READ.
