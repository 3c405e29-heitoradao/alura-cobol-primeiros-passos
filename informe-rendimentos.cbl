       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB12.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = INFORME ANUAL DE RENDIMENTOS E
      ***                            ARQUIVO ANUAL DE RETENCOES NA
      ***                            FONTE: AS COMPETENCIAS DO
      ***                            ANO-CALENDARIO NO PAYHIST
      ***                            (AAAA01 A AAAA12, INCLUSIVE A
      ***                            FOTO DA RESCISAO DO PRGCOB71, E
      ***                            AAAA13/AAAA14 DO 13 SALARIO DO
      ***                            PRGCOB69 E AAAA15 DAS FERIAS DO
      ***                            PRGCOB70) SAO TOTALIZADAS POR
      ***                            MATRICULA EM RENDIMENTO
      ***                            TRIBUTAVEL, INSS E IRRF RETIDOS,
      ***                            COM DEPENDENTES E PENSAO DO
      ***                            CADASTRO (EMPLOYEF) E O 13
      ***                            SALARIO EM QUADRO PROPRIO DE
      ***                            TRIBUTACAO EXCLUSIVA; IMPRIME O
      ***                            COMPROVANTE DE CADA FUNCIONARIO
      ***                            (INFREND) E GRAVA O ARQUIVO
      ***                            CONSOLIDADO PARA A RECEITA
      ***                            (DIRFANO) COM HEADER, UM
      ***                            DETALHE POR BENEFICIARIO E
      ***                            TRAILER DE TOTAIS
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   ACOMPANHA OS DADOS BANCARIOS INCLUIDOS
      ***                    NO PAYHIST.COB (FD DE 129 POSICOES)
      ***   15/10/2026 HJR   ACOMPANHA O CARGO, O TIPO DE CONTRATO
      ***                    E OS VENCIMENTOS DA EXPERIENCIA
      ***                    INCLUIDOS NO EMPLOYEE.COB (FD DE 231
      ***                    POSICOES)
      ***   15/10/2026 HJR   AS FERIAS PAGAS (COMPETENCIA AAAA15
      ***                    DO PRGCOB70) ENTRAM NO RENDIMENTO
      ***                    TRIBUTAVEL, NO INSS E NO IRRF
      ***--------------------------------------------------
      ***   RENDIMENTO TRIBUTAVEL DO MES = BRUTO + COMISSAO +
      ***              HORA EXTRA 50/100 + NOTURNO - FALTAS,
      ***              OS MESMOS PROVENTOS DO CONTRACHEQUE
      ***   FERIAS   = BRUTO, INSS E IRRF DA AAAA15 SOMADOS AO
      ***              RENDIMENTO TRIBUTAVEL E AS RETENCOES
      ***   PENSAO   = VALOR MENSAL DO CADASTRO VEZES OS MESES
      ***              COM COMPETENCIA NO ANO
      ***   13       = BRUTO, INSS E IRRF DA AAAA14; SEM ELA, O
      ***              BRUTO DA PARCELA 1 (AAAA13). O 13
      ***              PROPORCIONAL DA RESCISAO JA VEM DENTRO DO
      ***              BRUTO DA FOTO DE SITUACAO D
      ***   DESLIGADOS COM COMPETENCIA NO ANO SAEM NORMALMENTE
      ***   RETORNO: 00 = LIMPO   04 = MATRICULA SEM CADASTRO OU
      ***                             TABELA CHEIA
      ***               08 = ANO INVALIDO OU PAYHIST INDISPONIVEL
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-HIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT INCOME-STATEMENT-FILE ASSIGN TO 'INFREND'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WITHHOLDING-FILE ASSIGN TO 'DIRFANO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HIST-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY 'PAYHIST.COB'.

       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       FD  INCOME-STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INCOME-STATEMENT-LINE PIC X(80).

       FD  WITHHOLDING-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  WITHHOLDING-REC       PIC X(120).

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  RUN-CTRL-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY 'RUNCTL.COB'.

       WORKING-STORAGE SECTION.
       77  WS-HIST-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-HIST-SW        PIC X(01)     VALUE 'N'.
           88 WS-FIM-HIST                      VALUE 'S'.
       77  WS-FUNC-ACHADO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FUNC-ACHADO                   VALUE 'S'.
       77  WS-PARAMETRO-SW       PIC X(01)     VALUE 'S'.
           88 WS-PARAMETRO-OK                  VALUE 'S'.
       77  WRK-ANO               PIC 9(04)     VALUE ZEROS.
       77  WRK-ANO-PROCESSO      PIC 9(04)     VALUE ZEROS.
       77  WRK-COMP-INI          PIC 9(06)     VALUE ZEROS.
       77  WRK-COMP-DEZ          PIC 9(06)     VALUE ZEROS.
       77  WRK-COMP-13           PIC 9(06)     VALUE ZEROS.
       77  WRK-COMP-14           PIC 9(06)     VALUE ZEROS.
       77  WRK-COMP-15           PIC 9(06)     VALUE ZEROS.
       77  WS-IDX-ACHADO         PIC 9(03)     VALUE ZEROS.
       77  WRK-IDX-I             PIC 9(03)     VALUE ZEROS.
       77  WRK-RENDIMENTO-MES    PIC S9(07)V99 VALUE ZEROS.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-INFORMES       PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-DESLIGADOS     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-SEM-CADASTRO   PIC 9(05)     VALUE ZEROS.
       77  WS-TOTAL-RENDIMENTO   PIC 9(10)V99  VALUE ZEROS.
       77  WS-TOTAL-INSS         PIC 9(10)V99  VALUE ZEROS.
       77  WS-TOTAL-IRRF         PIC 9(10)V99  VALUE ZEROS.
       77  WS-TOTAL-13           PIC 9(10)V99  VALUE ZEROS.
       77  WS-TOTAL-IRRF-13      PIC 9(10)V99  VALUE ZEROS.
       77  WS-TOTAL-ED           PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WS-DATA-DESLIG        PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-DESLIG-R REDEFINES WS-DATA-DESLIG.
           02 WS-DESLIG-ANO      PIC 9(04).
           02 WS-DESLIG-MES      PIC 9(02).
           02 WS-DESLIG-DIA      PIC 9(02).

       01  WS-TABELA-FUNC.
           02 WS-QTD-FUNC        PIC 9(03)     VALUE ZEROS.
           02 WS-FUNC-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-IDX-FUNC.
               03 WS-FUNC-ID          PIC 9(05).
               03 WS-FUNC-NOME        PIC X(30).
               03 WS-FUNC-MESES       PIC 9(02).
               03 WS-FUNC-SITUACAO    PIC X(01).
               03 WS-FUNC-DATA-DESLIG PIC 9(08).
               03 WS-FUNC-DEPENDENTES PIC 9(02).
               03 WS-FUNC-RENDIMENTO  PIC S9(08)V99.
               03 WS-FUNC-INSS        PIC 9(08)V99.
               03 WS-FUNC-IRRF        PIC 9(08)V99.
               03 WS-FUNC-PENSAO      PIC 9(08)V99.
               03 WS-FUNC-13-PARC1    PIC 9(08)V99.
               03 WS-FUNC-13-BRUTO    PIC 9(08)V99.
               03 WS-FUNC-13-INSS     PIC 9(08)V99.
               03 WS-FUNC-13-IRRF     PIC 9(08)V99.

      *********** COMPROVANTE IMPRESSO (INFREND) ********************
       01  WS-LINHA-TITULO.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 FILLER             PIC X(40) VALUE
              'COMPROVANTE DE RENDIMENTOS PAGOS E DE IM'.
           02 FILLER             PIC X(36) VALUE
              'POSTO SOBRE A RENDA RETIDO NA FONTE '.
       01  WS-LINHA-FONTE.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 FILLER             PIC X(17) VALUE 'ANO-CALENDARIO : '.
           02 WLF-ANO            PIC 9(04).
           02 FILLER             PIC X(05) VALUE SPACES.
           02 FILLER             PIC X(17) VALUE 'FONTE PAGADORA : '.
           02 FILLER             PIC X(20) VALUE
              'EMPRESA ALURA LTDA  '.
       01  WS-LINHA-BENEFICIARIO.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 FILLER             PIC X(12) VALUE 'MATRICULA : '.
           02 WLB-MATRICULA      PIC 9(05).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 FILLER             PIC X(07) VALUE 'NOME : '.
           02 WLB-NOME           PIC X(30).
       01  WS-LINHA-SITUACAO.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 FILLER             PIC X(11) VALUE 'SITUACAO : '.
           02 WLS-SITUACAO       PIC X(24).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 FILLER             PIC X(14) VALUE 'DEPENDENTES : '.
           02 WLS-DEPENDENTES    PIC Z9.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 FILLER             PIC X(08) VALUE 'MESES : '.
           02 WLS-MESES          PIC Z9.
       01  WS-LINHA-QUADRO.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLQ-QUADRO         PIC X(60).
       01  WS-LINHA-VALOR.
           02 FILLER             PIC X(04) VALUE SPACES.
           02 WLV-ROTULO         PIC X(52).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WLV-VALOR          PIC $ZZZ.ZZZ.ZZ9,99-.
       01  WS-LINHA-SEPARADOR.
           02 FILLER             PIC X(80) VALUE ALL '-'.
       01  WS-LINHA-FIM-INFORME.
           02 FILLER             PIC X(80) VALUE ALL '='.

      *********** ARQUIVO ANUAL DE RETENCOES (DIRFANO) **************
       01  WS-DIRF-HEADER.
           02 FILLER             PIC X(01) VALUE '0'.
           02 FILLER             PIC X(20) VALUE
              'EMPRESA ALURA LTDA  '.
           02 WDH-ANO            PIC 9(04).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDH-DATA-GERACAO   PIC 9(08).
           02 FILLER             PIC X(86) VALUE SPACES.
       01  WS-DIRF-DETALHE.
           02 FILLER             PIC X(01) VALUE '1'.
           02 WDD-MATRICULA      PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDD-NOME           PIC X(30).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDD-SITUACAO       PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDD-DEPENDENTES    PIC 9(02).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDD-RENDIMENTO     PIC 9(08)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDD-INSS           PIC 9(08)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDD-PENSAO         PIC 9(08)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDD-IRRF           PIC 9(08)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDD-13-BRUTO       PIC 9(08)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDD-13-INSS        PIC 9(08)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDD-13-IRRF        PIC 9(08)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
       01  WS-DIRF-TRAILER.
           02 FILLER             PIC X(01) VALUE '9'.
           02 WDT-QTD-BENEF      PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDT-RENDIMENTO     PIC 9(10)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDT-INSS           PIC 9(10)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDT-IRRF           PIC 9(10)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDT-13-BRUTO       PIC 9(10)V99.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WDT-13-IRRF        PIC 9(10)V99.
           02 FILLER             PIC X(49) VALUE SPACES.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0045-LER-PARAMETROS.
           IF WS-PARAMETRO-OK
               PERFORM 0200-APURAR-RENDIMENTOS
           END-IF.
           IF WS-PARAMETRO-OK
               IF WS-QTD-FUNC = ZEROS
                   DISPLAY 'NENHUMA COMPETENCIA DO ANO NO PAYHIST'
               ELSE
                   PERFORM 0300-COMPLETAR-CADASTRO
                   PERFORM 0400-EMITIR-INFORMES
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

      *********** ANO-CALENDARIO DO INFORME (0 = ANO ANTERIOR AO ***
      *********** DA DATA DE PROCESSAMENTO); ANO FUTURO E RECUSADO *
       0045-LER-PARAMETROS.
           DIVIDE WS-DATA-PROCESSO BY 10000
               GIVING WRK-ANO-PROCESSO.
           DISPLAY 'INFORME DE RENDIMENTOS E RETENCOES NA FONTE'.
           DISPLAY 'ANO-CALENDARIO (AAAA, 0 = ANO ANTERIOR): '
               WITH NO ADVANCING.
           ACCEPT WRK-ANO.
           IF WRK-ANO = ZEROS
               COMPUTE WRK-ANO = WRK-ANO-PROCESSO - 1
           END-IF.
           IF WRK-ANO < 1900 OR WRK-ANO > WRK-ANO-PROCESSO
               DISPLAY 'ANO-CALENDARIO INVALIDO: ' WRK-ANO
               MOVE 'PRGCOB12' TO EL-PROGRAMA
               MOVE '0045-LER-PARAMETROS' TO EL-PARAGRAFO
               MOVE 'ANO-CALENDARIO INVALIDO' TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-PARAMETRO-SW
               MOVE 8 TO WRK-RETORNO
           ELSE
               COMPUTE WRK-COMP-INI = WRK-ANO * 100 + 1
               COMPUTE WRK-COMP-DEZ = WRK-ANO * 100 + 12
               COMPUTE WRK-COMP-13  = WRK-ANO * 100 + 13
               COMPUTE WRK-COMP-14  = WRK-ANO * 100 + 14
               COMPUTE WRK-COMP-15  = WRK-ANO * 100 + 15
           END-IF.

      *********** PASSA AS COMPETENCIAS AAAA01 A AAAA15 DO PAYHIST *
      *********** (POSICIONA NA PRIMEIRA DO ANO, COMO O PRGCOB41) **
       0200-APURAR-RENDIMENTOS.
           OPEN INPUT PAYROLL-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'HISTORICO PAYHIST NAO DISPONIVEL'
               MOVE 'PRGCOB12' TO EL-PROGRAMA
               MOVE '0200-APURAR-RENDIMENTOS' TO EL-PARAGRAFO
               MOVE 'HISTORICO PAYHIST NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 'N' TO WS-PARAMETRO-SW
               MOVE 8 TO WRK-RETORNO
           ELSE
               MOVE WRK-COMP-INI TO PH-COMPETENCIA
               MOVE ZEROS        TO PH-ID
               START PAYROLL-HIST-FILE
                   KEY NOT LESS THAN PH-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-HIST-SW
               END-START
               IF NOT WS-FIM-HIST
                   PERFORM 0210-LER-HISTORICO
                   PERFORM 0220-SOMAR-COMPETENCIA
                       UNTIL WS-FIM-HIST
               END-IF
               CLOSE PAYROLL-HIST-FILE
           END-IF.

       0210-LER-HISTORICO.
           READ PAYROLL-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-HIST-SW
           END-READ.
           IF NOT WS-FIM-HIST
               IF PH-COMPETENCIA > WRK-COMP-15
                   MOVE 'S' TO WS-FIM-HIST-SW
               END-IF
           END-IF.

      *********** MESES 01-12 SOMAM RENDIMENTO E RETENCOES; A *****
      *********** AAAA13 GUARDA A PARCELA 1 E A AAAA14 O 13 *******
      *********** FECHADO COM OS DESCONTOS (TRIBUTACAO EXCLUSIVA); *
      *********** AS FERIAS PAGAS (AAAA15, PRGCOB70) SOMAM NO *****
      *********** RENDIMENTO E RETENCOES, SEM CONTAR COMO MES ******
       0220-SOMAR-COMPETENCIA.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-IDX-ACHADO.
           IF PH-COMPETENCIA >= WRK-COMP-INI
               PERFORM 0230-LOCALIZAR-FUNC
           END-IF.
           IF WS-IDX-ACHADO > ZEROS
               IF PH-COMPETENCIA <= WRK-COMP-DEZ
                   COMPUTE WRK-RENDIMENTO-MES =
                       PH-SALARIO-BRUTO + PH-VALOR-COMISSAO
                       + PH-VL-HE50 + PH-VL-HE100 + PH-VL-NOTURNO
                       - PH-VL-FALTAS
                   ADD WRK-RENDIMENTO-MES
                       TO WS-FUNC-RENDIMENTO(WS-IDX-ACHADO)
                   ADD PH-VALOR-INSS TO WS-FUNC-INSS(WS-IDX-ACHADO)
                   ADD PH-VALOR-IRRF TO WS-FUNC-IRRF(WS-IDX-ACHADO)
                   ADD 1 TO WS-FUNC-MESES(WS-IDX-ACHADO)
                   MOVE PH-NOME TO WS-FUNC-NOME(WS-IDX-ACHADO)
                   IF PH-SITUACAO = 'D'
                       MOVE 'D' TO WS-FUNC-SITUACAO(WS-IDX-ACHADO)
                   END-IF
               ELSE
                   EVALUATE PH-COMPETENCIA
                       WHEN WRK-COMP-13
                           MOVE PH-SALARIO-BRUTO
                               TO WS-FUNC-13-PARC1(WS-IDX-ACHADO)
                       WHEN WRK-COMP-14
                           MOVE PH-SALARIO-BRUTO
                               TO WS-FUNC-13-BRUTO(WS-IDX-ACHADO)
                           MOVE PH-VALOR-INSS
                               TO WS-FUNC-13-INSS(WS-IDX-ACHADO)
                           MOVE PH-VALOR-IRRF
                               TO WS-FUNC-13-IRRF(WS-IDX-ACHADO)
                       WHEN OTHER
                           ADD PH-SALARIO-BRUTO
                               TO WS-FUNC-RENDIMENTO(WS-IDX-ACHADO)
                           ADD PH-VALOR-INSS
                               TO WS-FUNC-INSS(WS-IDX-ACHADO)
                           ADD PH-VALOR-IRRF
                               TO WS-FUNC-IRRF(WS-IDX-ACHADO)
                   END-EVALUATE
                   IF WS-FUNC-NOME(WS-IDX-ACHADO) = SPACES
                       MOVE PH-NOME TO WS-FUNC-NOME(WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0210-LER-HISTORICO.

       0230-LOCALIZAR-FUNC.
           MOVE ZEROS TO WS-IDX-ACHADO.
           MOVE 'N' TO WS-FUNC-ACHADO-SW.
           PERFORM 0240-COMPARAR-FUNC
               VARYING WS-IDX-FUNC FROM 1 BY 1
               UNTIL WS-IDX-FUNC > WS-QTD-FUNC
                  OR WS-FUNC-ACHADO.
           IF NOT WS-FUNC-ACHADO
               IF WS-QTD-FUNC < 500
                   ADD 1 TO WS-QTD-FUNC
                   MOVE WS-QTD-FUNC TO WS-IDX-ACHADO
                   INITIALIZE WS-FUNC-ENTRY(WS-IDX-ACHADO)
                   MOVE PH-ID TO WS-FUNC-ID(WS-IDX-ACHADO)
                   MOVE 'A'   TO WS-FUNC-SITUACAO(WS-IDX-ACHADO)
               ELSE
                   DISPLAY 'TABELA DE FUNCIONARIOS CHEIA - '
                       'MATRICULA IGNORADA: ' PH-ID
                   PERFORM 0590-MARCAR-REJEICAO
               END-IF
           END-IF.

       0240-COMPARAR-FUNC.
           IF WS-FUNC-ID(WS-IDX-FUNC) = PH-ID
               MOVE 'S' TO WS-FUNC-ACHADO-SW
               SET WS-IDX-ACHADO TO WS-IDX-FUNC
           END-IF.

      *********** DEPENDENTES, PENSAO E DESLIGAMENTO VEM DO ********
      *********** CADASTRO ATUAL (EMPLOYEF) PELA MATRICULA; SEM ****
      *********** CADASTRO, O INFORME SAI SO COM O QUE HA NO ******
      *********** PAYHIST E A EXECUCAO TERMINA COM AVISO **********
       0300-COMPLETAR-CADASTRO.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO EMPLOYEF NAO DISPONIVEL - INFORMES '
                   'SEM DEPENDENTES E PENSAO'
               MOVE 'PRGCOB12' TO EL-PROGRAMA
               MOVE '0300-COMPLETAR-CADASTRO' TO EL-PARAGRAFO
               MOVE 'ARQUIVO EMPLOYEF NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE WS-QTD-FUNC TO WS-QTD-SEM-CADASTRO
               PERFORM 0590-MARCAR-REJEICAO
           ELSE
               PERFORM 0310-BUSCAR-CADASTRO
                   VARYING WRK-IDX-I FROM 1 BY 1
                   UNTIL WRK-IDX-I > WS-QTD-FUNC
               CLOSE EMPLOYEE-FILE
           END-IF.

       0310-BUSCAR-CADASTRO.
           MOVE WS-FUNC-ID(WRK-IDX-I) TO EM-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CADASTRO
                   DISPLAY 'MATRICULA SEM CADASTRO: '
                       WS-FUNC-ID(WRK-IDX-I)
                   PERFORM 0590-MARCAR-REJEICAO
               NOT INVALID KEY
                   MOVE EM-DEPENDENTES
                       TO WS-FUNC-DEPENDENTES(WRK-IDX-I)
                   COMPUTE WS-FUNC-PENSAO(WRK-IDX-I) =
                       EM-VL-PENSAO * WS-FUNC-MESES(WRK-IDX-I)
                   IF EM-SITUACAO = 'D'
                       MOVE 'D' TO WS-FUNC-SITUACAO(WRK-IDX-I)
                       MOVE EM-DATA-DESLIGAMENTO
                           TO WS-FUNC-DATA-DESLIG(WRK-IDX-I)
                   END-IF
           END-READ.

      *********** UM COMPROVANTE POR FUNCIONARIO NO INFREND E UM ***
      *********** DETALHE NO DIRFANO, ENTRE HEADER E TRAILER *******
       0400-EMITIR-INFORMES.
           OPEN OUTPUT INCOME-STATEMENT-FILE.
           OPEN OUTPUT WITHHOLDING-FILE.
           MOVE WRK-ANO          TO WDH-ANO.
           MOVE WS-DATA-PROCESSO TO WDH-DATA-GERACAO.
           WRITE WITHHOLDING-REC FROM WS-DIRF-HEADER.
           PERFORM 0410-EMITIR-UM-INFORME
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WS-QTD-FUNC.
           MOVE WS-QTD-INFORMES     TO WDT-QTD-BENEF.
           MOVE WS-TOTAL-RENDIMENTO TO WDT-RENDIMENTO.
           MOVE WS-TOTAL-INSS       TO WDT-INSS.
           MOVE WS-TOTAL-IRRF       TO WDT-IRRF.
           MOVE WS-TOTAL-13         TO WDT-13-BRUTO.
           MOVE WS-TOTAL-IRRF-13    TO WDT-13-IRRF.
           WRITE WITHHOLDING-REC FROM WS-DIRF-TRAILER.
           CLOSE WITHHOLDING-FILE.
           CLOSE INCOME-STATEMENT-FILE.
           DISPLAY '===== INFORME DE RENDIMENTOS ====='.
           DISPLAY 'ANO-CALENDARIO......... : ' WRK-ANO.
           DISPLAY 'COMPETENCIAS LIDAS..... : ' WS-QTD-LIDOS.
           DISPLAY 'INFORMES EMITIDOS...... : ' WS-QTD-INFORMES.
           DISPLAY 'DESLIGADOS NO ANO...... : ' WS-QTD-DESLIGADOS.
           DISPLAY 'SEM CADASTRO........... : ' WS-QTD-SEM-CADASTRO.
           MOVE WS-TOTAL-RENDIMENTO TO WS-TOTAL-ED.
           DISPLAY 'RENDIMENTOS TRIBUTAVEIS : ' WS-TOTAL-ED.
           MOVE WS-TOTAL-IRRF TO WS-TOTAL-ED.
           DISPLAY 'IRRF RETIDO............ : ' WS-TOTAL-ED.
           DISPLAY 'COMPROVANTES EM INFREND E ARQUIVO EM DIRFANO'.
           DISPLAY '=================================='.

       0410-EMITIR-UM-INFORME.
           IF WS-FUNC-13-BRUTO(WRK-IDX-I) = ZEROS
               MOVE WS-FUNC-13-PARC1(WRK-IDX-I)
                   TO WS-FUNC-13-BRUTO(WRK-IDX-I)
           END-IF.
           IF WS-FUNC-SITUACAO(WRK-IDX-I) = 'D'
               ADD 1 TO WS-QTD-DESLIGADOS
           END-IF.
           PERFORM 0420-IMPRIMIR-COMPROVANTE.
           PERFORM 0430-GRAVAR-DETALHE-DIRF.
           ADD 1 TO WS-QTD-INFORMES.
           ADD WS-FUNC-RENDIMENTO(WRK-IDX-I) TO WS-TOTAL-RENDIMENTO.
           ADD WS-FUNC-INSS(WRK-IDX-I)       TO WS-TOTAL-INSS.
           ADD WS-FUNC-IRRF(WRK-IDX-I)       TO WS-TOTAL-IRRF.
           ADD WS-FUNC-13-BRUTO(WRK-IDX-I)   TO WS-TOTAL-13.
           ADD WS-FUNC-13-IRRF(WRK-IDX-I)    TO WS-TOTAL-IRRF-13.

       0420-IMPRIMIR-COMPROVANTE.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-FIM-INFORME.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-TITULO.
           MOVE WRK-ANO TO WLF-ANO.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-FONTE.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE WS-FUNC-ID(WRK-IDX-I)   TO WLB-MATRICULA.
           MOVE WS-FUNC-NOME(WRK-IDX-I) TO WLB-NOME.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-BENEFICIARIO.
           IF WS-FUNC-SITUACAO(WRK-IDX-I) = 'D'
               IF WS-FUNC-DATA-DESLIG(WRK-IDX-I) > ZEROS
                   MOVE WS-FUNC-DATA-DESLIG(WRK-IDX-I)
                       TO WS-DATA-DESLIG
                   MOVE SPACES TO WLS-SITUACAO
                   STRING 'DESLIGADO EM ' WS-DESLIG-DIA '/'
                       WS-DESLIG-MES '/' WS-DESLIG-ANO
                       DELIMITED BY SIZE INTO WLS-SITUACAO
               ELSE
                   MOVE 'DESLIGADO' TO WLS-SITUACAO
               END-IF
           ELSE
               MOVE 'ATIVO' TO WLS-SITUACAO
           END-IF.
           MOVE WS-FUNC-DEPENDENTES(WRK-IDX-I) TO WLS-DEPENDENTES.
           MOVE WS-FUNC-MESES(WRK-IDX-I)       TO WLS-MESES.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-SITUACAO.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-SEPARADOR.
           MOVE 'RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO'
               TO WLQ-QUADRO.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-QUADRO.
           MOVE 'TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)..........'
               TO WLV-ROTULO.
           MOVE WS-FUNC-RENDIMENTO(WRK-IDX-I) TO WLV-VALOR.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-VALOR.
           MOVE 'CONTRIBUICAO PREVIDENCIARIA OFICIAL...............'
               TO WLV-ROTULO.
           MOVE WS-FUNC-INSS(WRK-IDX-I) TO WLV-VALOR.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-VALOR.
           MOVE 'PENSAO ALIMENTICIA................................'
               TO WLV-ROTULO.
           MOVE WS-FUNC-PENSAO(WRK-IDX-I) TO WLV-VALOR.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-VALOR.
           MOVE 'IMPOSTO SOBRE A RENDA RETIDO NA FONTE.............'
               TO WLV-ROTULO.
           MOVE WS-FUNC-IRRF(WRK-IDX-I) TO WLV-VALOR.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-VALOR.
           MOVE 'RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
               TO WLQ-QUADRO.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-QUADRO.
           MOVE 'DECIMO TERCEIRO SALARIO...........................'
               TO WLV-ROTULO.
           MOVE WS-FUNC-13-BRUTO(WRK-IDX-I) TO WLV-VALOR.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-VALOR.
           MOVE 'CONTRIBUICAO PREVIDENCIARIA SOBRE O 13 SALARIO....'
               TO WLV-ROTULO.
           MOVE WS-FUNC-13-INSS(WRK-IDX-I) TO WLV-VALOR.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-VALOR.
           MOVE 'IMPOSTO RETIDO SOBRE O 13 SALARIO.................'
               TO WLV-ROTULO.
           MOVE WS-FUNC-13-IRRF(WRK-IDX-I) TO WLV-VALOR.
           WRITE INCOME-STATEMENT-LINE FROM WS-LINHA-VALOR.

       0430-GRAVAR-DETALHE-DIRF.
           MOVE WS-FUNC-ID(WRK-IDX-I)          TO WDD-MATRICULA.
           MOVE WS-FUNC-NOME(WRK-IDX-I)        TO WDD-NOME.
           MOVE WS-FUNC-SITUACAO(WRK-IDX-I)    TO WDD-SITUACAO.
           MOVE WS-FUNC-DEPENDENTES(WRK-IDX-I) TO WDD-DEPENDENTES.
           MOVE WS-FUNC-RENDIMENTO(WRK-IDX-I)  TO WDD-RENDIMENTO.
           MOVE WS-FUNC-INSS(WRK-IDX-I)        TO WDD-INSS.
           MOVE WS-FUNC-PENSAO(WRK-IDX-I)      TO WDD-PENSAO.
           MOVE WS-FUNC-IRRF(WRK-IDX-I)        TO WDD-IRRF.
           MOVE WS-FUNC-13-BRUTO(WRK-IDX-I)    TO WDD-13-BRUTO.
           MOVE WS-FUNC-13-INSS(WRK-IDX-I)     TO WDD-13-INSS.
           MOVE WS-FUNC-13-IRRF(WRK-IDX-I)     TO WDD-13-IRRF.
           WRITE WITHHOLDING-REC FROM WS-DIRF-DETALHE.

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
               MOVE 'PRGCOB12'          TO RC-PROGRAMA
               MOVE WS-DATA-PROCESSO    TO RC-DATA
               MOVE WS-HORA-INICIO      TO RC-HORA-INICIO
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-HORA-ATUAL       TO RC-HORA-FIM
               MOVE WS-QTD-LIDOS        TO RC-REGISTROS-ENTRADA
               MOVE WS-QTD-INFORMES     TO RC-REGISTROS-SAIDA
               MOVE WS-TOTAL-RENDIMENTO TO RC-TOTAL
               MOVE WRK-RETORNO         TO RC-RETORNO
               WRITE RUN-CTRL-REC
               CLOSE RUN-CTRL-FILE
           END-IF.
