      ***                    SAEM COMO LINHAS PROPRIAS, E O TOTAL
      ***                    DE DESCONTOS CONSIDERA OS PROVENTOS
      ***                    COMPLETOS DA COMPETENCIA
      ***   15/10/2026 HJR   O ADIANTAMENTO QUINZENAL DA
      ***                    COMPETENCIA (ARQUIVO ADIANTAM DO
      ***                    PRGCOB13) SAI COMO LINHA PROPRIA DE
      ***                    DESCONTO, NA FOLHA ATUAL (MES DO
      ***                    CALCULO) E NA FOTO DO PAYHIST
      ***   15/10/2026 HJR   O DESCONTO DE EMPRESTIMO CONSIGNADO
      ***                    FEITO NA COMPETENCIA (CONTRATOS DO
      ***                    CONSIGNA BAIXADOS PELO PRGCOB04) SAI
      ***                    COMO LINHA PROPRIA QUANDO HOUVER
      ***   15/10/2026 HJR   ACOMPANHA OS DADOS BANCARIOS INCLUIDOS
      ***                    NO PAYHIST.COB (FD DE 129 POSICOES)
      ***   15/10/2026 HJR   ACOMPANHA O CARGO, O TIPO DE CONTRATO
      ***                    E OS VENCIMENTOS DA EXPERIENCIA
      ***                    INCLUIDOS NO EMPLOYEE.COB (FD DE 231
      ***                    POSICOES)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PAYSLIP-FILE ASSIGN TO 'CONTRACH'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALARY-ADVANCE-FILE ASSIGN TO 'ADIANTAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CHAVE
               FILE STATUS IS WS-ADIANT-STATUS.
           SELECT LOAN-CONTRACT-FILE ASSIGN TO 'CONSIGNA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               FILE STATUS IS WS-CONSIG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       FD  PAYROLL-HIST-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY 'PAYHIST.COB'.

       FD  PAYSLIP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYSLIP-LINE          PIC X(80).

       FD  SALARY-ADVANCE-FILE
           RECORD CONTAINS 76 CHARACTERS.
           COPY 'ADIANTA.COB'.

       FD  LOAN-CONTRACT-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY 'CONSIGNA.COB'.

       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-HIST-STATUS        PIC X(02)     VALUE SPACES.
       77  WRK-ALIQ-EFETIVA      PIC 9(02)V99  VALUE ZEROS.
       77  WRK-DEP-HIST-SW       PIC X(01)     VALUE 'N'.
           88 WRK-SEM-RECORRENTES              VALUE 'S'.
       77  WS-ADIANT-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-ADIANT-ABERTO-SW   PIC X(01)     VALUE 'N'.
           88 WS-ADIANT-ABERTO                 VALUE 'S'.
       77  WRK-COMP-ADIANT       PIC 9(06)     VALUE ZEROS.
       77  WS-DATA-ATUAL         PIC 9(08)     VALUE ZEROS.
       77  WS-CONSIG-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-CONSIG-ABERTO-SW   PIC X(01)     VALUE 'N'.
           88 WS-CONSIG-ABERTO                 VALUE 'S'.
       77  WS-FIM-CONSIG-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-CONSIG                    VALUE 'S'.
       77  WRK-VL-CONSIGNADO     PIC 9(07)V99  VALUE ZEROS.

       01  WS-PAG-TITULO.
           02 FILLER             PIC X(30) VALUE
           END-IF.
           DISPLAY 'MATRICULA (0 = TODOS).. : ' WITH NO ADVANCING.
           ACCEPT WRK-ID.
           PERFORM 0050-ABRIR-ADIANTAMENTOS.
           IF WS-MODO-HISTORICO
               PERFORM 0200-EMITIR-DO-HISTORICO
           ELSE
               PERFORM 0100-EMITIR-DA-FOLHA
           END-IF.
           IF WS-ADIANT-ABERTO
               CLOSE SALARY-ADVANCE-FILE
           END-IF.
           IF WS-CONSIG-ABERTO
               CLOSE LOAN-CONTRACT-FILE
           END-IF.
           GOBACK.

      *********** ADIANTAMENTOS DA COMPETENCIA EMITIDA: A FOTO ***
      *********** INFORMADA OU, NA FOLHA ATUAL, O MES DO CALCULO **
      *********** DO PRGCOB04 (DATA DA MAQUINA) *******************
       0050-ABRIR-ADIANTAMENTOS.
           IF WS-MODO-HISTORICO
               MOVE WRK-COMPETENCIA TO WRK-COMP-ADIANT
           ELSE
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
               DIVIDE WS-DATA-ATUAL BY 100 GIVING WRK-COMP-ADIANT
           END-IF.
           OPEN INPUT SALARY-ADVANCE-FILE.
           IF WS-ADIANT-STATUS = '00'
               MOVE 'S' TO WS-ADIANT-ABERTO-SW
           END-IF.
           OPEN INPUT LOAN-CONTRACT-FILE.
           IF WS-CONSIG-STATUS = '00'
               MOVE 'S' TO WS-CONSIG-ABERTO-SW
           END-IF.

       0100-EMITIR-DA-FOLHA.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = '00'
               MOVE EM-VL-REFEICAO TO WP-VALOR
               WRITE PAYSLIP-LINE FROM WS-PAG-VALOR
           END-IF.
           PERFORM 0530-LINHA-ADIANTAMENTO.
           PERFORM 0540-LINHA-CONSIGNADO.
           COMPUTE WRK-TOTAL-DESCONTOS =
               EM-SALARIO-BRUTO + EM-VALOR-COMISSAO
               + EM-VL-HE50 + EM-VL-HE100 + EM-VL-NOTURNO
           END-IF.
           MOVE WRK-ALIQ-EFETIVA TO WP-ALIQUOTA.
           MOVE ' %' TO WP-PCT.

       0530-LINHA-ADIANTAMENTO.
           MOVE ZEROS TO WP-VALOR.
           IF WS-ADIANT-ABERTO
               MOVE WRK-COMP-ADIANT TO AD-COMPETENCIA
               MOVE EM-ID           TO AD-ID
               READ SALARY-ADVANCE-FILE
                   NOT INVALID KEY
                       MOVE AD-VALOR TO WP-VALOR
               END-READ
           END-IF.
           MOVE 'ADIANTAMENTO SALARIAL.' TO WP-DESCRICAO.
           WRITE PAYSLIP-LINE FROM WS-PAG-VALOR.

      *********** CONTRATOS DA MATRICULA COM DESCONTO NA *********
      *********** COMPETENCIA EMITIDA ******************************
       0540-LINHA-CONSIGNADO.
           MOVE ZEROS TO WRK-VL-CONSIGNADO.
           IF WS-CONSIG-ABERTO
               MOVE 'N'        TO WS-FIM-CONSIG-SW
               MOVE EM-ID      TO CG-ID
               MOVE LOW-VALUES TO CG-CONTRATO
               START LOAN-CONTRACT-FILE
                   KEY NOT LESS THAN CG-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-CONSIG-SW
               END-START
               PERFORM 0545-SOMAR-CONSIGNADO
                   UNTIL WS-FIM-CONSIG
           END-IF.
           IF WRK-VL-CONSIGNADO > ZEROS
               MOVE 'EMPRESTIMO CONSIGNADO.' TO WP-DESCRICAO
               MOVE WRK-VL-CONSIGNADO TO WP-VALOR
               WRITE PAYSLIP-LINE FROM WS-PAG-VALOR
           END-IF.

       0545-SOMAR-CONSIGNADO.
           READ LOAN-CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONSIG-SW
           END-READ.
           IF NOT WS-FIM-CONSIG
               IF CG-ID NOT = EM-ID
                   MOVE 'S' TO WS-FIM-CONSIG-SW
               ELSE
                   IF CG-ULTIMA-COMP = WRK-COMP-ADIANT
                       ADD CG-VL-DESCONTO-COMP TO WRK-VL-CONSIGNADO
                   END-IF
               END-IF
           END-IF.
