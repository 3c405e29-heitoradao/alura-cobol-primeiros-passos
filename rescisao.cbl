      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   SALDO DOS EMPRESTIMOS CONSIGNADOS
      ***                    ATIVOS (CONSIGNA) ABATIDO DAS VERBAS
      ***                    ATE 35 POR CENTO DO LIQUIDO DA
      ***                    RESCISAO; O QUE SOBRA FICA NO CONTRATO
      ***                    (SITUACAO R) PARA O BANCO COBRAR DO
      ***                    EX-EMPREGADO E SAI NO TERMO
      ***   15/10/2026 HJR   ACOMPANHA OS DADOS BANCARIOS INCLUIDOS
      ***                    NO PAYHIST.COB (FD DE 129 POSICOES),
      ***                    GRAVADOS ZERADOS NESTE LANCAMENTO
      ***   15/10/2026 HJR   ACOMPANHA O CARGO, O TIPO DE CONTRATO
      ***                    E OS VENCIMENTOS DA EXPERIENCIA
      ***                    INCLUIDOS NO EMPLOYEE.COB (FD DE 231
      ***                    POSICOES)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-IRRF-PARM-STATUS.
           SELECT TERM-REPORT-FILE ASSIGN TO 'TERMORES'
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  INSS-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TERM-REPORT-LINE      PIC X(80).

       FD  LOAN-CONTRACT-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY 'CONSIGNA.COB'.

       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-HIST-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-QTD-FAIXAS-IRRF    PIC 9(02)     VALUE ZEROS.
       77  WS-IDX-INSS-ACHADO    PIC 9(02)     VALUE ZEROS.
       77  WS-IDX-IRRF-ACHADO    PIC 9(02)     VALUE ZEROS.
       77  WS-CONSIG-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-CONSIG-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-CONSIG                    VALUE 'S'.
       77  WS-PCT-MARGEM         PIC 9(02)V99  VALUE 35,00.
       77  WRK-MARGEM-RESCISAO   PIC 9(07)V99  VALUE ZEROS.
       77  WRK-VL-ABATIDO        PIC 9(07)V99  VALUE ZEROS.
       77  WRK-VL-CONSIGNADO     PIC 9(07)V99  VALUE ZEROS.
       77  WRK-SALDO-A-COBRAR    PIC 9(07)V99  VALUE ZEROS.

       01  WRK-DATA-DESLIG       PIC 9(08)     VALUE ZEROS.
       01  WRK-DATA-DESLIG-GRP REDEFINES WRK-DATA-DESLIG.
               + WRK-FERIAS-PROP + WRK-TERCO-FERIAS.
           COMPUTE WRK-TOTAL-LIQUIDO =
               WRK-TOTAL-BRUTO - WRK-VL-INSS - WRK-VL-IRRF.
           PERFORM 0450-ABATER-CONSIGNADO.
           PERFORM 0500-IMPRIMIR-TERMO.
           PERFORM 0600-GRAVAR-PAYHIST.

               SET WS-IDX-IRRF-ACHADO TO WS-IDX-IRRF
           END-IF.

      *********** CONSIGNADO NA RESCISAO: O SALDO DEVEDOR DOS *****
      *********** CONTRATOS ATIVOS E ABATIDO ATE 35% DO LIQUIDO ****
      *********** DAS VERBAS; CONTRATO COM SOBRA FICA RESCINDIDO ***
      *********** (R) COM O SALDO PARA O BANCO COBRAR **************
       0450-ABATER-CONSIGNADO.
           COMPUTE WRK-COMP-FINAL =
               WRK-DES-ANO * 100 + WRK-DES-MES.
           MOVE ZEROS TO WRK-VL-CONSIGNADO.
           MOVE ZEROS TO WRK-SALDO-A-COBRAR.
           MOVE ZEROS TO WRK-MARGEM-RESCISAO.
           IF WRK-TOTAL-LIQUIDO > ZEROS
               COMPUTE WRK-MARGEM-RESCISAO ROUNDED =
                   WRK-TOTAL-LIQUIDO * WS-PCT-MARGEM / 100
           END-IF.
           OPEN I-O LOAN-CONTRACT-FILE.
           IF WS-CONSIG-STATUS = '00'
               MOVE 'N'        TO WS-FIM-CONSIG-SW
               MOVE WRK-ID     TO CG-ID
               MOVE LOW-VALUES TO CG-CONTRATO
               START LOAN-CONTRACT-FILE
                   KEY NOT LESS THAN CG-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-CONSIG-SW
               END-START
               IF NOT WS-FIM-CONSIG
                   PERFORM 0460-LER-CONSIGNADO
               END-IF
               PERFORM 0470-ABATER-CONTRATO
                   UNTIL WS-FIM-CONSIG
               CLOSE LOAN-CONTRACT-FILE
           END-IF.
           SUBTRACT WRK-VL-CONSIGNADO FROM WRK-TOTAL-LIQUIDO.

       0460-LER-CONSIGNADO.
           READ LOAN-CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONSIG-SW
           END-READ.
           IF NOT WS-FIM-CONSIG
               IF CG-ID NOT = WRK-ID
                   MOVE 'S' TO WS-FIM-CONSIG-SW
               END-IF
           END-IF.

       0470-ABATER-CONTRATO.
           IF CG-ATIVO AND CG-SALDO-DEVEDOR > ZEROS
               COMPUTE WRK-VL-ABATIDO =
                   WRK-MARGEM-RESCISAO - WRK-VL-CONSIGNADO
               IF WRK-VL-ABATIDO > CG-SALDO-DEVEDOR
                   MOVE CG-SALDO-DEVEDOR TO WRK-VL-ABATIDO
               END-IF
               SUBTRACT WRK-VL-ABATIDO FROM CG-SALDO-DEVEDOR
               ADD WRK-VL-ABATIDO TO WRK-VL-CONSIGNADO
               IF CG-SALDO-DEVEDOR = ZEROS
                   MOVE 'Q' TO CG-SITUACAO
               ELSE
                   MOVE 'R' TO CG-SITUACAO
                   ADD CG-SALDO-DEVEDOR TO WRK-SALDO-A-COBRAR
               END-IF
               IF CG-ULTIMA-COMP = WRK-COMP-FINAL
                   ADD WRK-VL-ABATIDO TO CG-VL-DESCONTO-COMP
               ELSE
                   MOVE WRK-COMP-FINAL TO CG-ULTIMA-COMP
                   MOVE WRK-VL-ABATIDO TO CG-VL-DESCONTO-COMP
               END-IF
               REWRITE LOAN-CONTRACT-REC
           END-IF.
           PERFORM 0460-LER-CONSIGNADO.

       0500-IMPRIMIR-TERMO.
           OPEN OUTPUT TERM-REPORT-FILE.
           WRITE TERM-REPORT-LINE FROM WS-TERMO-TITULO.
           MOVE 'DESCONTO IRRF..............' TO WT-DESCRICAO.
           MOVE WRK-VL-IRRF TO WT-VALOR.
           WRITE TERM-REPORT-LINE FROM WS-TERMO-VERBA.
           IF WRK-VL-CONSIGNADO > ZEROS
               MOVE 'EMPRESTIMO CONSIGNADO......' TO WT-DESCRICAO
               MOVE WRK-VL-CONSIGNADO TO WT-VALOR
               WRITE TERM-REPORT-LINE FROM WS-TERMO-VERBA
           END-IF.
           MOVE 'TOTAL LIQUIDO DA RESCISAO..' TO WT-DESCRICAO.
           MOVE WRK-TOTAL-LIQUIDO TO WT-VALOR.
           WRITE TERM-REPORT-LINE FROM WS-TERMO-VERBA.
           IF WRK-SALDO-A-COBRAR > ZEROS
               MOVE 'CONSIGNADO A COBRAR (BANCO)' TO WT-DESCRICAO
               MOVE WRK-SALDO-A-COBRAR TO WT-VALOR
               WRITE TERM-REPORT-LINE FROM WS-TERMO-VERBA
           END-IF.
           CLOSE TERM-REPORT-FILE.
           DISPLAY 'TERMO DE RESCISAO GERADO EM TERMORES'.

               MOVE ZEROS            TO PH-VL-HE100
               MOVE ZEROS            TO PH-VL-NOTURNO
               MOVE ZEROS            TO PH-VL-FALTAS
               MOVE ZEROS            TO PH-BANCO
               MOVE ZEROS            TO PH-AGENCIA
               MOVE ZEROS            TO PH-CONTA
               WRITE PAYROLL-HIST-REC
                   INVALID KEY
                       REWRITE PAYROLL-HIST-REC
