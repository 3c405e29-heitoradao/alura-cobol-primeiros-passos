      ***                    (EM-DATA-ADMISSAO), DA QUAL O
      ***                    CONTROLE DE FERIAS (PRGCOB70)
      ***                    DERIVA OS PERIODOS AQUISITIVOS
      ***   15/10/2026 HJR   O ADIANTAMENTO QUINZENAL PAGO NA
      ***                    COMPETENCIA (ARQUIVO ADIANTAM, RODADA
      ***                    DO PRGCOB13) E LIDO POR MATRICULA E
      ***                    DESCONTADO DO LIQUIDO, SEM MEXER NA
      ***                    BASE DE INSS/IRRF
      ***   15/10/2026 HJR   A PARCELA DOS EMPRESTIMOS CONSIGNADOS
      ***                    ATIVOS DA MATRICULA (ARQUIVO CONSIGNA,
      ***                    CADASTRADO NO PRGCOB14) E DESCONTADA
      ***                    DO LIQUIDO, COM BAIXA DA PARCELA E DO
      ***                    SALDO DEVEDOR NO CONTRATO; RECALCULO
      ***                    NA MESMA COMPETENCIA REPETE O DESCONTO
      ***                    SEM BAIXAR OUTRA PARCELA
      ***   15/10/2026 HJR   AS HORAS A DESCONTAR DA OCORRENCIA
      ***                    (OC-HORAS-DEBITO, BANCO DE HORAS
      ***                    NEGATIVO VENCIDO OU ATRASOS APURADOS
      ***                    PELO PRGCB100) ABATEM A HORA NORMAL
      ***                    JUNTO COM O DESCONTO DE FALTAS
      ***   15/10/2026 HJR   ACOMPANHA O CARGO, O TIPO DE CONTRATO
      ***                    E OS VENCIMENTOS DA EXPERIENCIA
      ***                    INCLUIDOS NO EMPLOYEE.COB (FD DE 231
      ***                    POSICOES), PRESERVADOS NO RECALCULO
      ***                    DE FUNCIONARIO JA CADASTRADO; NOVO
      ***                    ENTRA COMO PRAZO INDETERMINADO
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OCCURRENCE-FILE ASSIGN TO 'OCORRENC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCORR-STATUS.
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

       FD  EXCHANGE-PARM-FILE
           COPY 'COMMISSN.COB'.

       FD  OCCURRENCE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY 'OCORRENC.COB'.

       FD  SALARY-ADVANCE-FILE
           RECORD CONTAINS 76 CHARACTERS.
           COPY 'ADIANTA.COB'.

       FD  LOAN-CONTRACT-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY 'CONSIGNA.COB'.

       WORKING-STORAGE SECTION.
       77 WS-EMPLOYEE-STATUS  PIC X(02)     VALUE SPACES.
       77 WS-EXCH-STATUS      PIC X(02)     VALUE SPACES.
       77 WRK-HORAS-HE100     PIC 9(03)V99  VALUE ZEROS.
       77 WRK-DIAS-FALTA      PIC 9(02)     VALUE ZEROS.
       77 WRK-HORAS-NOTURNO   PIC 9(03)V99  VALUE ZEROS.
       77 WRK-HORAS-DEBITO    PIC 9(03)V99  VALUE ZEROS.
       77 WRK-VALOR-HORA      PIC 9(05)V99  VALUE ZEROS.
       77 WRK-VL-HE50         PIC 9(06)V99  VALUE ZEROS.
       77 WRK-VL-HE100        PIC 9(06)V99  VALUE ZEROS.
       77 WS-COMPETENCIA-CALC PIC 9(06)     VALUE ZEROS.
       77 WS-RESTO-COMP       PIC 9(02)     VALUE ZEROS.

       77 WS-ADIANT-STATUS    PIC X(02)     VALUE SPACES.
       77 WRK-VL-ADIANTAMENTO PIC 9(06)V99  VALUE ZEROS.

       77 WS-CONSIG-STATUS    PIC X(02)     VALUE SPACES.
       77 WS-FIM-CONSIG-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-CONSIG                 VALUE 'S'.
       77 WRK-VL-CONSIGNADO   PIC 9(06)V99  VALUE ZEROS.
       77 WRK-VL-PARCELA      PIC 9(06)V99  VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0160-CARREGAR-COMISSAO
           PERFORM 0170-CARREGAR-OCORRENCIAS
           PERFORM 0180-CALCULAR-OCORRENCIAS
           PERFORM 0190-CARREGAR-ADIANTAMENTO
           PERFORM 0195-DESCONTAR-CONSIGNADO
           COMPUTE WRK-TOTAL-PROVENTOS =
               WRK-SALARIO + WRK-VL-COMISSAO
               + WRK-VL-HE50 + WRK-VL-HE100 + WRK-VL-NOTURNO
               MOVE OC-HORAS-EXTRA-100 TO WRK-HORAS-HE100
               MOVE OC-DIAS-FALTA      TO WRK-DIAS-FALTA
               MOVE OC-HORAS-NOTURNO   TO WRK-HORAS-NOTURNO
               IF OC-HORAS-DEBITO NUMERIC
                   MOVE OC-HORAS-DEBITO TO WRK-HORAS-DEBITO
               END-IF
           ELSE
               PERFORM 0172-LER-OCORRENCIA
           END-IF
           .

      *********** HORA NORMAL = SALARIO/220; HE50 A 1,5, HE100 ***
      *********** A 2,0, NOTURNO A 0,2 E FALTA A SALARIO/30; ****
      *********** AS HORAS A DESCONTAR ABATEM A HORA NORMAL *******
       0180-CALCULAR-OCORRENCIAS.
           COMPUTE WRK-VALOR-HORA ROUNDED = WRK-SALARIO / 220
           COMPUTE WRK-VL-HE50 ROUNDED =
               WRK-HORAS-NOTURNO * WRK-VALOR-HORA * 0,2
           COMPUTE WRK-VL-FALTAS ROUNDED =
               WRK-DIAS-FALTA * WRK-SALARIO / 30
               + WRK-HORAS-DEBITO * WRK-VALOR-HORA
           .

      *********** ADIANTAMENTO QUINZENAL JA PAGO NA COMPETENCIA **
      *********** DO CALCULO (ADIANTAM, GRAVADO PELO PRGCOB13) *****
       0190-CARREGAR-ADIANTAMENTO.
           MOVE ZEROS TO WRK-VL-ADIANTAMENTO
           OPEN INPUT SALARY-ADVANCE-FILE
           IF WS-ADIANT-STATUS = '00'
               MOVE WS-COMPETENCIA-CALC TO AD-COMPETENCIA
               MOVE WRK-ID              TO AD-ID
               READ SALARY-ADVANCE-FILE
                   NOT INVALID KEY
                       MOVE AD-VALOR TO WRK-VL-ADIANTAMENTO
               END-READ
               CLOSE SALARY-ADVANCE-FILE
           END-IF
           .

      *********** PARCELA DO MES DE CADA CONTRATO CONSIGNADO ******
      *********** ATIVO DA MATRICULA: BAIXA A PARCELA E O SALDO ***
      *********** E MARCA A COMPETENCIA DO DESCONTO, PARA A *******
      *********** REMESSA AO BANCO (PRGCOB15) *********************
       0195-DESCONTAR-CONSIGNADO.
           MOVE ZEROS TO WRK-VL-CONSIGNADO
           OPEN I-O LOAN-CONTRACT-FILE
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
                   PERFORM 0196-LER-CONSIGNADO
               END-IF
               PERFORM 0197-BAIXAR-PARCELA
                   UNTIL WS-FIM-CONSIG
               CLOSE LOAN-CONTRACT-FILE
           END-IF
           .

       0196-LER-CONSIGNADO.
           READ LOAN-CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONSIG-SW
           END-READ
           IF NOT WS-FIM-CONSIG
               IF CG-ID NOT = WRK-ID
                   MOVE 'S' TO WS-FIM-CONSIG-SW
               END-IF
           END-IF
           .

      *********** COMPETENCIA JA DESCONTADA (RECALCULO) SO REPETE **
      *********** O VALOR; A ULTIMA PARCELA LEVA O SALDO QUE SOBRA *
       0197-BAIXAR-PARCELA.
           IF CG-ULTIMA-COMP = WS-COMPETENCIA-CALC
               ADD CG-VL-DESCONTO-COMP TO WRK-VL-CONSIGNADO
           ELSE
               IF CG-ATIVO
                  AND CG-COMP-INICIO <= WS-COMPETENCIA-CALC
                   MOVE CG-VALOR-PARCELA TO WRK-VL-PARCELA
                   IF WRK-VL-PARCELA > CG-SALDO-DEVEDOR
                       MOVE CG-SALDO-DEVEDOR TO WRK-VL-PARCELA
                   END-IF
                   ADD 1 TO CG-PARCELAS-PAGAS
                   SUBTRACT WRK-VL-PARCELA FROM CG-SALDO-DEVEDOR
                   IF CG-PARCELAS-PAGAS >= CG-QTD-PARCELAS
                      OR CG-SALDO-DEVEDOR = ZEROS
                       MOVE ZEROS TO CG-SALDO-DEVEDOR
                       MOVE 'Q'   TO CG-SITUACAO
                   END-IF
                   MOVE WS-COMPETENCIA-CALC TO CG-ULTIMA-COMP
                   MOVE WRK-VL-PARCELA      TO CG-VL-DESCONTO-COMP
                   REWRITE LOAN-CONTRACT-REC
                   ADD WRK-VL-PARCELA TO WRK-VL-CONSIGNADO
               END-IF
           END-IF
           PERFORM 0196-LER-CONSIGNADO
           .

      *********** DESCONTOS DE INSS E IRRF POR FAIXA *************
           COMPUTE WRK-TOTAL-DESCONTOS =
               WRK-VL-INSS + WRK-VL-IRRF + WRK-VL-PENSAO
               + WRK-VL-TRANSPORTE + WRK-VL-REFEICAO
               + WRK-VL-ADIANTAMENTO + WRK-VL-CONSIGNADO
           COMPUTE WRK-SALARIO-LIQ =
               WRK-TOTAL-PROVENTOS - WRK-TOTAL-DESCONTOS
           .
           DISPLAY 'VALE TRANSPORTE.... : ' WRK-VL-OUTROS-ED
           MOVE WRK-VL-REFEICAO TO WRK-VL-OUTROS-ED
           DISPLAY 'VALE REFEICAO...... : ' WRK-VL-OUTROS-ED
           MOVE WRK-VL-ADIANTAMENTO TO WRK-VL-OUTROS-ED
           DISPLAY 'ADIANTAMENTO....... : ' WRK-VL-OUTROS-ED
           MOVE WRK-VL-CONSIGNADO TO WRK-VL-OUTROS-ED
           DISPLAY 'CONSIGNADO......... : ' WRK-VL-OUTROS-ED
           MOVE WRK-TOTAL-DESCONTOS TO WRK-VL-OUTROS-ED
           DISPLAY 'TOTAL DE DESCONTOS. : ' WRK-VL-OUTROS-ED
           DISPLAY 'SALARIO LIQUIDO.... : ' WRK-SALARIO-LIQ-ED
           .

      *********** PERSISTENCIA DO FUNCIONARIO EM EMPLOYEE-FILE ****
      *********** (INDEXADO POR EM-ID) - GRAVA OU ATUALIZA; *******
      *********** CARGO E CONTRATO DA ADMISSAO SAO PRESERVADOS ****
       0400-GRAVAR-FUNCIONARIO.
           OPEN I-O EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS = '35'
           END-IF
           IF WS-EMPLOYEE-STATUS = '00'
               MOVE WRK-ID            TO EM-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE SPACES    TO EM-CARGO
                       MOVE 'I'       TO EM-TIPO-CONTRATO
                       MOVE ZEROS     TO EM-FIM-EXPERIENCIA-1
                       MOVE ZEROS     TO EM-FIM-CONTRATO
               END-READ
               MOVE WRK-NOME          TO EM-NOME
               MOVE WRK-SALARIO       TO EM-SALARIO-BRUTO
               MOVE WRK-VL-INSS       TO EM-VALOR-INSS
