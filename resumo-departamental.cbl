      ***                    NOTURNO E FALTAS) E A DATA DE
      ***                    ADMISSAO INCLUIDAS NO EMPLOYEE.COB
      ***                    (FD DE 190 POSICOES)
      ***   15/10/2026 HJR   ACOMPANHA O CARGO, O TIPO DE CONTRATO
      ***                    E OS VENCIMENTOS DA EXPERIENCIA
      ***                    INCLUIDOS NO EMPLOYEE.COB (FD DE 231
      ***                    POSICOES)
      ***   15/10/2026 HJR   OS LANCAMENTOS SAO ACRESCENTADOS NO
      ***                    FIM DO GLEXPORT (OPEN EXTEND; CRIADO
      ***                    SE AUSENTE) PARA A CONSOLIDACAO DO
      ***                    MES NO PRGCB118; SEM O ARQUIVO,
      ***                    ERRLOG E RETORNO 8
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEPT-REPORT-FILE ASSIGN TO 'DEPTOSUM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXPORT-FILE ASSIGN TO 'GLEXPORT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXPORT-STATUS.
           SELECT RUN-CTRL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       FD  DEPT-REPORT-FILE
       77  WRK-OUTROS-DESC       PIC S9(09)V99 VALUE ZEROS.
       77  WS-QTD-FUNCIONARIOS   PIC 9(05)     VALUE ZEROS.
       77  WS-RUNCTL-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-GLEXPORT-STATUS    PIC X(02)     VALUE SPACES.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-HORA-INICIO        PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-FIM           PIC 9(08)     VALUE ZEROS.

      *********** LANCAMENTOS CONTABEIS: DEBITO DO BRUTO E ********
      *********** CREDITOS DE INSS, IRRF, OUTROS DESCONTOS E ******
      *********** SALARIO A PAGAR, POR CENTRO DE CUSTO, *********
      *********** ACRESCENTADOS NO FIM DO GLEXPORT, ACUMULADO *****
      *********** ATE A CONSOLIDACAO DO MES (PRGCB118) ************
       0400-EXPORTAR-CONTABIL.
           OPEN EXTEND GL-EXPORT-FILE.
           IF WS-GLEXPORT-STATUS = '35'
               OPEN OUTPUT GL-EXPORT-FILE
           END-IF.
           IF WS-GLEXPORT-STATUS NOT = '00'
               DISPLAY 'ARQUIVO GLEXPORT NAO DISPONIVEL - STATUS '
                   WS-GLEXPORT-STATUS
               MOVE 'PRGCOB43' TO EL-PROGRAMA
               MOVE '0400-EXPORTAR' TO EL-PARAGRAFO
               MOVE 'ARQUIVO GLEXPORT NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0410-EXPORTAR-CENTRO
                   VARYING WRK-IDX-I FROM 1 BY 1
                   UNTIL WRK-IDX-I > WS-QTD-CENTROS
               CLOSE GL-EXPORT-FILE
               DISPLAY 'LANCAMENTOS GERADOS EM GLEXPORT'
           END-IF.

       0410-EXPORTAR-CENTRO.
           MOVE SPACES TO GL-EXPORT-REC.
