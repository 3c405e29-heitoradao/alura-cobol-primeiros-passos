       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRAZOVAL.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SUB-ROTINA COMPARTILHADA DE
      ***                            CONFERENCIA DO CALENDARIO
      ***                            ACADEMICO: DEVOLVE SE O
      ***                            PERIODO ESTA BLOQUEADO NO
      ***                            CALACAD E, PARA CADA
      ***                            AVALIACAO, SE A DATA LIMITE
      ***                            DE LANCAMENTO JA VENCEU NA
      ***                            DATA DE PROCESSAMENTO - ANTES
      ***                            UMA RERODADA DA APURACAO OU DA
      ***                            RECUPERACAO REGRAVAVA NOTAS DE
      ***                            PERIODO JA ENCERRADO, SEM
      ***                            AUDITORIA. CHAMADA POR
      ***                            PRGCOB07, PRGCOB08-1, PRGCOB46
      ***                            E PRGCOB76
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   SEM O CALACAD OU SEM O PERIODO NO CALENDARIO, NADA
      ***   E CONFERIDO, COMO NA VALIDACAO DA DISCIPLINA PELA
      ***   ATRIBVAL. SEM O PROCDATE, VALE O RELOGIO DA MAQUINA
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACADEMIC-CALENDAR-FILE ASSIGN TO 'CALACAD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-PERIODO
               FILE STATUS IS WS-CALACAD-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACADEMIC-CALENDAR-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY 'CALACAD.COB'.

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       WORKING-STORAGE SECTION.
       77  WS-CALACAD-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.

       LINKAGE SECTION.
       COPY 'PRZVAL.COB'.

       PROCEDURE DIVISION USING GRADE-DEADLINE-LINK.
       0001-PRINCIPAL.
           MOVE 'S' TO PZ-RESULTADO.
           MOVE 'N' TO PZ-NOTA1-VENCIDA.
           MOVE 'N' TO PZ-NOTA2-VENCIDA.
           MOVE 'N' TO PZ-NOTA3-VENCIDA.
           MOVE 'N' TO PZ-RECUPERACAO-VENCIDA.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0100-CONFERIR-CALENDARIO.
           GOBACK.

      *********** DATA DE PROCESSAMENTO DO NEGOCIO (PROCDATE); *****
      *********** SEM O CONTROLE, VALE O RELOGIO DA MAQUINA ********
       0040-LER-DATA-PROCESSO.
           ACCEPT PZ-DATA-REFERENCIA FROM DATE YYYYMMDD.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-STATUS = '00'
               READ PROCESS-DATE-FILE
                   NOT AT END
                       IF PD-DATA-PROCESSO > ZEROS
                           MOVE PD-DATA-PROCESSO
                               TO PZ-DATA-REFERENCIA
                       END-IF
               END-READ
               CLOSE PROCESS-DATE-FILE
           END-IF.

      *********** PERIODO BLOQUEADO OU PRAZO DE CADA AVALIACAO ****
       0100-CONFERIR-CALENDARIO.
           OPEN INPUT ACADEMIC-CALENDAR-FILE.
           IF WS-CALACAD-STATUS = '00'
               MOVE PZ-PERIODO TO CA-PERIODO
               READ ACADEMIC-CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0200-APURAR-PRAZOS
               END-READ
               CLOSE ACADEMIC-CALENDAR-FILE
           END-IF.

       0200-APURAR-PRAZOS.
           IF CA-PERIODO-BLOQUEADO
               MOVE 'B' TO PZ-RESULTADO
           ELSE
               MOVE 'A' TO PZ-RESULTADO
           END-IF.
           IF CA-PRAZO-NOTA1 > ZEROS
              AND CA-PRAZO-NOTA1 < PZ-DATA-REFERENCIA
               MOVE 'S' TO PZ-NOTA1-VENCIDA
           END-IF.
           IF CA-PRAZO-NOTA2 > ZEROS
              AND CA-PRAZO-NOTA2 < PZ-DATA-REFERENCIA
               MOVE 'S' TO PZ-NOTA2-VENCIDA
           END-IF.
           IF CA-PRAZO-NOTA3 > ZEROS
              AND CA-PRAZO-NOTA3 < PZ-DATA-REFERENCIA
               MOVE 'S' TO PZ-NOTA3-VENCIDA
           END-IF.
           IF CA-PRAZO-RECUPERACAO > ZEROS
              AND CA-PRAZO-RECUPERACAO < PZ-DATA-REFERENCIA
               MOVE 'S' TO PZ-RECUPERACAO-VENCIDA
           END-IF.
