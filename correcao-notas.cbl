      ***                    PRGCOB85): SO O ID DIGITADO DEIXAVA
      ***                    QUALQUER UM CORRIGIR NOTA EM NOME
      ***                    DE UM SUPERVISOR NO GRADAUD
      ***   15/10/2026 HJR   TURMA/DISCIPLINA DA CORRECAO PASSA A
      ***                    SER CONFERIDA NO CATALOGO DISCCAD E
      ***                    NA ATRIBUICAO ATRIBUI (SUB-ROTINA
      ***                    ATRIBVAL) ANTES DE LOCALIZAR O
      ***                    RESULTADO
      ***   15/10/2026 HJR   PASSA A CONFERIR O PERIODO NO
      ***                    CALENDARIO ACADEMICO (PRAZOVAL) E A
      ***                    GRAVAR NA AUDITORIA A SITUACAO (A
      ***                    ABERTO, V PRAZO VENCIDO, B PERIODO
      ***                    BLOQUEADO, S SEM CALENDARIO): E O
      ***                    CAMINHO DAS ALTERACOES TARDIAS,
      ***                    RECUSADAS POR PRGCOB07, PRGCOB08-1
      ***                    E PRGCOB46
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'FREQUENC.COB'.

       FD  GRADE-AUDIT-FILE
           RECORD CONTAINS 121 CHARACTERS.
           COPY 'GRADAUD.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-PCT-FREQUENCIA    PIC 9(03)     VALUE 100.
       77  WS-FREQ-AULAS         PIC 9(04)     VALUE ZEROS.
       77  WS-FREQ-PRESENCAS     PIC 9(04)     VALUE ZEROS.
       77  WRK-SITUACAO-CALENDARIO PIC X(01)   VALUE SPACES.

       01  WS-AUDIT-ANTES.
           02 WS-ANT-NOTA1       PIC 9(02).
           02 WS-ANT-STATUS      PIC X(12).

       COPY 'GRDCALC.COB'.
       COPY 'ATRBVAL.COB'.
       COPY 'PRZVAL.COB'.
       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
           ACCEPT WRK-DISCIPLINA.
           MOVE FUNCTION UPPER-CASE(WRK-DISCIPLINA)
               TO WRK-DISCIPLINA.
           PERFORM 0150-VALIDAR-DISCIPLINA.
           IF AV-VALIDA
               PERFORM 0160-LOCALIZAR-RESULTADO
           ELSE
               DISPLAY 'CORRECAO RECUSADA'
           END-IF.

      *********** DISCIPLINA DO CATALOGO (DISCCAD), ATRIBUIDA *****
      *********** A UM PROFESSOR NA TURMA (ATRIBUI) - ATRIBVAL ****
       0150-VALIDAR-DISCIPLINA.
           MOVE WRK-TURMA      TO AV-TURMA.
           MOVE WRK-DISCIPLINA TO AV-DISCIPLINA.
           CALL 'ATRIBVAL' USING ASSIGN-VALID-LINK.
           IF AV-DISCIPLINA-INVALIDA
               DISPLAY 'DISCIPLINA ' WRK-DISCIPLINA
                   ' FORA DO CATALOGO OU INATIVA'
           END-IF.
           IF AV-SEM-ATRIBUICAO
               DISPLAY 'DISCIPLINA ' WRK-DISCIPLINA
                   ' SEM PROFESSOR ATRIBUIDO NA TURMA ' WRK-TURMA
           END-IF.

       0160-LOCALIZAR-RESULTADO.
           OPEN I-O STUDENT-FILE.
           IF WS-STUDENT-STATUS NOT = '00'
               DISPLAY 'ARQUIVO STUDENTF NAO DISPONIVEL'
               MOVE 'PRGCOB76' TO EL-PROGRAMA
               MOVE '0160-LOCALIZAR-RESULTADO' TO EL-PARAGRAFO
               MOVE 'ARQUIVO STUDENTF NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
           MOVE ST-NOTA3  TO WS-ANT-NOTA3.
           MOVE ST-MEDIA  TO WS-ANT-MEDIA.
           MOVE ST-STATUS TO WS-ANT-STATUS.
           PERFORM 0250-CONFERIR-CALENDARIO.
           DISPLAY 'NOVA NOTA 1............ : '.
           PERFORM 0210-CAPTURAR-NOTA.
           MOVE WRK-NOTA-TEMP TO WRK-NOTA1-NOVA.
               MOVE 'S' TO WRK-NOTA-VALIDA-SW
           END-IF.

      *********** SITUACAO DO PERIODO NO CALENDARIO ACADEMICO *****
      *********** (PRAZOVAL): CORRECAO TARDIA OU DE PERIODO *******
      *********** BLOQUEADO SO ENTRA POR AQUI, COM SUPERVISOR, E **
      *********** A SITUACAO FICA GRAVADA NA AUDITORIA ************
       0250-CONFERIR-CALENDARIO.
           MOVE ST-PERIODO TO PZ-PERIODO.
           CALL 'PRAZOVAL' USING GRADE-DEADLINE-LINK.
           MOVE PZ-RESULTADO TO WRK-SITUACAO-CALENDARIO.
           IF PZ-PERIODO-ABERTO
              AND (PZ-PRAZO-NOTA1-VENCIDO OR PZ-PRAZO-NOTA2-VENCIDO
                   OR PZ-PRAZO-NOTA3-VENCIDO)
               MOVE 'V' TO WRK-SITUACAO-CALENDARIO
           END-IF.
           IF WRK-SITUACAO-CALENDARIO = 'B'
               DISPLAY 'PERIODO ' ST-PERIODO ' BLOQUEADO - CORRECAO '
                   'AUTORIZADA PELO SUPERVISOR ' WRK-OPERADOR
           END-IF.
           IF WRK-SITUACAO-CALENDARIO = 'V'
               DISPLAY 'PRAZO DE LANCAMENTO VENCIDO - CORRECAO '
                   'AUTORIZADA PELO SUPERVISOR ' WRK-OPERADOR
           END-IF.

      *********** FREQUENCIA DO ALUNO NA DISCIPLINA, PARA O *******
      *********** RECALCULO RESPEITAR A REPROVACAO POR FALTA ******
       0300-APURAR-FREQUENCIA.
           MOVE GC-MEDIA       TO GA-MEDIA-NOVA.
           MOVE GC-STATUS      TO GA-STATUS-NOVO.
           MOVE WRK-MOTIVO     TO GA-MOTIVO.
           MOVE WRK-SITUACAO-CALENDARIO TO GA-SITUACAO-CALENDARIO.
           WRITE GRADE-AUDIT-REC.
           CLOSE GRADE-AUDIT-FILE.
