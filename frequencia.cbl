      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   TURMA/DISCIPLINA DA CHAMADA PASSA A
      ***                    SER CONFERIDA NO CATALOGO DISCCAD E
      ***                    NA ATRIBUICAO ATRIBUI (SUB-ROTINA
      ***                    ATRIBVAL) ANTES DO PRIMEIRO
      ***                    APONTAMENTO; INVALIDA RECUSA A CHAMADA
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-QTD-APONTADOS      PIC 9(03)     VALUE ZEROS.
       77  WS-DATA-HOJE          PIC 9(08)     VALUE ZEROS.

       COPY 'ATRBVAL.COB'.
       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
           IF WRK-DATA-AULA = ZEROS
               MOVE WS-DATA-HOJE TO WRK-DATA-AULA
           END-IF.
           PERFORM 0050-VALIDAR-DISCIPLINA.
           IF AV-VALIDA
               PERFORM 0060-REGISTRAR-CHAMADA
           ELSE
               DISPLAY 'CHAMADA RECUSADA'
           END-IF.
           GOBACK.

      *********** DISCIPLINA DO CATALOGO (DISCCAD), ATRIBUIDA *****
      *********** A UM PROFESSOR NA TURMA (ATRIBUI) - ATRIBVAL ****
       0050-VALIDAR-DISCIPLINA.
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
           IF AV-VALIDA AND AV-NOME-DISCIPLINA NOT = SPACES
               DISPLAY 'DISCIPLINA: ' AV-NOME-DISCIPLINA
           END-IF.

       0060-REGISTRAR-CHAMADA.
           OPEN EXTEND ATTENDANCE-FILE.
           IF WS-FREQ-STATUS = '35'
               OPEN OUTPUT ATTENDANCE-FILE
           IF WS-FREQ-STATUS NOT = '00'
               DISPLAY 'ARQUIVO FREQUENC INDISPONIVEL'
               MOVE 'PRGCOB74' TO EL-PROGRAMA
               MOVE '0060-REGISTRAR-CHAMADA' TO EL-PARAGRAFO
               MOVE 'ARQUIVO FREQUENC INDISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               DISPLAY 'ALUNOS APONTADOS....... : '
                   WS-QTD-APONTADOS
           END-IF.

      *********** UM APONTAMENTO POR ALUNO DA CHAMADA; ************
      *********** MATRICULA ZERO ENCERRA A AULA *******************
