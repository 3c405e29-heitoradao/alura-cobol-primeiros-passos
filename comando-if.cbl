      ***                    MESMO COM MEDIA DE APROVACAO; SEM O
      ***                    ARQUIVO A APURACAO ASSUME PRESENCA
      ***                    TOTAL, COMO ANTES
      ***   15/10/2026 HJR   DISCIPLINA PASSA A SER CONFERIDA NO
      ***                    CATALOGO DISCCAD E NA ATRIBUICAO DA
      ***                    TURMA (ATRIBUI) PELA SUB-ROTINA
      ***                    ATRIBVAL: CODIGO DIGITADO ERRADO OU
      ***                    SEM PROFESSOR E RECUSADO (NO LOTE,
      ***                    CONTA COMO REJEITADO)
      ***   15/10/2026 HJR   CALENDARIO ACADEMICO (CALACAD) PASSA
      ***                    A SER CONFERIDO PELA SUB-ROTINA
      ***                    PRAZOVAL: PERIODO BLOQUEADO NAO
      ***                    RECEBE NOTA E AVALIACAO COM PRAZO
      ***                    VENCIDO SO E ACEITA SEM ALTERAR O QUE
      ***                    JA ESTA GRAVADO - ALTERACAO TARDIA
      ***                    VAI PARA A CORRECAO AUDITADA DO
      ***                    PRGCOB76. RECUSA CONTA COMO REJEITADO
      ***                    (RETORNO 4) E VAI AO LOG DE ERROS
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WS-HORA-FIM           PIC 9(08)     VALUE ZEROS.
       77 WS-DATA-EXECUCAO      PIC 9(08)     VALUE ZEROS.
       77 WS-QT-GRAVADOS        PIC 9(05)     VALUE ZEROS.
       77 WS-QT-FORA-PRAZO      PIC 9(05)     VALUE ZEROS.
       77 WS-PRAZO-OK-SW        PIC X(01)     VALUE 'S'.
           88 WS-PRAZO-OK                     VALUE 'S'.
       77 WS-NOTA1-GRAVADA      PIC 9(02)     VALUE ZEROS.
       77 WS-NOTA2-GRAVADA      PIC 9(02)     VALUE ZEROS.
       77 WS-NOTA3-GRAVADA      PIC 9(02)     VALUE ZEROS.

       77 WS-FREQ-STATUS        PIC X(02)     VALUE SPACES.
       77 WS-FIM-FREQ-SW        PIC X(01)     VALUE 'N'.
               03 WS-FRQ-PRESENCAS   PIC 9(04).

       COPY 'GRDCALC.COB'.
       COPY 'ATRBVAL.COB'.
       COPY 'PRZVAL.COB'.
       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
           IF WS-QT-REJEITADOS > 0 AND WRK-RETORNO = 0
               MOVE 4 TO WRK-RETORNO
           END-IF.
           IF WS-QT-FORA-PRAZO > 0
               PERFORM 0590-REGISTRAR-PRAZO
           END-IF.
           PERFORM 0600-GRAVAR-CONTROLE-EXECUCAO.
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.
                   'PRGCOB44 ANTES'
               GO TO 0100-MODO-INDIVIDUAL-FIM
           END-IF.
           PERFORM 0055-VALIDAR-DISCIPLINA.
           IF NOT AV-VALIDA
               GO TO 0100-MODO-INDIVIDUAL-FIM
           END-IF.
           PERFORM 0057-CONFERIR-BLOQUEIO.
           IF NOT WS-PRAZO-OK
               GO TO 0100-MODO-INDIVIDUAL-FIM
           END-IF.
           IF WRK-NOME = SPACES
               DISPLAY 'DIGITE O NOME DO ALUNO...... : '
               ACCEPT WRK-NOME
           DISPLAY 'DIGITE A TERCEIRA NOTA...... : '.
             PERFORM 0105-CAPTURAR-NOTA.
             MOVE WRK-NOTA-TEMP TO WRK-NOTA3.
           PERFORM 0058-CONFERIR-PRAZO.
           IF NOT WS-PRAZO-OK
               GO TO 0100-MODO-INDIVIDUAL-FIM
           END-IF.
           DISPLAY  '--------- SAIDA DE DADOS ------------'.
             DISPLAY 'NOME... : ' WRK-NOME.
             DISPLAY 'NOTA 1. : ' WRK-NOTA1.
               CLOSE STUDENT-MASTER-FILE
           END-IF.

      *********** DISCIPLINA DO CATALOGO (DISCCAD), ATRIBUIDA *****
      *********** A UM PROFESSOR NA TURMA (ATRIBUI) - ATRIBVAL ****
       0055-VALIDAR-DISCIPLINA.
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

      *********** PERIODO BLOQUEADO NO CALENDARIO ACADEMICO *******
      *********** (CALACAD) NAO RECEBE NOTA - SUB-ROTINA PRAZOVAL *
       0057-CONFERIR-BLOQUEIO.
           MOVE 'S' TO WS-PRAZO-OK-SW.
           MOVE WRK-PERIODO TO PZ-PERIODO.
           CALL 'PRAZOVAL' USING GRADE-DEADLINE-LINK.
           IF PZ-PERIODO-BLOQUEADO
               MOVE 'N' TO WS-PRAZO-OK-SW
               ADD 1 TO WS-QT-FORA-PRAZO
               ADD 1 TO WS-QT-REJEITADOS
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' - PERIODO '
                   WRK-PERIODO ' BLOQUEADO - NOTA NAO GRAVADA;'
                   ' USE A CORRECAO AUDITADA (PRGCOB76)'
           END-IF.

      *********** AVALIACAO COM PRAZO VENCIDO SO PODE CHEGAR ******
      *********** IGUAL AO QUE JA ESTA GRAVADO NO STUDENTF; *******
      *********** ALTERACAO TARDIA VAI PARA O PRGCOB76 ************
       0058-CONFERIR-PRAZO.
           MOVE 'S' TO WS-PRAZO-OK-SW.
           IF PZ-PRAZO-NOTA1-VENCIDO
              OR PZ-PRAZO-NOTA2-VENCIDO
              OR PZ-PRAZO-NOTA3-VENCIDO
               PERFORM 0059-LER-NOTAS-GRAVADAS
               IF PZ-PRAZO-NOTA1-VENCIDO
                  AND WRK-NOTA1 NOT = WS-NOTA1-GRAVADA
                   MOVE 'N' TO WS-PRAZO-OK-SW
               END-IF
               IF PZ-PRAZO-NOTA2-VENCIDO
                  AND WRK-NOTA2 NOT = WS-NOTA2-GRAVADA
                   MOVE 'N' TO WS-PRAZO-OK-SW
               END-IF
               IF PZ-PRAZO-NOTA3-VENCIDO
                  AND WRK-NOTA3 NOT = WS-NOTA3-GRAVADA
                   MOVE 'N' TO WS-PRAZO-OK-SW
               END-IF
           END-IF.
           IF NOT WS-PRAZO-OK
               ADD 1 TO WS-QT-FORA-PRAZO
               ADD 1 TO WS-QT-REJEITADOS
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' - NOTA COM '
                   'PRAZO VENCIDO NAO GRAVADA;'
                   ' USE A CORRECAO AUDITADA (PRGCOB76)'
           END-IF.

       0059-LER-NOTAS-GRAVADAS.
           MOVE ZEROS TO WS-NOTA1-GRAVADA.
           MOVE ZEROS TO WS-NOTA2-GRAVADA.
           MOVE ZEROS TO WS-NOTA3-GRAVADA.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = '00'
               MOVE WRK-MATRICULA  TO ST-MATRICULA
               MOVE WRK-TURMA      TO ST-TURMA
               MOVE WRK-DISCIPLINA TO ST-DISCIPLINA
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ST-NOTA1 TO WS-NOTA1-GRAVADA
                       MOVE ST-NOTA2 TO WS-NOTA2-GRAVADA
                       MOVE ST-NOTA3 TO WS-NOTA3-GRAVADA
               END-READ
               CLOSE STUDENT-FILE
           END-IF.

       0200-MODO-LOTE.
            OPEN INPUT ROSTER-FILE.
            IF WS-ROSTER-STATUS NOT = '00'
            MOVE RO-PERIODO   TO WRK-PERIODO.
            MOVE RO-DISCIPLINA TO WRK-DISCIPLINA.
            PERFORM 0050-VALIDAR-ALUNO.
            IF WS-ALUNO-VALIDO
                PERFORM 0055-VALIDAR-DISCIPLINA
            END-IF.
            IF NOT WS-ALUNO-VALIDO
                ADD 1 TO WS-QT-REJEITADOS
                DISPLAY 'MATRICULA ' RO-MATRICULA
                    ' NAO CADASTRADA - REGISTRO IGNORADO'
            ELSE
                IF NOT AV-VALIDA
                    ADD 1 TO WS-QT-REJEITADOS
                    DISPLAY 'MATRICULA ' RO-MATRICULA
                        ' - REGISTRO IGNORADO'
                ELSE
                    MOVE RO-NOTA1 TO WRK-NOTA1
                    MOVE RO-NOTA2 TO WRK-NOTA2
                    MOVE RO-NOTA3 TO WRK-NOTA3
                    PERFORM 0057-CONFERIR-BLOQUEIO
                    IF WS-PRAZO-OK
                        PERFORM 0058-CONFERIR-PRAZO
                    END-IF
                    IF WS-PRAZO-OK
                        IF WRK-NOME = SPACES
                            MOVE RO-NOME TO WRK-NOME
                        END-IF
                        PERFORM 0300-CALCULAR-MEDIA
                        PERFORM 0400-DEFINIR-STATUS
                        DISPLAY WRK-NOME ' - MEDIA ' WRK-MEDIA ' - '
                            WRK-STATUS
                        PERFORM 0500-GRAVAR-ALUNO
                        PERFORM 0220-CONTAR-STATUS
                    END-IF
                END-IF
            END-IF.
            PERFORM 0210-LER-ALUNO-TURMA.

            DISPLAY 'REPROVADOS.....: ' WS-QT-REPROVADOS.
            DISPLAY 'AUSENTES.......: ' WS-QT-AUSENTES.
            DISPLAY 'REJEITADOS.....: ' WS-QT-REJEITADOS.
            DISPLAY 'FORA DO PRAZO..: ' WS-QT-FORA-PRAZO.

      *********** CAPTURA DE NOTA COM REPETICAO ATE VALOR VALIDO *
       0105-CAPTURAR-NOTA.
             ADD 1 TO WS-QT-GRAVADOS.
             CLOSE STUDENT-FILE.

      *********** NOTA RECUSADA PELO CALENDARIO VAI AO LOG DE *****
      *********** ERROS PARA A SECRETARIA ENCAMINHAR A CORRECAO ***
       0590-REGISTRAR-PRAZO.
            MOVE 'PRGCOB07' TO EL-PROGRAMA.
            MOVE '0590-REGISTRAR-PRAZO' TO EL-PARAGRAFO.
            MOVE 'NOTA RECUSADA - PERIODO BLOQUEADO OU FORA DO PRAZO'
                TO EL-MENSAGEM.
            MOVE 'A' TO EL-SEVERIDADE.
            CALL 'ERRLOG' USING ERROR-LOG-LINK.

      *********** REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) *******
       0600-GRAVAR-CONTROLE-EXECUCAO.
            OPEN EXTEND RUN-CTRL-FILE.
