      ***   22/08/2026 HJR   PROGRAMA ORIGINAL
      ***   03/09/2026 HJR   ACOMPANHA O ST-STATUS DE 12 POSICOES
      ***                    (REPROV FALTA NAO VAI A RECUPERACAO)
      ***   15/10/2026 HJR   EXAME SO E APLICADO COM O PERIODO
      ***                    ABERTO E DENTRO DO PRAZO DE
      ***                    RECUPERACAO DO CALENDARIO ACADEMICO
      ***                    (CALACAD, SUB-ROTINA PRAZOVAL); A
      ***                    NOTA RECUSADA VAI PARA A CORRECAO
      ***                    AUDITADA DO PRGCOB76. PASSA A DEVOLVER
      ***                    CODIGO DE RETORNO (0 LIMPO, 4 EXAME
      ***                    RECUSADO, 8 FALHA DE ARQUIVO)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-QTD-PROCESSADOS    PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-APROVADOS      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-REPROVADOS     PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-FORA-PRAZO     PIC 9(05)     VALUE ZEROS.
       77  WS-PRAZO-OK-SW        PIC X(01)     VALUE 'S'.
           88 WS-PRAZO-OK                      VALUE 'S'.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.

       COPY 'PRZVAL.COB'.
       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
               PERFORM 0200-MODO-INTERATIVO
           END-IF.
           PERFORM 0600-RESUMO.
           IF WS-QTD-FORA-PRAZO > 0
               PERFORM 0590-REGISTRAR-PRAZO
               IF WRK-RETORNO = 0
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.

       0010-LER-PARAMETROS.

       0220-TRATAR-ALUNO.
           IF ST-STATUS = 'RECUPERACAO'
               PERFORM 0400-CONFERIR-CALENDARIO
           END-IF.
           IF ST-STATUS = 'RECUPERACAO' AND WS-PRAZO-OK
               DISPLAY ST-MATRICULA ' ' ST-TURMA ' '
                   ST-DISCIPLINA ' ' ST-NOME
               DISPLAY 'MEDIA ATUAL ' ST-MEDIA
               MOVE 'ARQUIVO RECGRADE NAO ENCONTRADO' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               OPEN I-O STUDENT-FILE
               IF WS-STUDENT-STATUS NOT = '00'
                       RG-DISCIPLINA ' NAO ENCONTRADO - IGNORADO'
               NOT INVALID KEY
                   IF ST-STATUS = 'RECUPERACAO'
                       PERFORM 0400-CONFERIR-CALENDARIO
                       IF WS-PRAZO-OK
                           MOVE RG-NOTA TO WRK-NOTA-EXAME
                           PERFORM 0500-APLICAR-EXAME
                           REWRITE STUDENT-REC
                       END-IF
                   ELSE
                       DISPLAY 'ALUNO ' RG-MATRICULA
                           ' NAO ESTA EM RECUPERACAO - IGNORADO'
           END-READ.
           PERFORM 0310-LER-NOTA.

      *********** PERIODO BLOQUEADO OU PRAZO DO EXAME VENCIDO NO **
      *********** CALENDARIO (CALACAD) - SUB-ROTINA PRAZOVAL; A ***
      *********** NOTA TARDIA VAI PARA O PRGCOB76 ******************
       0400-CONFERIR-CALENDARIO.
           MOVE 'S' TO WS-PRAZO-OK-SW.
           MOVE ST-PERIODO TO PZ-PERIODO.
           CALL 'PRAZOVAL' USING GRADE-DEADLINE-LINK.
           IF PZ-PERIODO-BLOQUEADO OR PZ-PRAZO-REC-VENCIDO
               MOVE 'N' TO WS-PRAZO-OK-SW
               ADD 1 TO WS-QTD-FORA-PRAZO
               IF PZ-PERIODO-BLOQUEADO
                   DISPLAY ST-MATRICULA ' ' ST-TURMA ' '
                       ST-DISCIPLINA ' - PERIODO ' ST-PERIODO
                       ' BLOQUEADO - EXAME NAO APLICADO'
               ELSE
                   DISPLAY ST-MATRICULA ' ' ST-TURMA ' '
                       ST-DISCIPLINA ' - PRAZO DO EXAME VENCIDO'
                       ' - EXAME NAO APLICADO'
               END-IF
               DISPLAY '  USE A CORRECAO AUDITADA (PRGCOB76)'
           END-IF.

      *********** REGRA DA ESCOLA: MEDIA FINAL E A MEDIA ENTRE ****
      *********** A MEDIA ORIGINAL E A NOTA DO EXAME ***************
       0500-APLICAR-EXAME.
           DISPLAY 'EXAMES PROCESSADOS..... : ' WS-QTD-PROCESSADOS.
           DISPLAY 'APROVADOS NO EXAME..... : ' WS-QTD-APROVADOS.
           DISPLAY 'REPROVADOS NO EXAME.... : ' WS-QTD-REPROVADOS.
           DISPLAY 'RECUSADOS - CALENDARIO. : ' WS-QTD-FORA-PRAZO.
           DISPLAY '=================================='.

      *********** EXAME RECUSADO PELO CALENDARIO VAI AO LOG DE ****
      *********** ERROS PARA A SECRETARIA ENCAMINHAR A CORRECAO ***
       0590-REGISTRAR-PRAZO.
           MOVE 'PRGCOB46' TO EL-PROGRAMA.
           MOVE '0590-REGISTRAR-PRAZO' TO EL-PARAGRAFO.
           MOVE 'EXAME RECUSADO - PERIODO BLOQUEADO OU FORA DO PRAZO'
               TO EL-MENSAGEM.
           MOVE 'A' TO EL-SEVERIDADE.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.

       0900-ERRO-STUDENTF.
           DISPLAY 'ARQUIVO STUDENTF NAO DISPONIVEL'.
           MOVE 'PRGCOB46' TO EL-PROGRAMA.
           MOVE 'ARQUIVO STUDENTF NAO DISPONIVEL' TO EL-MENSAGEM.
           MOVE 'F' TO EL-SEVERIDADE
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           MOVE 8 TO WRK-RETORNO.
           MOVE 'S' TO WS-FIM-ARQUIVO-SW.
