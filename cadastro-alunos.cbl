      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   22/08/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   INCLUIDO O CADASTRO DE RESPONSAVEIS
      ***                    (RESPONS, ATE 9 POR MATRICULA) COM
      ***                    E-MAIL, CELULAR E CANAL DOS AVISOS
      ***                    SEMANAIS DO PRGCB108 - OPCOES 3 E 4
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-STUMAST-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO 'RESPONS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CHAVE
               FILE STATUS IS WS-RESPONS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY 'STUMAST.COB'.

       FD  GUARDIAN-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY 'RESPONS.COB'.

       WORKING-STORAGE SECTION.
       77  WS-STUMAST-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-FIM-CADASTRO-SW    PIC X(01)     VALUE 'N'.
       77  WRK-TURMA             PIC X(05)     VALUE SPACES.
       77  WRK-PERIODO           PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-LISTADOS       PIC 9(05)     VALUE ZEROS.
       77  WS-RESPONS-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-ALUNO-ACHADO-SW    PIC X(01)     VALUE 'N'.
           88 WS-ALUNO-ACHADO                  VALUE 'S'.
       77  WRK-SEQUENCIA         PIC 9(01)     VALUE ZEROS.
       77  WRK-NOME-RESP         PIC X(30)     VALUE SPACES.
       77  WRK-EMAIL             PIC X(40)     VALUE SPACES.
       77  WRK-CELULAR           PIC X(11)     VALUE SPACES.
       77  WRK-CANAL             PIC X(01)     VALUE SPACES.
           88 WRK-CANAL-VALIDO                 VALUE 'E' 'S' 'A' 'N'.

       COPY 'ERRLOG.COB'.

           DISPLAY '===== CADASTRO DE ALUNOS ====='.
           DISPLAY ' (1) INCLUIR/ALTERAR ALUNO '.
           DISPLAY ' (2) LISTAR ALUNOS '.
           DISPLAY ' (3) INCLUIR/ALTERAR RESPONSAVEL '.
           DISPLAY ' (4) LISTAR RESPONSAVEIS '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
                   PERFORM 0200-INCLUIR-ALUNO
               WHEN 2
                   PERFORM 0300-LISTAR-ALUNOS
               WHEN 3
                   PERFORM 0400-INCLUIR-RESPONSAVEL
               WHEN 4
                   PERFORM 0500-LISTAR-RESPONSAVEIS
               WHEN 0
                   CONTINUE
               WHEN OTHER
               AL-PERIODO.
           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM 0310-LER-ALUNO.

      *********** RESPONSAVEL DO ALUNO (RESPONS), ATE 9 POR *******
      *********** MATRICULA PELA SEQUENCIA, COM O CANAL DOS *******
      *********** AVISOS SEMANAIS DO PRGCB108; A MATRICULA TEM ****
      *********** QUE EXISTIR NO STUMAST **************************
       0400-INCLUIR-RESPONSAVEL.
           DISPLAY 'MATRICULA DO ALUNO..... : ' WITH NO ADVANCING.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'SEQUENCIA (1 A 9)...... : ' WITH NO ADVANCING.
           ACCEPT WRK-SEQUENCIA.
           PERFORM 0410-CONFERIR-ALUNO.
           IF WRK-SEQUENCIA = ZEROS
               DISPLAY 'SEQUENCIA ZERADA - NADA INCLUIDO'
           ELSE
               IF NOT WS-ALUNO-ACHADO
                   DISPLAY 'MATRICULA NAO CADASTRADA NO STUMAST'
               ELSE
                   PERFORM 0420-GRAVAR-RESPONSAVEL
               END-IF
           END-IF.

       0410-CONFERIR-ALUNO.
           MOVE 'N' TO WS-ALUNO-ACHADO-SW.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUMAST-STATUS = '00'
               MOVE WRK-MATRICULA TO AL-MATRICULA
               READ STUDENT-MASTER-FILE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ALUNO-ACHADO-SW
                       DISPLAY 'ALUNO: ' AL-NOME
               END-READ
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       0420-GRAVAR-RESPONSAVEL.
           DISPLAY 'NOME DO RESPONSAVEL.... : ' WITH NO ADVANCING.
           ACCEPT WRK-NOME-RESP.
           DISPLAY 'E-MAIL................. : ' WITH NO ADVANCING.
           ACCEPT WRK-EMAIL.
           DISPLAY 'CELULAR (DDD+NUMERO)... : ' WITH NO ADVANCING.
           ACCEPT WRK-CELULAR.
           DISPLAY 'CANAL (E=E-MAIL S=SMS A=AMBOS N=NAO AVISAR): '
               WITH NO ADVANCING.
           ACCEPT WRK-CANAL.
           MOVE FUNCTION UPPER-CASE(WRK-CANAL) TO WRK-CANAL.
           IF NOT WRK-CANAL-VALIDO
               DISPLAY 'CANAL INVALIDO - NADA INCLUIDO'
           ELSE
               OPEN I-O GUARDIAN-FILE
               IF WS-RESPONS-STATUS = '35'
                   OPEN OUTPUT GUARDIAN-FILE
                   CLOSE GUARDIAN-FILE
                   OPEN I-O GUARDIAN-FILE
               END-IF
               IF WS-RESPONS-STATUS = '00'
                   MOVE WRK-MATRICULA TO RP-MATRICULA
                   MOVE WRK-SEQUENCIA TO RP-SEQUENCIA
                   MOVE WRK-NOME-RESP TO RP-NOME
                   MOVE WRK-EMAIL     TO RP-EMAIL
                   MOVE WRK-CELULAR   TO RP-CELULAR
                   MOVE WRK-CANAL     TO RP-CANAL
                   WRITE GUARDIAN-REC
                       INVALID KEY
                           REWRITE GUARDIAN-REC
                   END-WRITE
                   CLOSE GUARDIAN-FILE
                   DISPLAY 'RESPONSAVEL ' WRK-MATRICULA '/'
                       WRK-SEQUENCIA ' GRAVADO'
               ELSE
                   DISPLAY 'ARQUIVO RESPONS NAO DISPONIVEL'
                   MOVE 'PRGCOB44' TO EL-PROGRAMA
                   MOVE '0420-GRAVAR-RESPONSAVEL' TO EL-PARAGRAFO
                   MOVE 'ARQUIVO RESPONS NAO DISPONIVEL'
                       TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
               END-IF
           END-IF.

       0500-LISTAR-RESPONSAVEIS.
           MOVE 'N'   TO WS-FIM-CADASTRO-SW.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-RESPONS-STATUS NOT = '00'
               DISPLAY 'NENHUM RESPONSAVEL CADASTRADO AINDA'
           ELSE
               PERFORM 0510-LER-RESPONSAVEL
               PERFORM 0520-EXIBIR-RESPONSAVEL
                   UNTIL WS-FIM-CADASTRO
               CLOSE GUARDIAN-FILE
               DISPLAY 'RESPONSAVEIS LISTADOS.. : ' WS-QTD-LISTADOS
           END-IF.

       0510-LER-RESPONSAVEL.
           READ GUARDIAN-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CADASTRO-SW
           END-READ.

       0520-EXIBIR-RESPONSAVEL.
           DISPLAY RP-MATRICULA '/' RP-SEQUENCIA ' ' RP-NOME ' '
               RP-CANAL ' ' RP-CELULAR ' ' RP-EMAIL.
           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM 0510-LER-RESPONSAVEL.
