       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATRIBVAL.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SUB-ROTINA COMPARTILHADA DE
      ***                            VALIDACAO DA DISCIPLINA: O
      ***                            CODIGO TEM QUE EXISTIR E ESTAR
      ***                            ATIVO NO CATALOGO DISCCAD E A
      ***                            TURMA/DISCIPLINA TEM QUE TER
      ***                            PROFESSOR NA ATRIBUICAO
      ***                            ATRIBUI - ANTES UM ERRO DE
      ***                            DIGITACAO CRIAVA UMA DISCIPLINA
      ***                            FANTASMA NO BOLETIM (PRGCOB45).
      ***                            CHAMADA POR PRGCOB07,
      ***                            PRGCOB08-1, PRGCOB74 E PRGCOB76
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   SEM O CATALOGO OU SEM A ATRIBUICAO, A CONFERENCIA
      ***   CORRESPONDENTE NAO E FEITA, COMO NA VALIDACAO DO
      ***   ALUNO CONTRA O STUMAST
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-FILE ASSIGN TO 'DISCCAD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CODIGO
               FILE STATUS IS WS-DISCCAD-STATUS.
           SELECT CLASS-ASSIGN-FILE ASSIGN TO 'ATRIBUI'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-CHAVE
               FILE STATUS IS WS-ATRIBUI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-FILE
           RECORD CONTAINS 37 CHARACTERS.
           COPY 'DISCCAD.COB'.

       FD  CLASS-ASSIGN-FILE
           RECORD CONTAINS 19 CHARACTERS.
           COPY 'ATRIBUI.COB'.

       WORKING-STORAGE SECTION.
       77  WS-DISCCAD-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-ATRIBUI-STATUS     PIC X(02)     VALUE SPACES.

       LINKAGE SECTION.
       COPY 'ATRBVAL.COB'.

       PROCEDURE DIVISION USING ASSIGN-VALID-LINK.
       0001-PRINCIPAL.
           MOVE 'S'    TO AV-RESULTADO.
           MOVE SPACES TO AV-PROFESSOR.
           MOVE SPACES TO AV-NOME-DISCIPLINA.
           PERFORM 0100-VALIDAR-DISCIPLINA.
           IF AV-VALIDA
               PERFORM 0200-VALIDAR-ATRIBUICAO
           END-IF.
           GOBACK.

      *********** CODIGO NO CATALOGO, DISCIPLINA ATIVA ************
       0100-VALIDAR-DISCIPLINA.
           OPEN INPUT SUBJECT-FILE.
           IF WS-DISCCAD-STATUS = '00'
               MOVE AV-DISCIPLINA TO DC-CODIGO
               READ SUBJECT-FILE
                   INVALID KEY
                       MOVE 'D' TO AV-RESULTADO
                   NOT INVALID KEY
                       MOVE DC-NOME TO AV-NOME-DISCIPLINA
                       IF NOT DC-DISCIPLINA-ATIVA
                           MOVE 'D' TO AV-RESULTADO
                       END-IF
               END-READ
               CLOSE SUBJECT-FILE
           END-IF.

      *********** TURMA/DISCIPLINA COM PROFESSOR ATRIBUIDO ********
       0200-VALIDAR-ATRIBUICAO.
           OPEN INPUT CLASS-ASSIGN-FILE.
           IF WS-ATRIBUI-STATUS = '00'
               MOVE AV-TURMA      TO AT-TURMA
               MOVE AV-DISCIPLINA TO AT-DISCIPLINA
               READ CLASS-ASSIGN-FILE
                   INVALID KEY
                       MOVE 'A' TO AV-RESULTADO
                   NOT INVALID KEY
                       MOVE AT-PROFESSOR TO AV-PROFESSOR
               END-READ
               CLOSE CLASS-ASSIGN-FILE
           END-IF.
