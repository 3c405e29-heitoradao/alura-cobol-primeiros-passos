      ******************************************************
      ***   COPYBOOK  : AVISOHIS.COB
      ***   OBJETIVO  : LAYOUT DO HISTORICO DOS AVISOS JA
      ***                 ENVIADOS AOS RESPONSAVEIS (AVISOHIS),
      ***                 INDEXADO POR MATRICULA/TIPO/REFERENCIA
      ***                 (AH-CHAVE), CONSULTADO E GRAVADO PELO
      ***                 PRGCB108 A CADA SEMANA; A MESMA CHAVE
      ***                 NUNCA E AVISADA DUAS VEZES
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   AH-REFERENCIA COM 14 POSICOES: O
      ***                    PERIODO LETIVO ENTRA NA FRENTE DA
      ***                    TURMA+DISCIPLINA, PARA O ALUNO QUE
      ***                    REPETE A TURMA SER AVISADO DE NOVO NO
      ***                    PERIODO SEGUINTE (FD DE 34 POSICOES)
      ***   15/10/2026 HJR   ARQUIVO INDEXADO PELA CHAVE AH-CHAVE
      ***                    (MATRICULA+TIPO+REFERENCIA), NA
      ***                    FRENTE DO REGISTRO; A DATA DE ENVIO
      ***                    VAI PARA DEPOIS DELA (FD DE 32
      ***                    POSICOES)
      ***--------------------------------------------------
      ***   TIPO: R=EM RECUPERACAO (REFERENCIA = PERIODO AAAAMM
      ***           + TURMA + DISCIPLINA)
      ***         F=FREQUENCIA PERTO DO LIMITE (PERIODO+TURMA+
      ***           DISCIPLINA)
      ***         L=FREQUENCIA ABAIXO DO LIMITE (PERIODO+TURMA+
      ***           DISCIPLINA)
      ***         M=MENSALIDADE VENCIDA (COMPETENCIA AAAAMM)
      ******************************************************
       01  NOTICE-HIST-REC.
           02 AH-CHAVE.
               03 AH-MATRICULA        PIC 9(06).
               03 AH-TIPO             PIC X(01).
               03 AH-REFERENCIA       PIC X(14).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AH-DATA-ENVIO           PIC 9(08).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 AH-QTD-RESPONSAVEIS     PIC 9(01).
