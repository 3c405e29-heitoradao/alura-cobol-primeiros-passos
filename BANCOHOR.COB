      ******************************************************
      ***   COPYBOOK  : BANCOHOR.COB
      ***   OBJETIVO  : LAYOUT DO REGISTRO DO BANCO DE HORAS
      ***                 (ARQUIVO BANCOHOR), REGRAVADO PELO
      ***                 PRGCB100 A CADA IMPORTACAO DO PONTO: UM
      ***                 LOTE POR MATRICULA E COMPETENCIA DE
      ***                 ORIGEM, COM O SALDO EM MINUTOS (CREDITO
      ***                 POSITIVO, DEBITO NEGATIVO) E A
      ***                 COMPETENCIA DE VENCIMENTO. OS LOTES SAO
      ***                 COMPENSADOS DO MAIS ANTIGO PARA O MAIS
      ***                 NOVO; NO VENCIMENTO O CREDITO E PAGO
      ***                 COMO HORA EXTRA 50 E O DEBITO VAI PARA
      ***                 AS HORAS A DESCONTAR DO OCORRENC. O
      ***                 SALDO DE ANTES DA ULTIMA COMPETENCIA
      ***                 MOVIMENTADA E GUARDADO PARA QUE A
      ***                 IMPORTACAO DA MESMA COMPETENCIA POSSA
      ***                 SER REPROCESSADA
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  HOUR-BANK-REC.
           02 BH-ID                   PIC 9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 BH-COMP-ORIGEM          PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 BH-COMP-VENCIMENTO      PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 BH-MINUTOS-ORIGEM       PIC S9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 BH-MINUTOS-SALDO        PIC S9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 BH-COMP-ULT-MOV         PIC 9(06).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 BH-SALDO-ANTERIOR       PIC S9(05).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 BH-SITUACAO             PIC X(01).
               88 BH-ABERTO                         VALUE 'A'.
               88 BH-COMPENSADO                     VALUE 'C'.
               88 BH-VENCIDO                        VALUE 'V'.
               88 BH-DESLIGAMENTO                   VALUE 'D'.
