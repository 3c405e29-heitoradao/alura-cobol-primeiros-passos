      ******************************************************
      ***   COPYBOOK  : ADIANTA.COB
      ***   OBJETIVO  : LAYOUT DO ARQUIVO INDEXADO DE
      ***                 ADIANTAMENTO SALARIAL QUINZENAL POR
      ***                 COMPETENCIA (ANO/MES) E MATRICULA,
      ***                 GRAVADO PELO PRGCOB13 A CADA RODADA DE
      ***                 ADIANTAMENTO E LIDO PELO PRGCOB04 (QUE
      ***                 DESCONTA O VALOR NO CALCULO DO MES) E
      ***                 PELO CONTRACHEQUE (PRGCOB42)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  SALARY-ADVANCE-REC.
           02 AD-CHAVE.
               03 AD-COMPETENCIA      PIC 9(06).
               03 AD-ID               PIC 9(05).
           02 AD-NOME                 PIC X(30).
           02 AD-SALARIO-BASE         PIC 9(06)V99.
           02 AD-PERCENTUAL           PIC 9(03)V99.
           02 AD-VALOR                PIC 9(06)V99.
           02 AD-DATA-PAGAMENTO       PIC 9(08).
           02 AD-NUM-REMESSA          PIC 9(06).
