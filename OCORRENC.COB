      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   03/09/2026 HJR   LAYOUT ORIGINAL
      ***   15/10/2026 HJR   INCLUIDAS AS HORAS A DESCONTAR
      ***                    (OC-HORAS-DEBITO): SALDO NEGATIVO
      ***                    VENCIDO DO BANCO DE HORAS E ATRASOS
      ***                    APURADOS PELO PRGCB100 NA IMPORTACAO
      ***                    DO PONTO ELETRONICO
      ******************************************************
       01  OCCURRENCE-REC.
           02 OC-ID                   PIC 9(05).
           02 OC-DIAS-FALTA           PIC 9(02).
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 OC-HORAS-NOTURNO        PIC 9(03)V99.
           02 FILLER                  PIC X(01)     VALUE SPACES.
           02 OC-HORAS-DEBITO         PIC 9(03)V99.
