      ***                    ADICIONAL NOTURNO E DESCONTO DE
      ***                    FALTAS), ACOMPANHANDO OS NOVOS
      ***                    CAMPOS DO EMPLOYEE.COB
      ***   15/10/2026 HJR   INCLUIDOS OS DADOS BANCARIOS DA
      ***                    COMPETENCIA (PH-BANCO, PH-AGENCIA E
      ***                    PH-CONTA), PARA A CONFERENCIA DA
      ***                    FOLHA ANTES DA REMESSA (PRGCB101)
      ***                    APONTAR TROCA DE CONTA DE UM MES
      ***                    PARA O OUTRO; FOTO ANTIGA FICA COM
      ***                    ESPACOS (SEM REFERENCIA)
      ******************************************************
       01  PAYROLL-HIST-REC.
           02 PH-CHAVE.
           02 PH-VL-HE100             PIC 9(06)V99.
           02 PH-VL-NOTURNO           PIC 9(06)V99.
           02 PH-VL-FALTAS            PIC 9(06)V99.
           02 PH-BANCO                PIC 9(03).
           02 PH-AGENCIA              PIC 9(04).
           02 PH-CONTA                PIC 9(08).
