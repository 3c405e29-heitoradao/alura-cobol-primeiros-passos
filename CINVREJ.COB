      ***                    B=BAIXADO) E O MOTIVO DA BAIXA,
      ***                    MANTIDOS PELA MESA DE REJEITOS
      ***                    (PRGCOB60) PARA A FILA ESVAZIAR
      ***   15/10/2026 HJR   INCLUIDO O MOTIVO 08, TRANSPORTADORA
      ***                    FORA DO CADASTRO TRANSPOR OU INATIVA
      ***--------------------------------------------------
      ***   MOTIVOS DE REJEICAO
      ***   01 = UF INVALIDA
      ***   05 = NUMERO DE COTACAO NAO NUMERICO
      ***   06 = EDI SEM REGISTRO 000 (PRGCOB67)
      ***   07 = TRAILER 990 AUSENTE OU DIVERGENTE (PRGCOB67)
      ***   08 = TRANSPORTADORA NAO CADASTRADA OU INATIVA NO
      ***        TRANSPOR (PRGCOB34/PRGCOB67)
      ******************************************************
       01  CARRIER-INV-REJ-REC.
           02 CR-MOTIVO               PIC X(02).
