      ***                    PARA A PONTUALIDADE DA
      ***                    TRANSPORTADORA SER COBRADA CONTRA
      ***                    A DATA PROMETIDA (PRGCOB65)
      ***   15/10/2026 HJR   LISTAGEM MOSTRA O STATUS D (DEVOLVIDA),
      ***                    GRAVADO PELO PRGCOB09 NAS OCORRENCIAS
      ***                    DE DEVOLUCAO DA TRANSPORTADORA
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   MOVE 'FATURADA' TO WRK-DESCR-STATUS
               WHEN 'R'
                   MOVE 'RECONCILIADA' TO WRK-DESCR-STATUS
               WHEN 'D'
                   MOVE 'DEVOLVIDA' TO WRK-DESCR-STATUS
               WHEN OTHER
                   MOVE 'DESCONHECIDO' TO WRK-DESCR-STATUS
           END-EVALUATE.
