      ***   03/09/2026 HJR   PROGRAMA ORIGINAL, NO MESMO DESENHO
      ***                    DAS MANUTENCOES DE CADASTRO
      ***                    (PRGCOB38/PRGCOB55)
      ***   15/10/2026 HJR   INCLUIDAS AS HORAS A DESCONTAR
      ***                    (OC-HORAS-DEBITO), GRAVADAS PELA
      ***                    IMPORTACAO DO PONTO (PRGCB100) E
      ***                    AJUSTAVEIS AQUI; REGISTRO ANTIGO SEM
      ***                    O CAMPO E CARREGADO COM ZERO
      ***   15/10/2026 HJR   ACOMPANHA O CARGO, O TIPO DE CONTRATO
      ***                    E OS VENCIMENTOS DA EXPERIENCIA
      ***                    INCLUIDOS NO EMPLOYEE.COB (FD DE 231
      ***                    POSICOES)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  OCCURRENCE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY 'OCORRENC.COB'.

       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       WORKING-STORAGE SECTION.
               03 WS-OCO-HE100       PIC 9(03)V99.
               03 WS-OCO-FALTAS      PIC 9(02).
               03 WS-OCO-NOTURNO     PIC 9(03)V99.
               03 WS-OCO-DEBITO      PIC 9(03)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               MOVE OC-DIAS-FALTA     TO WS-OCO-FALTAS(WS-QTD-OCORR)
               MOVE OC-HORAS-NOTURNO
                   TO WS-OCO-NOTURNO(WS-QTD-OCORR)
               IF OC-HORAS-DEBITO NUMERIC
                   MOVE OC-HORAS-DEBITO
                       TO WS-OCO-DEBITO(WS-QTD-OCORR)
               ELSE
                   MOVE ZEROS TO WS-OCO-DEBITO(WS-QTD-OCORR)
               END-IF
           ELSE
               DISPLAY 'TABELA DE OCORRENCIAS CHEIA - '
                   'REGISTRO IGNORADO'
               WS-OCO-HE50(WRK-IDX-I) ' HE100 '
               WS-OCO-HE100(WRK-IDX-I) ' FALTAS '
               WS-OCO-FALTAS(WRK-IDX-I) ' NOTURNO '
               WS-OCO-NOTURNO(WRK-IDX-I) ' DEBITO '
               WS-OCO-DEBITO(WRK-IDX-I).

      *********** INCLUSAO/ALTERACAO: A CHAVE E MATRICULA MAIS ****
      *********** COMPETENCIA; MATRICULA INEXISTENTE NO EMPLOYEF **
                               TO WS-OCO-ID(WS-IDX-ACHADA)
                           MOVE WRK-COMPETENCIA
                               TO WS-OCO-COMPETENCIA(WS-IDX-ACHADA)
                           MOVE ZEROS
                               TO WS-OCO-DEBITO(WS-IDX-ACHADA)
                       END-IF
                   END-IF
                   IF WS-IDX-ACHADA > ZEROS
           ACCEPT WS-OCO-FALTAS(WS-IDX-ACHADA).
           DISPLAY 'HORAS ADIC. NOTURNO.... : ' WITH NO ADVANCING.
           ACCEPT WS-OCO-NOTURNO(WS-IDX-ACHADA).
           DISPLAY 'HORAS A DESCONTAR...... : ' WITH NO ADVANCING.
           ACCEPT WS-OCO-DEBITO(WS-IDX-ACHADA).

       0800-REGRAVAR-ARQUIVO.
           OPEN OUTPUT OCCURRENCE-FILE.
           MOVE WS-OCO-HE100(WRK-IDX-I)       TO OC-HORAS-EXTRA-100.
           MOVE WS-OCO-FALTAS(WRK-IDX-I)      TO OC-DIAS-FALTA.
           MOVE WS-OCO-NOTURNO(WRK-IDX-I)     TO OC-HORAS-NOTURNO.
           MOVE WS-OCO-DEBITO(WRK-IDX-I)      TO OC-HORAS-DEBITO.
           WRITE OCCURRENCE-REC.
