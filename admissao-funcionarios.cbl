       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCB102.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = ADMISSAO DE FUNCIONARIOS NO
      ***                            CADASTRO (EMPLOYEF): DADOS DA
      ***                            CONTRATACAO, CENTRO DE CUSTO,
      ***                            CARGO E TIPO DE CONTRATO
      ***                            (PRAZO INDETERMINADO,
      ***                            EXPERIENCIA OU PRAZO
      ***                            DETERMINADO), COM OS
      ***                            VENCIMENTOS DO CONTRATO
      ***                            CALCULADOS A PARTIR DA DATA DE
      ***                            ADMISSAO; EFETIVACAO DO
      ***                            CONTRATO DE EXPERIENCIA. O
      ***                            ALERTA DE VENCIMENTO E O
      ***                            QUADRO DE TURNOVER FICAM NO
      ***                            PRGCB103
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***--------------------------------------------------
      ***   EXPERIENCIA (CLT ART. 445): 1O PERIODO E PRORROGACAO,
      ***   PADRAO 45+45 DIAS, NO MAXIMO 90 DIAS NO TOTAL; O 1O
      ***   PERIODO VENCE NO DIA ADMISSAO + DIAS - 1 E O CONTRATO
      ***   AO FIM DA PRORROGACAO. PRAZO DETERMINADO: ATE 2 ANOS
      ***   (730 DIAS). O FUNCIONARIO ENTRA ATIVO COM LIQUIDO
      ***   ZERADO; INSS, IRRF E LIQUIDO SAO APURADOS NO CALCULO
      ***   DA FOLHA (PRGCOB04)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           RECORD CONTAINS 231 CHARACTERS.
           COPY 'EMPLOYEE.COB'.

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WRK-OPCAO             PIC 9(01)     VALUE 9.
           88 WRK-OPCAO-FIM                    VALUE 0.
       77  WS-ADMISSAO-OK-SW     PIC X(01)     VALUE 'S'.
           88 WS-ADMISSAO-OK                   VALUE 'S'.
       77  WRK-ID                PIC 9(05)     VALUE ZEROS.
       77  WRK-NOME              PIC X(30)     VALUE SPACES.
       77  WRK-SALARIO           PIC 9(06)V99  VALUE ZEROS.
       77  WRK-DEPENDENTES       PIC 9(02)     VALUE ZEROS.
       77  WRK-VL-PENSAO         PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VL-TRANSPORTE     PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VL-REFEICAO       PIC 9(06)V99  VALUE ZEROS.
       77  WRK-BANCO             PIC 9(03)     VALUE ZEROS.
       77  WRK-AGENCIA           PIC 9(04)     VALUE ZEROS.
       77  WRK-CONTA             PIC 9(08)     VALUE ZEROS.
       77  WRK-CENTRO-CUSTO      PIC X(05)     VALUE SPACES.
       77  WRK-CARGO             PIC X(20)     VALUE SPACES.
       77  WRK-DATA-ADMISSAO     PIC 9(08)     VALUE ZEROS.
       77  WRK-TIPO-CONTRATO     PIC X(01)     VALUE SPACES.
       77  WRK-DIAS-PERIODO-1    PIC 9(03)     VALUE ZEROS.
       77  WRK-DIAS-PRORROGACAO  PIC 9(03)     VALUE ZEROS.
       77  WRK-FIM-EXPERIENCIA-1 PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-CONTRATO      PIC 9(08)     VALUE ZEROS.
       77  WRK-CONFIRMA          PIC X(01)     VALUE SPACES.
       77  WRK-MOTIVO            PIC X(50)     VALUE SPACES.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-DIA-ADMISSAO       PIC 9(07)     VALUE ZEROS.
       77  WS-DIA-FIM            PIC 9(07)     VALUE ZEROS.
       77  WRK-SALARIO-ED        PIC $ZZZ.ZZ9,99 VALUE ZEROS.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
           GOBACK.

      *********** DATA DE PROCESSAMENTO DO NEGOCIO (PROCDATE); *****
      *********** SEM O CONTROLE, VALE O RELOGIO DA MAQUINA ********
       0040-LER-DATA-PROCESSO.
           ACCEPT WS-DATA-PROCESSO FROM DATE YYYYMMDD.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-STATUS = '00'
               READ PROCESS-DATE-FILE
                   NOT AT END
                       IF PD-DATA-PROCESSO > ZEROS
                           MOVE PD-DATA-PROCESSO
                               TO WS-DATA-PROCESSO
                       END-IF
               END-READ
               CLOSE PROCESS-DATE-FILE
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== ADMISSAO DE FUNCIONARIOS ====='.
           DISPLAY ' (1) ADMITIR FUNCIONARIO '.
           DISPLAY ' (2) EFETIVAR CONTRATO DE EXPERIENCIA '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-ADMITIR-FUNCIONARIO
               WHEN 2
                   PERFORM 0400-EFETIVAR-EXPERIENCIA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *********** ADMISSAO: MATRICULA NOVA, DADOS DA CONTRATACAO ***
      *********** E CONTRATO; GRAVA SO APOS A CONFIRMACAO **********
       0200-ADMITIR-FUNCIONARIO.
           PERFORM 0250-ABRIR-ARQUIVO.
           IF WS-EMPLOYEE-STATUS = '00'
               MOVE 'S' TO WS-ADMISSAO-OK-SW
               MOVE SPACES TO WRK-MOTIVO
               DISPLAY 'MATRICULA (EM-ID)...... : '
                   WITH NO ADVANCING
               ACCEPT WRK-ID
               MOVE WRK-ID TO EM-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       PERFORM 0210-CAPTURAR-CONTRATACAO
                   NOT INVALID KEY
                       MOVE 'N' TO WS-ADMISSAO-OK-SW
                       MOVE 'MATRICULA JA CADASTRADA NO EMPLOYEF'
                           TO WRK-MOTIVO
               END-READ
               IF WS-ADMISSAO-OK AND WRK-ID = ZEROS
                   MOVE 'N' TO WS-ADMISSAO-OK-SW
                   MOVE 'MATRICULA INVALIDA' TO WRK-MOTIVO
               END-IF
               IF WS-ADMISSAO-OK
                   PERFORM 0230-CAPTURAR-CONTRATO
               END-IF
               IF WS-ADMISSAO-OK
                   PERFORM 0240-CONFIRMAR-ADMISSAO
               ELSE
                   DISPLAY 'ADMISSAO RECUSADA - ' WRK-MOTIVO
               END-IF
               CLOSE EMPLOYEE-FILE
           END-IF.

       0210-CAPTURAR-CONTRATACAO.
           DISPLAY 'NOME................... : ' WITH NO ADVANCING.
           ACCEPT WRK-NOME.
           DISPLAY 'SALARIO BRUTO.......... : ' WITH NO ADVANCING.
           ACCEPT WRK-SALARIO.
           DISPLAY 'NUMERO DE DEPENDENTES.. : ' WITH NO ADVANCING.
           ACCEPT WRK-DEPENDENTES.
           DISPLAY 'PENSAO (0 SE NAO HA)... : ' WITH NO ADVANCING.
           ACCEPT WRK-VL-PENSAO.
           DISPLAY 'VALE TRANSPORTE........ : ' WITH NO ADVANCING.
           ACCEPT WRK-VL-TRANSPORTE.
           DISPLAY 'VALE REFEICAO.......... : ' WITH NO ADVANCING.
           ACCEPT WRK-VL-REFEICAO.
           DISPLAY 'BANCO (NUMERO)......... : ' WITH NO ADVANCING.
           ACCEPT WRK-BANCO.
           DISPLAY 'AGENCIA................ : ' WITH NO ADVANCING.
           ACCEPT WRK-AGENCIA.
           DISPLAY 'CONTA.................. : ' WITH NO ADVANCING.
           ACCEPT WRK-CONTA.
           DISPLAY 'CENTRO DE CUSTO........ : ' WITH NO ADVANCING.
           ACCEPT WRK-CENTRO-CUSTO.
           DISPLAY 'CARGO.................. : ' WITH NO ADVANCING.
           ACCEPT WRK-CARGO.
           DISPLAY 'DATA DE ADMISSAO (AAAAMMDD, 0 = HOJE): '
               WITH NO ADVANCING.
           ACCEPT WRK-DATA-ADMISSAO.
           IF WRK-DATA-ADMISSAO = ZEROS
               MOVE WS-DATA-PROCESSO TO WRK-DATA-ADMISSAO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-NOME = SPACES
                   MOVE 'N' TO WS-ADMISSAO-OK-SW
                   MOVE 'NOME NAO INFORMADO' TO WRK-MOTIVO
               WHEN WRK-SALARIO = ZEROS
                   MOVE 'N' TO WS-ADMISSAO-OK-SW
                   MOVE 'SALARIO BRUTO NAO INFORMADO' TO WRK-MOTIVO
               WHEN WRK-CENTRO-CUSTO = SPACES
                   MOVE 'N' TO WS-ADMISSAO-OK-SW
                   MOVE 'CENTRO DE CUSTO NAO INFORMADO'
                       TO WRK-MOTIVO
               WHEN WRK-CARGO = SPACES
                   MOVE 'N' TO WS-ADMISSAO-OK-SW
                   MOVE 'CARGO NAO INFORMADO' TO WRK-MOTIVO
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-ADMISSAO)
                    NOT = ZEROS
                   MOVE 'N' TO WS-ADMISSAO-OK-SW
                   MOVE 'DATA DE ADMISSAO INVALIDA' TO WRK-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *********** TIPO DE CONTRATO E VENCIMENTOS ******************
       0230-CAPTURAR-CONTRATO.
           MOVE ZEROS TO WRK-FIM-EXPERIENCIA-1 WRK-FIM-CONTRATO.
           DISPLAY 'TIPO DE CONTRATO (I=INDETERMINADO, E=EXPERIENCIA,'
               ' P=PRAZO DETERMINADO): ' WITH NO ADVANCING.
           ACCEPT WRK-TIPO-CONTRATO.
           MOVE FUNCTION UPPER-CASE(WRK-TIPO-CONTRATO)
               TO WRK-TIPO-CONTRATO.
           COMPUTE WS-DIA-ADMISSAO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ADMISSAO).
           EVALUATE WRK-TIPO-CONTRATO
               WHEN 'I'
                   CONTINUE
               WHEN 'E'
                   PERFORM 0232-CAPTURAR-EXPERIENCIA
               WHEN 'P'
                   PERFORM 0234-CAPTURAR-PRAZO
               WHEN OTHER
                   MOVE 'N' TO WS-ADMISSAO-OK-SW
                   MOVE 'TIPO DE CONTRATO INVALIDO' TO WRK-MOTIVO
           END-EVALUATE.

       0232-CAPTURAR-EXPERIENCIA.
           DISPLAY 'DIAS DO 1O PERIODO (0 = 45)....... : '
               WITH NO ADVANCING.
           ACCEPT WRK-DIAS-PERIODO-1.
           IF WRK-DIAS-PERIODO-1 = ZEROS
               MOVE 45 TO WRK-DIAS-PERIODO-1
           END-IF.
           DISPLAY 'DIAS DA PRORROGACAO (0 = 45)...... : '
               WITH NO ADVANCING.
           ACCEPT WRK-DIAS-PRORROGACAO.
           IF WRK-DIAS-PRORROGACAO = ZEROS
               MOVE 45 TO WRK-DIAS-PRORROGACAO
           END-IF.
           IF WRK-DIAS-PERIODO-1 + WRK-DIAS-PRORROGACAO > 90
               MOVE 'N' TO WS-ADMISSAO-OK-SW
               MOVE 'EXPERIENCIA ACIMA DE 90 DIAS (CLT ART. 445)'
                   TO WRK-MOTIVO
           ELSE
               COMPUTE WS-DIA-FIM =
                   WS-DIA-ADMISSAO + WRK-DIAS-PERIODO-1 - 1
               COMPUTE WRK-FIM-EXPERIENCIA-1 =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-FIM)
               ADD WRK-DIAS-PRORROGACAO TO WS-DIA-FIM
               COMPUTE WRK-FIM-CONTRATO =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-FIM)
           END-IF.

       0234-CAPTURAR-PRAZO.
           DISPLAY 'FIM DO CONTRATO (AAAAMMDD)........ : '
               WITH NO ADVANCING.
           ACCEPT WRK-FIM-CONTRATO.
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-FIM-CONTRATO)
              NOT = ZEROS
              OR WRK-FIM-CONTRATO NOT > WRK-DATA-ADMISSAO
               MOVE 'N' TO WS-ADMISSAO-OK-SW
               MOVE 'FIM DO CONTRATO INVALIDO' TO WRK-MOTIVO
           ELSE
               COMPUTE WS-DIA-FIM =
                   FUNCTION INTEGER-OF-DATE(WRK-FIM-CONTRATO)
               IF WS-DIA-FIM - WS-DIA-ADMISSAO > 730
                   MOVE 'N' TO WS-ADMISSAO-OK-SW
                   MOVE 'PRAZO DETERMINADO ACIMA DE 2 ANOS'
                       TO WRK-MOTIVO
               END-IF
           END-IF.

       0240-CONFIRMAR-ADMISSAO.
           DISPLAY ' '.
           DISPLAY 'MATRICULA..... : ' WRK-ID.
           DISPLAY 'NOME.......... : ' WRK-NOME.
           MOVE WRK-SALARIO TO WRK-SALARIO-ED.
           DISPLAY 'SALARIO BRUTO. : ' WRK-SALARIO-ED.
           DISPLAY 'CENTRO CUSTO.. : ' WRK-CENTRO-CUSTO.
           DISPLAY 'CARGO......... : ' WRK-CARGO.
           DISPLAY 'ADMISSAO...... : ' WRK-DATA-ADMISSAO.
           DISPLAY 'CONTRATO...... : ' WRK-TIPO-CONTRATO.
           IF WRK-TIPO-CONTRATO = 'E'
               DISPLAY 'FIM 1O PERIODO : ' WRK-FIM-EXPERIENCIA-1
           END-IF.
           IF WRK-TIPO-CONTRATO NOT = 'I'
               DISPLAY 'FIM CONTRATO.. : ' WRK-FIM-CONTRATO
           END-IF.
           DISPLAY 'CONFIRMA A ADMISSAO (S/N)? ' WITH NO ADVANCING.
           ACCEPT WRK-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'ADMISSAO CANCELADA PELO OPERADOR'
           ELSE
               PERFORM 0245-GRAVAR-FUNCIONARIO
           END-IF.

       0245-GRAVAR-FUNCIONARIO.
           MOVE WRK-ID               TO EM-ID.
           MOVE WRK-NOME             TO EM-NOME.
           MOVE WRK-SALARIO          TO EM-SALARIO-BRUTO.
           MOVE ZEROS                TO EM-VALOR-INSS.
           MOVE ZEROS                TO EM-VALOR-IRRF.
           MOVE ZEROS                TO EM-SALARIO-LIQUIDO.
           MOVE 'A'                  TO EM-SITUACAO.
           MOVE ZEROS                TO EM-DATA-DESLIGAMENTO.
           MOVE WRK-DEPENDENTES      TO EM-DEPENDENTES.
           MOVE WRK-VL-PENSAO        TO EM-VL-PENSAO.
           MOVE WRK-VL-TRANSPORTE    TO EM-VL-TRANSPORTE.
           MOVE WRK-VL-REFEICAO      TO EM-VL-REFEICAO.
           MOVE WRK-BANCO            TO EM-BANCO.
           MOVE WRK-AGENCIA          TO EM-AGENCIA.
           MOVE WRK-CONTA            TO EM-CONTA.
           MOVE WRK-CENTRO-CUSTO     TO EM-CENTRO-CUSTO.
           MOVE ZEROS                TO EM-VALOR-COMISSAO.
           MOVE ZEROS                TO EM-VL-HE50.
           MOVE ZEROS                TO EM-VL-HE100.
           MOVE ZEROS                TO EM-VL-NOTURNO.
           MOVE ZEROS                TO EM-VL-FALTAS.
           MOVE WRK-DATA-ADMISSAO    TO EM-DATA-ADMISSAO.
           MOVE WRK-CARGO            TO EM-CARGO.
           MOVE WRK-TIPO-CONTRATO    TO EM-TIPO-CONTRATO.
           MOVE WRK-FIM-EXPERIENCIA-1 TO EM-FIM-EXPERIENCIA-1.
           MOVE WRK-FIM-CONTRATO     TO EM-FIM-CONTRATO.
           WRITE EMPLOYEE-REC
               INVALID KEY
                   DISPLAY 'MATRICULA JA CADASTRADA - NADA GRAVADO'
               NOT INVALID KEY
                   DISPLAY 'FUNCIONARIO ' WRK-ID ' ADMITIDO - '
                       'CALCULO DA FOLHA NO PRGCOB04'
           END-WRITE.

       0250-ABRIR-ARQUIVO.
           OPEN I-O EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS = '35'
               OPEN OUTPUT EMPLOYEE-FILE
               CLOSE EMPLOYEE-FILE
               OPEN I-O EMPLOYEE-FILE
           END-IF.
           IF WS-EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO EMPLOYEF NAO DISPONIVEL'
               MOVE 'PRGCB102' TO EL-PROGRAMA
               MOVE '0250-ABRIR-ARQUIVO' TO EL-PARAGRAFO
               MOVE 'ARQUIVO EMPLOYEF NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
           END-IF.

      *********** EFETIVACAO: O CONTRATO DE EXPERIENCIA PASSA A ****
      *********** PRAZO INDETERMINADO; OS VENCIMENTOS FICAM COMO ***
      *********** HISTORICO ****************************************
       0400-EFETIVAR-EXPERIENCIA.
           PERFORM 0250-ABRIR-ARQUIVO.
           IF WS-EMPLOYEE-STATUS = '00'
               DISPLAY 'MATRICULA (EM-ID)...... : '
                   WITH NO ADVANCING
               ACCEPT WRK-ID
               MOVE WRK-ID TO EM-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY 'FUNCIONARIO NAO ENCONTRADO'
                   NOT INVALID KEY
                       PERFORM 0410-CONFIRMAR-EFETIVACAO
               END-READ
               CLOSE EMPLOYEE-FILE
           END-IF.

       0410-CONFIRMAR-EFETIVACAO.
           EVALUATE TRUE
               WHEN EM-SITUACAO = 'D'
                   DISPLAY 'FUNCIONARIO DESLIGADO EM '
                       EM-DATA-DESLIGAMENTO
               WHEN NOT EM-CONTRATO-EXPERIENCIA
                   DISPLAY 'FUNCIONARIO NAO ESTA EM EXPERIENCIA'
               WHEN OTHER
                   DISPLAY 'NOME.......... : ' EM-NOME
                   DISPLAY 'CARGO......... : ' EM-CARGO
                   DISPLAY 'ADMISSAO...... : ' EM-DATA-ADMISSAO
                   DISPLAY 'FIM 1O PERIODO : ' EM-FIM-EXPERIENCIA-1
                   DISPLAY 'FIM CONTRATO.. : ' EM-FIM-CONTRATO
                   DISPLAY 'CONFIRMA A EFETIVACAO (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WRK-CONFIRMA
                   MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA)
                       TO WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       MOVE 'I' TO EM-TIPO-CONTRATO
                       REWRITE EMPLOYEE-REC
                       DISPLAY 'FUNCIONARIO ' WRK-ID ' EFETIVADO'
                   ELSE
                       DISPLAY 'EFETIVACAO CANCELADA PELO OPERADOR'
                   END-IF
           END-EVALUATE.
