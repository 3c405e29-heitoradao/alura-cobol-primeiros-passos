       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCOB09.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = TRADUCAO DO ARQUIVO DE
      ***                            OCORRENCIAS DE ENTREGA DA
      ***                            TRANSPORTADORA (PADRAO OCOREN
      ***                            SIMPLIFICADO, ARQUIVO OCOREN)
      ***                            PARA O CICLO DE VIDA DA
      ***                            COTACAO NO QUOTSTAT: REGISTRO
      ***                            000 ABRE O INTERCAMBIO COM A
      ***                            TRANSPORTADORA, 342 TRAZ CADA
      ***                            OCORRENCIA (COLETA, EM
      ***                            TRANSITO, ENTREGA, ENTREGA NAO
      ***                            REALIZADA, DEVOLUCAO) E 990
      ***                            FECHA COM A QUANTIDADE. CADA
      ***                            OCORRENCIA E CONFERIDA CONTRA
      ***                            A COTACAO E A TRANSPORTADORA E
      ***                            AVANCA O STATUS; OCORRENCIA SEM
      ***                            COTACAO OU FORA DE SEQUENCIA
      ***                            VAI PARA O OCORREJ COM MOTIVO -
      ***                            ANTES O STATUS E A DATA DE
      ***                            ENTREGA ERAM DIGITADOS NO
      ***                            PRGCOB33 A PARTIR DOS E-MAILS
      ***   AUTOR: HEITOR JR
      ***   DATA : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   INTERCAMBIO COM MAIS DE 400
      ***                    OCORRENCIAS E REJEITADO INTEIRO
      ***                    (MOTIVO 10 NO OCORREJ, INCLUSIVE AS
      ***                    EXCEDENTES) COM RETORNO 8, EM VEZ DE
      ***                    IGNORAR AS QUE NAO CABIAM NA TABELA
      ***--------------------------------------------------
      ***   OCORRENCIA  STATUS ACEITO   NOVO STATUS
      ***   01 COLETA         C              E
      ***   02 EM TRANSITO    C OU E         E
      ***   03 ENTREGA        E              T (GRAVA A DATA
      ***                                     DE ENTREGA)
      ***   04 NAO ENTREGUE   E              E
      ***   05 DEVOLUCAO      E              D
      ***   RETORNO: 00 = LIMPO   04 = OCORRENCIA OU INTERCAMBIO
      ***               REJEITADO   08 = ARQUIVO OCOREN AUSENTE,
      ***               QUOTSTAT INDISPONIVEL OU INTERCAMBIO COM
      ***               MAIS DE 400 OCORRENCIAS (REJEITADO INTEIRO)
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'LOCALE.COB'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACKING-FILE ASSIGN TO 'OCOREN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCOREN-STATUS.
           SELECT QUOTE-STATUS-FILE ASSIGN TO 'QUOTSTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-NUMERO
               FILE STATUS IS WS-QSTAT-STATUS.
           SELECT TRACKING-REJ-FILE ASSIGN TO 'OCORREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCORREJ-STATUS.
           SELECT CARRIER-FILE ASSIGN TO 'TRANSPOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSPOR-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRACKING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRACKING-REC          PIC X(80).

       FD  QUOTE-STATUS-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY 'QUOTSTAT.COB'.

       FD  TRACKING-REJ-FILE
           RECORD CONTAINS 96 CHARACTERS.
           COPY 'OCORREJ.COB'.

       FD  CARRIER-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY 'TRANSPOR.COB'.

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       WORKING-STORAGE SECTION.
       77  WS-OCOREN-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-QSTAT-STATUS       PIC X(02)     VALUE SPACES.
       77  WS-OCORREJ-STATUS     PIC X(02)     VALUE SPACES.
       77  WS-TRANSPOR-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-FIM-OCOREN-SW      PIC X(01)     VALUE 'N'.
           88 WS-FIM-OCOREN                    VALUE 'S'.
       77  WS-FIM-TRANSPOR-SW    PIC X(01)     VALUE 'N'.
           88 WS-FIM-TRANSPOR                  VALUE 'S'.
       77  WS-HEADER-VISTO-SW    PIC X(01)     VALUE 'N'.
           88 WS-HEADER-VISTO                  VALUE 'S'.
       77  WS-TRAILER-VISTO-SW   PIC X(01)     VALUE 'N'.
           88 WS-TRAILER-VISTO                 VALUE 'S'.
       77  WS-ESTRUTURA-OK-SW    PIC X(01)     VALUE 'N'.
           88 WS-ESTRUTURA-OK                  VALUE 'S'.
       77  WS-TRANSP-ATIVA-SW    PIC X(01)     VALUE 'N'.
           88 WS-TRANSP-ATIVA                  VALUE 'S'.
       77  WS-REJ-ABERTO-SW      PIC X(01)     VALUE 'N'.
           88 WS-REJ-ABERTO                    VALUE 'S'.
       77  WS-TAB-CHEIA-SW       PIC X(01)     VALUE 'N'.
           88 WS-TAB-CHEIA                     VALUE 'S'.
       77  WRK-TRANSPORTADORA    PIC X(03)     VALUE SPACES.
       77  WRK-QTD-TRAILER       PIC 9(06)     VALUE ZEROS.
       77  WRK-NOVO-STATUS       PIC X(01)     VALUE SPACES.
       77  WRK-DIV-AUX           PIC 9(06)     VALUE ZEROS.
       77  WRK-RESTO-AUX         PIC 9(06)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WS-QTD-OCORRENCIAS    PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-APLICADAS      PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-REJEITADAS     PIC 9(06)     VALUE ZEROS.
       77  WS-QTD-ENTREGAS       PIC 9(06)     VALUE ZEROS.
       77  WS-MOTIVO-REJEICAO    PIC X(02)     VALUE SPACES.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.

      *********** REGISTRO DO OCOREN EM TRABALHO, COM AS VISOES ***
      *********** DE CABECALHO, OCORRENCIA E TRAILER *************
       01  WS-OCOREN-REC.
           02 OC-TIPO             PIC X(03).
               88 OC-TIPO-HEADER                VALUE '000'.
               88 OC-TIPO-OCORRENCIA            VALUE '342'.
               88 OC-TIPO-TRAILER               VALUE '990'.
           02 OC-DADOS            PIC X(77).
           02 OC-DADOS-HEADER REDEFINES OC-DADOS.
               03 OC-H-DATA           PIC 9(08).
               03 OC-H-TRANSPORTADORA PIC X(03).
               03 FILLER              PIC X(66).
           02 OC-DADOS-OCORRENCIA REDEFINES OC-DADOS.
               03 OC-O-NUMERO-COTACAO PIC 9(06).
               03 OC-O-NUMERO-X REDEFINES OC-O-NUMERO-COTACAO
                                      PIC X(06).
               03 OC-O-CODIGO         PIC X(02).
                   88 OC-COLETA                  VALUE '01'.
                   88 OC-EM-TRANSITO             VALUE '02'.
                   88 OC-ENTREGA                 VALUE '03'.
                   88 OC-NAO-ENTREGUE            VALUE '04'.
                   88 OC-DEVOLUCAO               VALUE '05'.
               03 OC-O-DATA           PIC 9(08).
               03 OC-O-HORA           PIC 9(04).
               03 OC-O-OBSERVACAO     PIC X(40).
               03 FILLER              PIC X(17).
           02 OC-DADOS-TRAILER REDEFINES OC-DADOS.
               03 OC-T-QTD            PIC 9(06).
               03 FILLER              PIC X(71).

       01  WRK-DATA-OCORRENCIA   PIC 9(08)     VALUE ZEROS.
       01  WRK-DATA-OCORRENCIA-GRP REDEFINES WRK-DATA-OCORRENCIA.
           02 WRK-OCO-ANO        PIC 9(04).
           02 WRK-OCO-MES        PIC 9(02).
           02 WRK-OCO-DIA        PIC 9(02).

       01  WRK-DIAS-MES-TAB.
           02 WRK-DIAS-MES       PIC 9(02) OCCURS 12 TIMES.

      *********** TRANSPORTADORAS CADASTRADAS (TRANSPOR) **********
       01  WS-TABELA-TRANSPORTADORAS.
           02 WS-QTD-TRANSPORTADORAS PIC 9(03) VALUE ZEROS.
           02 WS-TRP-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-IDX-TRP.
               03 WS-TRP-CODIGO       PIC X(03).
               03 WS-TRP-ATIVO        PIC X(01).

      *********** OCORRENCIAS 342 NA ORDEM DO ARQUIVO *************
       01  WS-TABELA-OCORRENCIAS.
           02 WS-QTD-OCOR-TAB    PIC 9(03)     VALUE ZEROS.
           02 WS-OCOR-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-IDX-OCO.
               03 WS-OCO-REGISTRO     PIC X(80).

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0030-MONTAR-DIAS-MES.
           PERFORM 0040-LER-DATA-PROCESSO.
           PERFORM 0050-CARREGAR-TRANSPORTADORAS.
           PERFORM 0100-LER-INTERCAMBIO.
           IF WRK-RETORNO < 8
               PERFORM 0200-AVALIAR-ESTRUTURA
               IF WS-ESTRUTURA-OK
                   PERFORM 0300-APLICAR-OCORRENCIAS
               ELSE
                   PERFORM 0400-REJEITAR-INTERCAMBIO
               END-IF
           END-IF.
           IF WS-REJ-ABERTO
               CLOSE TRACKING-REJ-FILE
           END-IF.
           PERFORM 0500-RESUMO.
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.

      *********** QUANTIDADE PADRAO DE DIAS POR MES ***************
       0030-MONTAR-DIAS-MES.
           MOVE 31 TO WRK-DIAS-MES(01).
           MOVE 28 TO WRK-DIAS-MES(02).
           MOVE 31 TO WRK-DIAS-MES(03).
           MOVE 30 TO WRK-DIAS-MES(04).
           MOVE 31 TO WRK-DIAS-MES(05).
           MOVE 30 TO WRK-DIAS-MES(06).
           MOVE 31 TO WRK-DIAS-MES(07).
           MOVE 31 TO WRK-DIAS-MES(08).
           MOVE 30 TO WRK-DIAS-MES(09).
           MOVE 31 TO WRK-DIAS-MES(10).
           MOVE 30 TO WRK-DIAS-MES(11).
           MOVE 31 TO WRK-DIAS-MES(12).

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

      *********** SEM O CADASTRO TRANSPOR NENHUM INTERCAMBIO E ****
      *********** ACEITO (MOTIVO 08) *****************************
       0050-CARREGAR-TRANSPORTADORAS.
           OPEN INPUT CARRIER-FILE.
           IF WS-TRANSPOR-STATUS = '00'
               PERFORM 0060-LER-TRANSPORTADORA
               PERFORM 0070-ARMAZENAR-TRANSPORTADORA
                   UNTIL WS-FIM-TRANSPOR
               CLOSE CARRIER-FILE
           ELSE
               DISPLAY 'AVISO: CADASTRO TRANSPOR AUSENTE - NENHUM '
                   'INTERCAMBIO SERA ACEITO'
           END-IF.

       0060-LER-TRANSPORTADORA.
           READ CARRIER-FILE
               AT END
                   MOVE 'S' TO WS-FIM-TRANSPOR-SW
           END-READ.

       0070-ARMAZENAR-TRANSPORTADORA.
           IF WS-QTD-TRANSPORTADORAS < 300
               ADD 1 TO WS-QTD-TRANSPORTADORAS
               SET WS-IDX-TRP TO WS-QTD-TRANSPORTADORAS
               MOVE TP-CODIGO TO WS-TRP-CODIGO(WS-IDX-TRP)
               MOVE TP-ATIVO  TO WS-TRP-ATIVO(WS-IDX-TRP)
           ELSE
               DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA - REGISTRO '
                   'IGNORADO'
           END-IF.
           PERFORM 0060-LER-TRANSPORTADORA.

      *********** LE O INTERCAMBIO INTEIRO PARA A TABELA: NADA ****
      *********** E ATUALIZADO ANTES DA ESTRUTURA CONFERIR ********
       0100-LER-INTERCAMBIO.
           OPEN INPUT TRACKING-FILE.
           IF WS-OCOREN-STATUS NOT = '00'
               DISPLAY 'ARQUIVO OCOREN NAO ENCONTRADO'
               MOVE 'PRGCOB09' TO EL-PROGRAMA
               MOVE '0100-LER-INTERCAMBIO' TO EL-PARAGRAFO
               MOVE 'ARQUIVO OCOREN NAO ENCONTRADO' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0110-LER-OCOREN
               PERFORM 0120-CLASSIFICAR-REGISTRO
                   UNTIL WS-FIM-OCOREN
               CLOSE TRACKING-FILE
           END-IF.

       0110-LER-OCOREN.
           READ TRACKING-FILE INTO WS-OCOREN-REC
               AT END
                   MOVE 'S' TO WS-FIM-OCOREN-SW
           END-READ.

       0120-CLASSIFICAR-REGISTRO.
           EVALUATE TRUE
               WHEN OC-TIPO-HEADER
                   MOVE 'S' TO WS-HEADER-VISTO-SW
                   MOVE FUNCTION UPPER-CASE(OC-H-TRANSPORTADORA)
                       TO WRK-TRANSPORTADORA
               WHEN OC-TIPO-OCORRENCIA
                   ADD 1 TO WS-QTD-OCORRENCIAS
                   IF WS-QTD-OCOR-TAB < 400
                       ADD 1 TO WS-QTD-OCOR-TAB
                       MOVE WS-OCOREN-REC
                           TO WS-OCO-REGISTRO(WS-QTD-OCOR-TAB)
                   ELSE
                       PERFORM 0130-REJEITAR-EXCEDENTE
                   END-IF
               WHEN OC-TIPO-TRAILER
                   MOVE 'S' TO WS-TRAILER-VISTO-SW
                   MOVE OC-T-QTD TO WRK-QTD-TRAILER
               WHEN OTHER
                   DISPLAY 'TIPO DE REGISTRO OCOREN DESCONHECIDO: '
                       OC-TIPO
           END-EVALUATE.
           PERFORM 0110-LER-OCOREN.

      *********** OCORRENCIA ALEM DA CAPACIDADE DA TABELA: VAI ****
      *********** DIRETO PARA O OCORREJ E O INTERCAMBIO INTEIRO ***
      *********** SERA REJEITADO NA ESTRUTURA (MOTIVO 10) *********
       0130-REJEITAR-EXCEDENTE.
           IF NOT WS-TAB-CHEIA
               MOVE 'S' TO WS-TAB-CHEIA-SW
               DISPLAY 'TABELA DE OCORRENCIAS CHEIA (400) - '
                   'INTERCAMBIO SERA REJEITADO'
           END-IF.
           MOVE '10' TO WS-MOTIVO-REJEICAO.
           PERFORM 0450-GRAVAR-REJEITO.

      *********** ESTRUTURA DO INTERCAMBIO: 000 PRESENTE COM ******
      *********** TRANSPORTADORA CADASTRADA E ATIVA, 990 PRESENTE *
      *********** E QUANTIDADE BATENDO COM OS 342 LIDOS ***********
       0200-AVALIAR-ESTRUTURA.
           MOVE 'N' TO WS-TRANSP-ATIVA-SW.
           PERFORM 0210-COMPARAR-TRANSPORTADORA
               VARYING WS-IDX-TRP FROM 1 BY 1
               UNTIL WS-IDX-TRP > WS-QTD-TRANSPORTADORAS
                  OR WS-TRANSP-ATIVA.
           EVALUATE TRUE
               WHEN WS-TAB-CHEIA
                   MOVE '10' TO WS-MOTIVO-REJEICAO
                   DISPLAY 'OCOREN COM MAIS DE 400 OCORRENCIAS ('
                       WS-QTD-OCORRENCIAS ') - INTERCAMBIO REJEITADO'
               WHEN NOT WS-HEADER-VISTO
                   MOVE '06' TO WS-MOTIVO-REJEICAO
                   DISPLAY 'OCOREN SEM REGISTRO 000 - INTERCAMBIO '
                       'REJEITADO'
               WHEN WRK-TRANSPORTADORA = SPACES
                  OR NOT WS-TRANSP-ATIVA
                   MOVE '08' TO WS-MOTIVO-REJEICAO
                   DISPLAY 'TRANSPORTADORA ' WRK-TRANSPORTADORA
                       ' NAO CADASTRADA OU INATIVA - INTERCAMBIO '
                       'REJEITADO'
               WHEN NOT WS-TRAILER-VISTO
                   MOVE '07' TO WS-MOTIVO-REJEICAO
                   DISPLAY 'OCOREN SEM REGISTRO 990 - INTERCAMBIO '
                       'REJEITADO'
               WHEN WS-QTD-OCORRENCIAS NOT = WRK-QTD-TRAILER
                   MOVE '07' TO WS-MOTIVO-REJEICAO
                   DISPLAY 'QUANTIDADE DO 990 (' WRK-QTD-TRAILER
                       ') NAO CONFERE COM OS 342 LIDOS ('
                       WS-QTD-OCORRENCIAS ')'
               WHEN OTHER
                   MOVE 'S' TO WS-ESTRUTURA-OK-SW
           END-EVALUATE.

       0210-COMPARAR-TRANSPORTADORA.
           IF WS-TRP-CODIGO(WS-IDX-TRP) = WRK-TRANSPORTADORA
              AND WS-TRP-ATIVO(WS-IDX-TRP) = 'S'
               MOVE 'S' TO WS-TRANSP-ATIVA-SW
           END-IF.

      *********** CADA OCORRENCIA E APLICADA NA ORDEM DO ARQUIVO, ***
      *********** PARA COLETA E ENTREGA DA MESMA COTACAO NO MESMO ***
      *********** INTERCAMBIO SEGUIREM O CICLO *********************
       0300-APLICAR-OCORRENCIAS.
           OPEN I-O QUOTE-STATUS-FILE.
           IF WS-QSTAT-STATUS NOT = '00'
               DISPLAY 'ARQUIVO QUOTSTAT NAO DISPONIVEL'
               MOVE 'PRGCOB09' TO EL-PROGRAMA
               MOVE '0300-APLICAR-OCORR' TO EL-PARAGRAFO
               MOVE 'ARQUIVO QUOTSTAT NAO DISPONIVEL' TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               MOVE 8 TO WRK-RETORNO
           ELSE
               PERFORM 0310-APLICAR-OCORRENCIA
                   VARYING WS-IDX-OCO FROM 1 BY 1
                   UNTIL WS-IDX-OCO > WS-QTD-OCOR-TAB
               CLOSE QUOTE-STATUS-FILE
           END-IF.
           IF WS-QTD-REJEITADAS > ZEROS
               MOVE 'PRGCOB09' TO EL-PROGRAMA
               MOVE '0300-APLICAR-OCORR' TO EL-PARAGRAFO
               MOVE 'OCORRENCIAS DE ENTREGA REJEITADAS NO OCORREJ'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
               CALL 'ERRLOG' USING ERROR-LOG-LINK
               PERFORM 0590-MARCAR-REJEICAO
           END-IF.

       0310-APLICAR-OCORRENCIA.
           MOVE WS-OCO-REGISTRO(WS-IDX-OCO) TO WS-OCOREN-REC.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           MOVE SPACES TO WRK-NOVO-STATUS.
           PERFORM 0320-CRITICAR-OCORRENCIA.
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE OC-O-NUMERO-COTACAO TO QT-NUMERO
               READ QUOTE-STATUS-FILE
                   INVALID KEY
                       MOVE '01' TO WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       PERFORM 0330-AVALIAR-SEQUENCIA
               END-READ
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE WRK-NOVO-STATUS TO QT-STATUS
               MOVE OC-O-DATA       TO QT-DATA-ATUALIZACAO
               IF OC-ENTREGA
                   MOVE OC-O-DATA TO QT-DATA-ENTREGA
                   ADD 1 TO WS-QTD-ENTREGAS
               END-IF
               REWRITE QUOTE-STATUS-REC
               ADD 1 TO WS-QTD-APLICADAS
           ELSE
               PERFORM 0450-GRAVAR-REJEITO
           END-IF.

      *********** CRITICA DE CAMPO DA OCORRENCIA ANTES DE IR AO ****
      *********** QUOTSTAT: NUMERO, CODIGO E DATA ******************
       0320-CRITICAR-OCORRENCIA.
           IF OC-O-NUMERO-X NOT NUMERIC
               MOVE '09' TO WS-MOTIVO-REJEICAO
           ELSE
               IF NOT OC-COLETA AND NOT OC-EM-TRANSITO
                  AND NOT OC-ENTREGA AND NOT OC-NAO-ENTREGUE
                  AND NOT OC-DEVOLUCAO
                   MOVE '03' TO WS-MOTIVO-REJEICAO
               ELSE
                   PERFORM 0325-VALIDAR-DATA
               END-IF
           END-IF.

      *********** DATA CONFERIDA CONTRA DIAS POR MES, COM *********
      *********** FEVEREIRO AJUSTADO EM ANO BISSEXTO ***************
       0325-VALIDAR-DATA.
           IF OC-O-DATA NOT NUMERIC
               MOVE '05' TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE OC-O-DATA TO WRK-DATA-OCORRENCIA
               MOVE 28 TO WRK-DIAS-MES(02)
               DIVIDE WRK-OCO-ANO BY 4 GIVING WRK-DIV-AUX
                   REMAINDER WRK-RESTO-AUX
               IF WRK-RESTO-AUX = 0
                   MOVE 29 TO WRK-DIAS-MES(02)
               END-IF
               IF WRK-OCO-MES < 1 OR WRK-OCO-MES > 12
                   MOVE '05' TO WS-MOTIVO-REJEICAO
               ELSE
                   IF WRK-OCO-DIA < 1 OR
                      WRK-OCO-DIA > WRK-DIAS-MES(WRK-OCO-MES)
                       MOVE '05' TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.

      *********** A COTACAO TEM DE SER DA TRANSPORTADORA DO 000, ***
      *********** O STATUS ATUAL TEM DE ADMITIR O EVENTO E A DATA **
      *********** NAO PODE VOLTAR ANTES DA ULTIMA ATUALIZACAO *****
       0330-AVALIAR-SEQUENCIA.
           IF QT-TRANSPORTADORA NOT = WRK-TRANSPORTADORA
               MOVE '02' TO WS-MOTIVO-REJEICAO
           ELSE
               EVALUATE TRUE
                   WHEN OC-COLETA AND QT-STATUS = 'C'
                       MOVE 'E' TO WRK-NOVO-STATUS
                   WHEN OC-EM-TRANSITO
                        AND (QT-STATUS = 'C' OR 'E')
                       MOVE 'E' TO WRK-NOVO-STATUS
                   WHEN OC-ENTREGA AND QT-STATUS = 'E'
                       MOVE 'T' TO WRK-NOVO-STATUS
                   WHEN OC-NAO-ENTREGUE AND QT-STATUS = 'E'
                       MOVE 'E' TO WRK-NOVO-STATUS
                   WHEN OC-DEVOLUCAO AND QT-STATUS = 'E'
                       MOVE 'D' TO WRK-NOVO-STATUS
                   WHEN OTHER
                       MOVE '04' TO WS-MOTIVO-REJEICAO
               END-EVALUATE
               IF WS-MOTIVO-REJEICAO = SPACES
                  AND OC-O-DATA < QT-DATA-ATUALIZACAO
                   MOVE '04' TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

      *********** INTERCAMBIO ESTRUTURALMENTE INVALIDO: TODAS AS ***
      *********** OCORRENCIAS VAO PARA O OCORREJ COM O MOTIVO *****
      *********** (AS EXCEDENTES DA TABELA JA FORAM NA LEITURA) ****
       0400-REJEITAR-INTERCAMBIO.
           PERFORM 0410-REJEITAR-OCORRENCIA
               VARYING WS-IDX-OCO FROM 1 BY 1
               UNTIL WS-IDX-OCO > WS-QTD-OCOR-TAB.
           MOVE 'PRGCOB09' TO EL-PROGRAMA.
           MOVE '0400-REJEITAR-INTERC' TO EL-PARAGRAFO.
           IF WS-TAB-CHEIA
               MOVE 'INTERCAMBIO OCOREN ACIMA DE 400 OCORRENCIAS'
                   TO EL-MENSAGEM
               MOVE 'F' TO EL-SEVERIDADE
               MOVE 8 TO WRK-RETORNO
           ELSE
               MOVE 'INTERCAMBIO OCOREN REJEITADO NA ESTRUTURA'
                   TO EL-MENSAGEM
               MOVE 'A' TO EL-SEVERIDADE
           END-IF.
           CALL 'ERRLOG' USING ERROR-LOG-LINK.
           PERFORM 0590-MARCAR-REJEICAO.

       0410-REJEITAR-OCORRENCIA.
           MOVE WS-OCO-REGISTRO(WS-IDX-OCO) TO WS-OCOREN-REC.
           PERFORM 0450-GRAVAR-REJEITO.

       0450-GRAVAR-REJEITO.
           IF NOT WS-REJ-ABERTO
               OPEN EXTEND TRACKING-REJ-FILE
               IF WS-OCORREJ-STATUS = '35'
                   OPEN OUTPUT TRACKING-REJ-FILE
               END-IF
               IF WS-OCORREJ-STATUS = '00'
                   MOVE 'S' TO WS-REJ-ABERTO-SW
               ELSE
                   DISPLAY 'OCORREJ INDISPONIVEL - REJEITO NAO '
                       'GRAVADO'
               END-IF
           END-IF.
           IF WS-REJ-ABERTO
               MOVE SPACES             TO TRACKING-REJ-REC
               MOVE WS-MOTIVO-REJEICAO TO OJ-MOTIVO
               MOVE WRK-TRANSPORTADORA TO OJ-TRANSPORTADORA
               MOVE WS-OCOREN-REC      TO OJ-REGISTRO
               MOVE WS-DATA-PROCESSO   TO OJ-DATA-PROCESSO
               WRITE TRACKING-REJ-REC
           END-IF.
           ADD 1 TO WS-QTD-REJEITADAS.
           DISPLAY 'OCORRENCIA REJEITADA (MOTIVO '
               WS-MOTIVO-REJEICAO '): ' OC-O-NUMERO-X ' '
               OC-O-CODIGO ' ' OC-O-DATA.

       0500-RESUMO.
           DISPLAY '====== RESUMO DA TRADUCAO OCOREN ======'.
           DISPLAY 'TRANSPORTADORA......... : ' WRK-TRANSPORTADORA.
           DISPLAY 'OCORRENCIAS LIDAS...... : ' WS-QTD-OCORRENCIAS.
           DISPLAY 'OCORRENCIAS APLICADAS.. : ' WS-QTD-APLICADAS.
           DISPLAY 'ENTREGAS REGISTRADAS... : ' WS-QTD-ENTREGAS.
           DISPLAY 'OCORRENCIAS REJEITADAS. : ' WS-QTD-REJEITADAS.
           DISPLAY '========================================'.

       0590-MARCAR-REJEICAO.
           IF WRK-RETORNO < 4
               MOVE 4 TO WRK-RETORNO
           END-IF.
