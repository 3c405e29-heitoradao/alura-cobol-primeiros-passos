      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   22/08/2026 HJR   PROGRAMA ORIGINAL
      ***   15/10/2026 HJR   INCLUIDA A OPCAO 3, REVISAO DAS METAS
      ***                    PROPOSTAS PELA PREVISAO DE VENDAS
      ***                    (PRGCOB93, ARQUIVO METAPROP): A META
      ***                    ACEITA, COM O VALOR PROPOSTO OU OUTRO,
      ***                    SUBSTITUI A DO MESMO VENDEDOR/FILIAL/
      ***                    ANO-MES NO SALESTGT OU E INCLUIDA; A
      ***                    PROPOSTA FICA ACEITA (A) OU RECUSADA
      ***                    (R) COM A DATA E O OPERADOR DA SESSAO
      ***   15/10/2026 HJR   METAPROP MAIOR QUE A TABELA DE 500
      ***                    PROPOSTAS: ERRLOG, RETORNO 8 E A
      ***                    REVISAO NAO E FEITA, SEM REGRAVAR O
      ***                    ARQUIVO E PERDER AS PROPOSTAS DE FORA
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SALES-TARGET-FILE ASSIGN TO 'SALESTGT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-META-STATUS.
           SELECT TARGET-PROPOSAL-FILE ASSIGN TO 'METAPROP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSTA-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO 'PROCDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPERATOR-SESS-FILE ASSIGN TO 'OPERSESS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TARGET-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY 'SLSTGT.COB'.

       FD  TARGET-PROPOSAL-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY 'PROPMETA.COB'.

       FD  PROCESS-DATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY 'PROCDATE.COB'.

       FD  OPERATOR-SESS-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  OPERATOR-SESS-REC.
           02 OS-OPERADOR        PIC X(05).
           02 FILLER             PIC X(01).
           02 OS-NOME            PIC X(30).

       WORKING-STORAGE SECTION.
       77  WS-META-STATUS        PIC X(02)     VALUE SPACES.
       77  WS-FIM-METAS-SW       PIC X(01)     VALUE 'N'.
       77  WRK-META              PIC 9(08)V99  VALUE ZEROS.
       77  WRK-META-ED           PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WS-QTD-LISTADAS       PIC 9(03)     VALUE ZEROS.
       77  WS-PROPOSTA-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-PROCDATE-STATUS    PIC X(02)     VALUE SPACES.
       77  WS-SESSAO-STATUS      PIC X(02)     VALUE SPACES.
       77  WS-FIM-PROPOSTAS-SW   PIC X(01)     VALUE 'N'.
           88 WS-FIM-PROPOSTAS                 VALUE 'S'.
       77  WS-FIM-REVISAO-SW     PIC X(01)     VALUE 'N'.
           88 WS-FIM-REVISAO                   VALUE 'S'.
       77  WS-META-ACHADA-SW     PIC X(01)     VALUE 'N'.
           88 WS-META-ACHADA                   VALUE 'S'.
       77  WS-METAS-CHEIA-SW     PIC X(01)     VALUE 'N'.
           88 WS-METAS-CHEIA                   VALUE 'S'.
       77  WS-METAS-ALTERADAS-SW PIC X(01)     VALUE 'N'.
           88 WS-METAS-ALTERADAS               VALUE 'S'.
       77  WS-PROPOSTAS-ESTOURO-SW PIC X(01)   VALUE 'N'.
           88 WS-PROPOSTAS-ESTOURO             VALUE 'S'.
       77  WRK-RETORNO           PIC 9(02)     VALUE ZEROS.
       77  WS-DATA-PROCESSO      PIC 9(08)     VALUE ZEROS.
       77  WRK-OPERADOR-SESSAO   PIC X(05)     VALUE SPACES.
       77  WRK-DECISAO           PIC X(01)     VALUE SPACES.
       77  WRK-PREVISTO-ED       PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WS-QTD-PENDENTES      PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-ACEITAS        PIC 9(03)     VALUE ZEROS.
       77  WS-QTD-RECUSADAS      PIC 9(03)     VALUE ZEROS.

      *********** METAS PROPOSTAS (METAPROP) EM REVISAO ***********
       01  WS-TABELA-PROPOSTAS.
           02 WS-QTD-PROPOSTAS   PIC 9(03)     VALUE ZEROS.
           02 WS-PROP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-IDX-PROP.
               03 WS-PROP-VENDEDOR    PIC X(05).
               03 WS-PROP-FILIAL      PIC X(03).
               03 WS-PROP-ANOMES      PIC 9(06).
               03 WS-PROP-PREVISTO    PIC 9(08)V99.
               03 WS-PROP-META        PIC 9(08)V99.
               03 WS-PROP-SITUACAO    PIC X(01).
               03 WS-PROP-DATA        PIC 9(08).
               03 WS-PROP-OPERADOR    PIC X(05).

      *********** METAS JA CARREGADAS NO SALESTGT, REGRAVADAS *****
      *********** COM AS PROPOSTAS ACEITAS ************************
       01  WS-TABELA-METAS.
           02 WS-QTD-METAS       PIC 9(04)     VALUE ZEROS.
           02 WS-MET-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-IDX-MET.
               03 WS-MET-VENDEDOR     PIC X(05).
               03 WS-MET-FILIAL       PIC X(03).
               03 WS-MET-ANOMES       PIC 9(06).
               03 WS-MET-VALOR        PIC 9(08)V99.

       COPY 'ERRLOG.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-EXIBIR-MENU
               UNTIL WRK-OPCAO-FIM.
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY '===== MANUTENCAO DE METAS DE VENDAS ====='.
           DISPLAY ' (1) INCLUIR META '.
           DISPLAY ' (2) LISTAR METAS '.
           DISPLAY ' (3) REVISAR METAS PROPOSTAS '.
           DISPLAY ' (0) ENCERRAR '.
           DISPLAY 'DIGITE A OPCAO DESEJADA..... : '.
           ACCEPT WRK-OPCAO.
                   PERFORM 0200-INCLUIR-META
               WHEN 2
                   PERFORM 0300-LISTAR-METAS
               WHEN 3
                   PERFORM 0400-REVISAR-PROPOSTAS
               WHEN 0
                   CONTINUE
               WHEN OTHER
               WRK-META-ED.
           ADD 1 TO WS-QTD-LISTADAS.
           PERFORM 0310-LER-META.

      *********** REVISAO DAS METAS PROPOSTAS PELO PRGCOB93: ******
      *********** CADA PROPOSTA PENDENTE E ACEITA (S), ACEITA COM **
      *********** OUTRO VALOR (V) OU RECUSADA (N); F ENCERRA E ****
      *********** DEIXA AS RESTANTES PENDENTES PARA DEPOIS; ********
      *********** METAPROP MAIOR QUE A TABELA NAO E REVISADO NEM ***
      *********** REGRAVADO, PARA NAO PERDER AS PROPOSTAS QUE *****
      *********** FICARAM FORA (ERRLOG E RETORNO 8) ***************
       0400-REVISAR-PROPOSTAS.
           PERFORM 0405-LER-DATA-E-SESSAO.
           MOVE ZEROS TO WS-QTD-PROPOSTAS.
           MOVE ZEROS TO WS-QTD-PENDENTES.
           MOVE ZEROS TO WS-QTD-ACEITAS.
           MOVE ZEROS TO WS-QTD-RECUSADAS.
           MOVE 'N'   TO WS-METAS-ALTERADAS-SW.
           MOVE 'N'   TO WS-FIM-REVISAO-SW.
           MOVE 'N'   TO WS-PROPOSTAS-ESTOURO-SW.
           PERFORM 0410-CARREGAR-PROPOSTAS.
           IF WS-PROPOSTAS-ESTOURO
               DISPLAY 'METAPROP COM MAIS DE 500 PROPOSTAS - REVISAO '
                   'NAO REALIZADA'
           ELSE
           IF WS-QTD-PENDENTES = ZEROS
               DISPLAY 'NENHUMA META PROPOSTA PENDENTE DE REVISAO'
           ELSE
               PERFORM 0420-CARREGAR-METAS
               IF WS-METAS-CHEIA
                   DISPLAY 'SALESTGT COM MAIS DE 1000 METAS - REVISAO '
                       'NAO REALIZADA'
               ELSE
                   PERFORM 0430-REVISAR-PROPOSTA
                       VARYING WS-IDX-PROP FROM 1 BY 1
                       UNTIL WS-IDX-PROP > WS-QTD-PROPOSTAS
                          OR WS-FIM-REVISAO
                   IF WS-METAS-ALTERADAS
                       PERFORM 0450-REGRAVAR-METAS
                   END-IF
                   PERFORM 0460-REGRAVAR-PROPOSTAS
                   DISPLAY 'PROPOSTAS ACEITAS...... : ' WS-QTD-ACEITAS
                   DISPLAY 'PROPOSTAS RECUSADAS.... : '
                       WS-QTD-RECUSADAS
               END-IF
           END-IF
           END-IF.

       0405-LER-DATA-E-SESSAO.
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
           MOVE SPACES TO WRK-OPERADOR-SESSAO.
           OPEN INPUT OPERATOR-SESS-FILE.
           IF WS-SESSAO-STATUS = '00'
               READ OPERATOR-SESS-FILE
                   NOT AT END
                       MOVE OS-OPERADOR TO WRK-OPERADOR-SESSAO
               END-READ
               CLOSE OPERATOR-SESS-FILE
           END-IF.

       0410-CARREGAR-PROPOSTAS.
           MOVE 'N' TO WS-FIM-PROPOSTAS-SW.
           OPEN INPUT TARGET-PROPOSAL-FILE.
           IF WS-PROPOSTA-STATUS = '00'
               PERFORM 0412-LER-PROPOSTA
               PERFORM 0414-ARMAZENAR-PROPOSTA
                   UNTIL WS-FIM-PROPOSTAS
               CLOSE TARGET-PROPOSAL-FILE
           END-IF.

       0412-LER-PROPOSTA.
           READ TARGET-PROPOSAL-FILE
               AT END
                   MOVE 'S' TO WS-FIM-PROPOSTAS-SW
           END-READ.

       0414-ARMAZENAR-PROPOSTA.
           IF WS-QTD-PROPOSTAS < 500
               ADD 1 TO WS-QTD-PROPOSTAS
               SET WS-IDX-PROP TO WS-QTD-PROPOSTAS
               MOVE PV-VENDEDOR     TO WS-PROP-VENDEDOR(WS-IDX-PROP)
               MOVE PV-FILIAL       TO WS-PROP-FILIAL(WS-IDX-PROP)
               MOVE PV-ANOMES       TO WS-PROP-ANOMES(WS-IDX-PROP)
               MOVE PV-PREVISTO     TO WS-PROP-PREVISTO(WS-IDX-PROP)
               MOVE PV-META         TO WS-PROP-META(WS-IDX-PROP)
               MOVE PV-SITUACAO     TO WS-PROP-SITUACAO(WS-IDX-PROP)
               MOVE PV-DATA-DECISAO TO WS-PROP-DATA(WS-IDX-PROP)
               MOVE PV-OPERADOR     TO WS-PROP-OPERADOR(WS-IDX-PROP)
               IF PV-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES
               END-IF
           ELSE
               IF NOT WS-PROPOSTAS-ESTOURO
                   MOVE 'S' TO WS-PROPOSTAS-ESTOURO-SW
                   MOVE 'PRGCOB28' TO EL-PROGRAMA
                   MOVE '0414-ARMAZENAR' TO EL-PARAGRAFO
                   MOVE 'METAPROP COM MAIS DE 500 PROPOSTAS - REVISAO '
                       & 'RECUSADA' TO EL-MENSAGEM
                   MOVE 'F' TO EL-SEVERIDADE
                   CALL 'ERRLOG' USING ERROR-LOG-LINK
                   MOVE 8 TO WRK-RETORNO
               END-IF
           END-IF.
           PERFORM 0412-LER-PROPOSTA.

       0420-CARREGAR-METAS.
           MOVE ZEROS TO WS-QTD-METAS.
           MOVE 'N'   TO WS-METAS-CHEIA-SW.
           MOVE 'N'   TO WS-FIM-METAS-SW.
           OPEN INPUT SALES-TARGET-FILE.
           IF WS-META-STATUS = '00'
               PERFORM 0310-LER-META
               PERFORM 0422-ARMAZENAR-META
                   UNTIL WS-FIM-METAS
               CLOSE SALES-TARGET-FILE
           END-IF.

       0422-ARMAZENAR-META.
           IF WS-QTD-METAS < 1000
               ADD 1 TO WS-QTD-METAS
               SET WS-IDX-MET TO WS-QTD-METAS
               MOVE TG-VENDEDOR TO WS-MET-VENDEDOR(WS-IDX-MET)
               MOVE TG-FILIAL   TO WS-MET-FILIAL(WS-IDX-MET)
               MOVE TG-ANOMES   TO WS-MET-ANOMES(WS-IDX-MET)
               MOVE TG-META     TO WS-MET-VALOR(WS-IDX-MET)
           ELSE
               MOVE 'S' TO WS-METAS-CHEIA-SW
           END-IF.
           PERFORM 0310-LER-META.

       0430-REVISAR-PROPOSTA.
           IF WS-PROP-SITUACAO(WS-IDX-PROP) = 'P'
               MOVE WS-PROP-PREVISTO(WS-IDX-PROP) TO WRK-PREVISTO-ED
               MOVE WS-PROP-META(WS-IDX-PROP)     TO WRK-META-ED
               DISPLAY ' '
               DISPLAY 'VENDEDOR/FILIAL/PERIODO : '
                   WS-PROP-VENDEDOR(WS-IDX-PROP) ' '
                   WS-PROP-FILIAL(WS-IDX-PROP) ' '
                   WS-PROP-ANOMES(WS-IDX-PROP)
               DISPLAY 'VENDA PREVISTA......... : ' WRK-PREVISTO-ED
               DISPLAY 'META PROPOSTA.......... : ' WRK-META-ED
               DISPLAY 'ACEITAR? (S=SIM N=NAO V=OUTRO VALOR F=FIM) : '
                   WITH NO ADVANCING
               ACCEPT WRK-DECISAO
               EVALUATE WRK-DECISAO
                   WHEN 'S'
                       PERFORM 0440-APLICAR-META
                   WHEN 'V'
                       DISPLAY 'VALOR DA META.......... : '
                           WITH NO ADVANCING
                       ACCEPT WRK-META
                       IF WRK-META = ZEROS
                           DISPLAY 'META ZERADA - PROPOSTA MANTIDA '
                               'PENDENTE'
                       ELSE
                           MOVE WRK-META
                               TO WS-PROP-META(WS-IDX-PROP)
                           PERFORM 0440-APLICAR-META
                       END-IF
                   WHEN 'N'
                       MOVE 'R' TO WS-PROP-SITUACAO(WS-IDX-PROP)
                       MOVE WS-DATA-PROCESSO
                           TO WS-PROP-DATA(WS-IDX-PROP)
                       MOVE WRK-OPERADOR-SESSAO
                           TO WS-PROP-OPERADOR(WS-IDX-PROP)
                       ADD 1 TO WS-QTD-RECUSADAS
                   WHEN 'F'
                       MOVE 'S' TO WS-FIM-REVISAO-SW
                   WHEN OTHER
                       DISPLAY 'DECISAO INVALIDA - PROPOSTA MANTIDA '
                           'PENDENTE'
               END-EVALUATE
           END-IF.

      *********** META ACEITA SUBSTITUI A DO MESMO VENDEDOR/ ******
      *********** FILIAL/ANO-MES NO SALESTGT OU E INCLUIDA ********
       0440-APLICAR-META.
           MOVE 'N' TO WS-META-ACHADA-SW.
           PERFORM 0442-COMPARAR-META
               VARYING WS-IDX-MET FROM 1 BY 1
               UNTIL WS-IDX-MET > WS-QTD-METAS
                  OR WS-META-ACHADA.
           IF WS-META-ACHADA
               SET WS-IDX-MET DOWN BY 1
           ELSE
               IF WS-QTD-METAS < 1000
                   ADD 1 TO WS-QTD-METAS
                   SET WS-IDX-MET TO WS-QTD-METAS
                   MOVE WS-PROP-VENDEDOR(WS-IDX-PROP)
                       TO WS-MET-VENDEDOR(WS-IDX-MET)
                   MOVE WS-PROP-FILIAL(WS-IDX-PROP)
                       TO WS-MET-FILIAL(WS-IDX-MET)
                   MOVE WS-PROP-ANOMES(WS-IDX-PROP)
                       TO WS-MET-ANOMES(WS-IDX-MET)
                   MOVE 'S' TO WS-META-ACHADA-SW
               ELSE
                   DISPLAY 'TABELA DE METAS CHEIA - PROPOSTA MANTIDA '
                       'PENDENTE'
               END-IF
           END-IF.
           IF WS-META-ACHADA
               MOVE WS-PROP-META(WS-IDX-PROP)
                   TO WS-MET-VALOR(WS-IDX-MET)
               MOVE 'A' TO WS-PROP-SITUACAO(WS-IDX-PROP)
               MOVE WS-DATA-PROCESSO TO WS-PROP-DATA(WS-IDX-PROP)
               MOVE WRK-OPERADOR-SESSAO
                   TO WS-PROP-OPERADOR(WS-IDX-PROP)
               MOVE 'S' TO WS-METAS-ALTERADAS-SW
               ADD 1 TO WS-QTD-ACEITAS
           END-IF.

       0442-COMPARAR-META.
           IF WS-MET-VENDEDOR(WS-IDX-MET) =
                  WS-PROP-VENDEDOR(WS-IDX-PROP)
              AND WS-MET-FILIAL(WS-IDX-MET) =
                  WS-PROP-FILIAL(WS-IDX-PROP)
              AND WS-MET-ANOMES(WS-IDX-MET) =
                  WS-PROP-ANOMES(WS-IDX-PROP)
               MOVE 'S' TO WS-META-ACHADA-SW
           END-IF.

       0450-REGRAVAR-METAS.
           OPEN OUTPUT SALES-TARGET-FILE.
           PERFORM 0452-GRAVAR-META
               VARYING WS-IDX-MET FROM 1 BY 1
               UNTIL WS-IDX-MET > WS-QTD-METAS.
           CLOSE SALES-TARGET-FILE.

       0452-GRAVAR-META.
           MOVE SPACES TO SALES-TARGET-REC.
           MOVE WS-MET-VENDEDOR(WS-IDX-MET) TO TG-VENDEDOR.
           MOVE WS-MET-FILIAL(WS-IDX-MET)   TO TG-FILIAL.
           MOVE WS-MET-ANOMES(WS-IDX-MET)   TO TG-ANOMES.
           MOVE WS-MET-VALOR(WS-IDX-MET)    TO TG-META.
           WRITE SALES-TARGET-REC.

       0460-REGRAVAR-PROPOSTAS.
           OPEN OUTPUT TARGET-PROPOSAL-FILE.
           PERFORM 0462-GRAVAR-PROPOSTA
               VARYING WS-IDX-PROP FROM 1 BY 1
               UNTIL WS-IDX-PROP > WS-QTD-PROPOSTAS.
           CLOSE TARGET-PROPOSAL-FILE.

       0462-GRAVAR-PROPOSTA.
           MOVE SPACES TO TARGET-PROPOSAL-REC.
           MOVE WS-PROP-VENDEDOR(WS-IDX-PROP) TO PV-VENDEDOR.
           MOVE WS-PROP-FILIAL(WS-IDX-PROP)   TO PV-FILIAL.
           MOVE WS-PROP-ANOMES(WS-IDX-PROP)   TO PV-ANOMES.
           MOVE WS-PROP-PREVISTO(WS-IDX-PROP) TO PV-PREVISTO.
           MOVE WS-PROP-META(WS-IDX-PROP)     TO PV-META.
           MOVE WS-PROP-SITUACAO(WS-IDX-PROP) TO PV-SITUACAO.
           MOVE WS-PROP-DATA(WS-IDX-PROP)     TO PV-DATA-DECISAO.
           MOVE WS-PROP-OPERADOR(WS-IDX-PROP) TO PV-OPERADOR.
           WRITE TARGET-PROPOSAL-REC.
