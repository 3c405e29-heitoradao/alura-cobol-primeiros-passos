      ******************************************************
      ***   COPYBOOK  : ESOCEVT.COB
      ***   OBJETIVO  : LAYOUT DO ARQUIVO INDEXADO DE CONTROLE
      ***                 DOS EVENTOS DA FOLHA PARA O GOVERNO
      ***                 (ESOCEVT), GRAVADO PELO PRGCB104: UM
      ***                 REGISTRO POR EVENTO, COMPETENCIA E
      ***                 MATRICULA, COM O NUMERO DE CONTROLE
      ***                 (SEQUENCIAL DO ESOCSEQ) E A SITUACAO.
      ***                 O EVENTO NASCE PENDENTE (P), VAI PARA
      ***                 ENVIADO (E) AO SAIR NO ARQUIVO ESOCREM
      ***                 E FICA ACEITO (A, COM O RECIBO) OU
      ***                 REJEITADO (R, COM O ERRO) NO RETORNO;
      ***                 O REJEITADO SO VOLTA A PENDENTE QUANDO
      ***                 O RH CONFIRMA A CORRECAO
      ***                 EVENTOS: S-2200 ADMISSAO, S-1200
      ***                 REMUNERACAO MENSAL, S-2299 DESLIGAMENTO
      ***                 E S-1299 FECHAMENTO DA COMPETENCIA
      ***                 (MATRICULA ZERADA)
      ***   AUTOR     : HEITOR JR
      ***   DATA      : 15/10/2026
      ***--------------------------------------------------
      ***   HISTORICO DE ALTERACOES
      ***   15/10/2026 HJR   LAYOUT ORIGINAL
      ******************************************************
       01  ESOCIAL-EVENT-REC.
           02 EV-CHAVE.
               03 EV-EVENTO           PIC X(06).
                   88 EV-ADMISSAO               VALUE 'S-2200'.
                   88 EV-REMUNERACAO            VALUE 'S-1200'.
                   88 EV-DESLIGAMENTO           VALUE 'S-2299'.
                   88 EV-FECHAMENTO             VALUE 'S-1299'.
               03 EV-COMPETENCIA      PIC 9(06).
               03 EV-ID               PIC 9(05).
           02 EV-SEQUENCIA            PIC 9(08).
           02 EV-SITUACAO             PIC X(01).
               88 EV-PENDENTE                   VALUE 'P'.
               88 EV-ENVIADO                    VALUE 'E'.
               88 EV-ACEITO                     VALUE 'A'.
               88 EV-REJEITADO                  VALUE 'R'.
           02 EV-TENTATIVAS           PIC 9(02).
           02 EV-DATA-GERACAO         PIC 9(08).
           02 EV-DATA-ENVIO           PIC 9(08).
           02 EV-NUM-ARQUIVO          PIC 9(06).
           02 EV-DATA-RETORNO         PIC 9(08).
           02 EV-RECIBO               PIC X(20).
           02 EV-COD-ERRO             PIC X(04).
           02 EV-MOTIVO               PIC X(40).
