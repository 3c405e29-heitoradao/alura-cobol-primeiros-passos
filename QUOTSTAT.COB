      ***                    (GRAVADA PELO PRGCOB33 AO MARCAR
      ***                    ENTREGUE), PARA O RELATORIO DE
      ***                    PONTUALIDADE (PRGCOB65)
      ***   15/10/2026 HJR   STATUS E, T E O NOVO D (DEVOLVIDA)
      ***                    TAMBEM GRAVADOS PELO PRGCOB09 A PARTIR
      ***                    DAS OCORRENCIAS (OCOREN) DA
      ***                    TRANSPORTADORA
      ***--------------------------------------------------
      ***   STATUS: C=COTADA  E=EMBARCADA  T=ENTREGUE
      ***              F=FATURADA  R=RECONCILIADA  D=DEVOLVIDA
      ***--------------------------------------------------
      ***   03/09/2026 HJR   INCLUIDO O NUMERO DO ROMANEIO
      ***                    (QT-NUMERO-MANIFESTO, EMITIDO PELO
