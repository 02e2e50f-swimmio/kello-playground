      *    Recibos numerados emitidos p/ os recebimentos de cheque
      *    (CHD010) e de caixa (CXD001) - rotina CRRECIBO.
           SELECT CRD004 ASSIGN TO PATH-CRD004
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CRD004
                  RECORD KEY IS NR-RECIBO-CR04
                  ALTERNATE RECORD KEY IS ALT1-CR04 = ORIGEM-CR04
                            REF-ORIGEM-CR04 WITH DUPLICATES.
      *    ALT1 - recibos de um documento de origem
