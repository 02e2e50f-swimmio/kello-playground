      *    Baixas das parcelas a receber do formando (CRD001).
           SELECT CRD002 ASSIGN TO PATH-CRD002
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CRD002
                  RECORD KEY IS CHAVE-CR02
                  ALTERNATE RECORD KEY IS ALT1-CR02 = ORIGEM-CR02
                            REF-ORIGEM-CR02 WITH DUPLICATES.
      *    ALT1 - baixas de um documento de origem (estorno do
      *    cheque devolvido, conferencia de baixa em duplicidade)
