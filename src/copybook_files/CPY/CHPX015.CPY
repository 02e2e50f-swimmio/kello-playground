      *    Borderos de desconto de cheques pre-datados no banco
      *    (CHB017) - um registro por operacao de desconto.
           SELECT CHD015 ASSIGN TO PATH-CHD015
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CHD015
                  RECORD KEY IS NR-DESCONTO-CH15.
