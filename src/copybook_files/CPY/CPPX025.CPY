                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD025
                  RECORD KEY IS CHAVE-CP25
                  ALTERNATE RECORD KEY IS POSICAO-CP25
                            WITH DUPLICATES.
      *    ALT POSICAO - ordem da cadeia de hash (CPB111)
