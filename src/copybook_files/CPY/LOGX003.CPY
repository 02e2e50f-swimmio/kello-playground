                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-LOG003
                  RECORD KEY IS CHAVE-LOG3
                  ALTERNATE RECORD KEY IS LOG3-POSICAO
                            WITH DUPLICATES.
      *    ALT POSICAO - ordem da cadeia de hash (CPB111/CPB046)
