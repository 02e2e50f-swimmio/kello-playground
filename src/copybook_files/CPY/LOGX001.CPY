                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-LOG001
                  RECORD KEY IS CHAVE-LOG1
                  ALTERNATE RECORD KEY IS LOG1-POSICAO
                            WITH DUPLICATES.
      *    ALT POSICAO - ordem da cadeia de hash (CPB111/CPB046)
