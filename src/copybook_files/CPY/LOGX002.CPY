                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-LOG002
                  RECORD KEY IS CHAVE-LOG2
                  ALTERNATE RECORD KEY IS LOG2-POSICAO
                            WITH DUPLICATES.
      *    ALT POSICAO - ordem da cadeia de hash (CPB111/CPB046)
