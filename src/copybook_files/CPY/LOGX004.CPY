                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-LOG004
                  RECORD KEY IS LOG4-SEQ
                  ALTERNATE RECORD KEY IS LOG4-POSICAO
                            WITH DUPLICATES.
      *    ALT POSICAO - ordem da cadeia de hash (CPB111)
