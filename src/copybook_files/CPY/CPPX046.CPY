      *    Bens do imobilizado - nascem dos titulos classificados em
      *    conta de investimento (CPB097) e sao depreciados por mes.
           SELECT CPD046 ASSIGN TO PATH-CPD046
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD046
                  RECORD KEY IS NR-BEM-CP46
                  ALTERNATE RECORD KEY IS ALT1-CP46 =
                            FORNEC-CP46 SEQ-TIT-CP46 WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CODREDUZ-APUR-CP46
                            WITH DUPLICATES.
