                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CHD010
                  RECORD KEY IS CHAVE-CH10
                  ALTERNATE RECORD KEY IS ALT1-CH10 = BANCO-CH10
                            AGENCIA-CH10 CONTA-EMIT-CH10
                            NR-CHEQUE-CH10 WITH DUPLICATES.
      *    ALT1 - cheques de uma mesma conta emitente (dados do CMC7);
      *    o CHP010 recusa o mesmo banco/agencia/conta/numero duas
      *    vezes
