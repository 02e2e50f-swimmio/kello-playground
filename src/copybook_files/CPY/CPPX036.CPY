      *    Indices de reajuste mensais (IGP-M, IPCA) - variacao
      *    percentual de cada mes, usada no reajuste dos contratos
      *    de fornecedor (CPD035).
           SELECT CPD036 ASSIGN TO PATH-CPD036
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD036
                  RECORD KEY IS CHAVE-CP36 = INDICE-CP36
                            ANOMES-CP36.
