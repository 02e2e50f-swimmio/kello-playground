      *    Chave de acesso da NF-e do titulo - satelite chaveado pela
      *    chave (a mesma nota nao entra em dois titulos), com o
      *    titulo (fornecedor + seq) como chave alternativa; mantido
      *    por CPP020A e conferido contra a SEFAZ pela CPB100.
           SELECT CPD050 ASSIGN TO PATH-CPD050
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD050
                  RECORD KEY IS CHAVE-NFE-CP50
                  ALTERNATE RECORD KEY IS TITULO-CP50.
