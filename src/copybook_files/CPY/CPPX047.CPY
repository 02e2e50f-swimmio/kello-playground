      *    Movimentos dos bens do imobilizado (depreciacao mensal e
      *    baixa); a chave com a competencia impede depreciar o mesmo
      *    mes duas vezes.
           SELECT CPD047 ASSIGN TO PATH-CPD047
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD047
                  RECORD KEY IS CHAVE-CP47.
