      *    Apontamentos de pagamento atipico (red flags) gerados pela
      *    CPB102, um por titulo e tipo de apontamento, com a
      *    conclusao do revisor.
           SELECT CPD051 ASSIGN TO PATH-CPD051
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD051
                  RECORD KEY IS CHAVE-CP51.
