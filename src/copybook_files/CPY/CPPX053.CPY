      *    Caucoes pagas a fornecedor (salao, locacao de equipamento)
      *    e sua devolucao - nao se abatem de titulos como o CPD027.
           SELECT CPD053 ASSIGN TO PATH-CPD053
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD053
                  RECORD KEY IS CHAVE-CP53.
