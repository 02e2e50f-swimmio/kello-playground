      *    Fornecedores convidados p/ a cotacao, com o preco e o
      *    prazo de entrega de cada proposta.
           SELECT COD068 ASSIGN TO PATH-COD068
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-COD068
                  RECORD KEY IS CHAVE-CO68 = NR-COTACAO-CO68
                                             FORNEC-CO68.
