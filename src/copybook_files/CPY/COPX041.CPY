      *    Cadastro de vendedores (representantes comissionados que
      *    vendem os contratos de formatura).
           SELECT COD041 ASSIGN TO PATH-COD041
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-COD041
                  RECORD KEY IS CODIGO-CO41.
