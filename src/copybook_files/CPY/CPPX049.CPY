      *    Controle dos eventos EFD-Reinf gerados pela CPB099 - um
      *    por periodo/evento/beneficiario, com o recibo devolvido
      *    pelo retorno da transmissao.
           SELECT CPD049 ASSIGN TO PATH-CPD049
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD049
                  RECORD KEY IS CHAVE-CP49
                  ALTERNATE RECORD KEY IS ID-EVENTO-CP49.
