      *    Movimento das aplicacoes financeiras - aplicacoes, resgates
      *    e rendimentos de cada aplicacao de CBD004.
           SELECT CBD005 ASSIGN TO PATH-CBD005
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CBD005
                  RECORD KEY IS CHAVE-CB05 = NR-APLIC-CB05 DATA-CB05
                                             SEQ-CB05.
