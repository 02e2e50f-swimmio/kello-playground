      *    Alineas de devolucao de cheque (tabela do BACEN) - diz se
      *    o cheque devolvido pode ser reapresentado.
           SELECT CHD014 ASSIGN TO PATH-CHD014
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CHD014
                  RECORD KEY IS ALINEA-CH14.
