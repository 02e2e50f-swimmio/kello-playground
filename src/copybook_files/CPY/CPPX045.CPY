      *    Competencias (AAAAMM) da folha ja importadas pelo CPB096 -
      *    impede gerar os titulos da mesma folha duas vezes.
           SELECT CPD045 ASSIGN TO PATH-CPD045
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD045
                  RECORD KEY IS COMPETENCIA-CP45.
