      *    Amostra de revisao cega - fitas aprovadas sorteadas por
      *    revisor e mes (CPB109) p/ uma segunda revisao, por outro
      *    revisor que nao ve a primeira nota; base da calibracao
      *    dos revisores (concordancia e defeitos perdidos).
           SELECT VID107 ASSIGN TO PATH-VID107
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-VID107
                  RECORD KEY IS NR-FITAS-V107.
