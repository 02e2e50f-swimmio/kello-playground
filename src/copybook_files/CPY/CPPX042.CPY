      *    Linhas dos relatorios de despesas de viagem (CPD041).
           SELECT CPD042 ASSIGN TO PATH-CPD042
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD042
                  RECORD KEY IS CHAVE-CP42 = NR-RELAT-CP42 LINHA-CP42.
