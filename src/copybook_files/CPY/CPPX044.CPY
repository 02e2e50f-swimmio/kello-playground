      *    Eventos da folha de pagamento: credor, portador, conta de
      *    apuracao e regra de vencimento de cada evento do resumo.
           SELECT CPD044 ASSIGN TO PATH-CPD044
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD044
                  RECORD KEY IS EVENTO-CP44.
