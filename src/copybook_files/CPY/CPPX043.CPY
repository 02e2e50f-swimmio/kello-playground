      *    Categorias de despesa de viagem: conta de apuracao e
      *    limite diario da politica de reembolso.
           SELECT CPD043 ASSIGN TO PATH-CPD043
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD043
                  RECORD KEY IS CATEGORIA-CP43.
