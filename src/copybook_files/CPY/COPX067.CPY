      *    Cotacao de precos de brindes (cabecalho) - a necessidade
      *    de compra, o fornecedor vencedor e o motivo da escolha;
      *    o pedido do COP065 nasce da cotacao vencedora.
           SELECT COD067 ASSIGN TO PATH-COD067
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-COD067
                  RECORD KEY IS NR-COTACAO-CO67.
