      *    Lancamentos das faturas do cartao corporativo - uma linha
      *    por compra/estorno da fatura de CPD039, com a classificacao
      *    feita pelo financeiro (conta de apuracao, contrato) e o
      *    comprovante anexado.
           SELECT CPD040 ASSIGN TO PATH-CPD040
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD040
                  RECORD KEY IS CHAVE-CP40 = NR-FATURA-CP40 LINHA-CP40.
