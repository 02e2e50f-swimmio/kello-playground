      *    Contratos de fornecedor (aluguel, seguranca, licencas,
      *    limpeza) - chaveado como a conta permanente de CPD020
      *    que o contrato alimenta (fornecedor + nr. documento).
           SELECT CPD035 ASSIGN TO PATH-CPD035
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD035
                  RECORD KEY IS CHAVE-CP35 = FORNEC-CP35
                            NR-DOCTO-CP35.
