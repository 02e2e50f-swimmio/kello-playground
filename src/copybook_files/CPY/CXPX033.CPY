      *    Contagem do numerario no fechamento do caixa (CXB002) -
      *    um registro por dia, com a quebra de caixa apurada.
           SELECT CXD033 ASSIGN TO PATH-CXD033
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CXD033
                  RECORD KEY IS DATA-CAIXA-CX33
                  ALTERNATE RECORD KEY IS OPERADOR-CX33
                            WITH DUPLICATES.
