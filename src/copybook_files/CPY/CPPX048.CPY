      *    Reposicoes do fundo fixo do caixa - uma por titulo gerado
      *    no fechamento do dia (CXB002), com o gasto por grupo.
           SELECT CPD048 ASSIGN TO PATH-CPD048
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD048
                  RECORD KEY IS CHAVE-CP48
                  ALTERNATE RECORD KEY IS DATA-FIM-CP48
                            WITH DUPLICATES.
