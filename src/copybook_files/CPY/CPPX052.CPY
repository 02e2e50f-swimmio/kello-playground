      *    Saldo por fornecedor - resumo de CPD020/CPD023/CPD027
      *    mantido pela rotina CPSALDO a cada gravacao desses arquivos
      *    e refeito do zero pela CPB104.
           SELECT CPD052 ASSIGN TO PATH-CPD052
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD052
                  RECORD KEY IS FORNEC-CP52.
