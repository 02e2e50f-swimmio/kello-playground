      *    Ponta das cadeias de hash (ultima posicao e hash de cada
      *    arquivo de auditoria) - mantida pela rotina GECADEIA a cada
      *    gravacao, no cofre \AUDITORIA\ + empresa. Aberta exclusiva
      *    e fechada na hora: dois usuarios nunca pegam a mesma
      *    posicao.
           SELECT LOG007 ASSIGN TO PATH-LOG007
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS EXCLUSIVE
                  STATUS IS ST-LOG007
                  RECORD KEY IS LOG7-ARQUIVO.
