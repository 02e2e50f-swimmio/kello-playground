      *    Aplicacoes financeiras da empresa (CDB, fundos) - uma por
      *    aplicacao, ligada a conta bancaria de CBD001 de onde sai o
      *    dinheiro e para onde volta o resgate.
           SELECT CBD004 ASSIGN TO PATH-CBD004
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CBD004
                  RECORD KEY IS NR-APLIC-CB04
                  ALTERNATE RECORD KEY IS ALT1-CB04 = CONTA-CB04
                            NR-APLIC-CB04.
