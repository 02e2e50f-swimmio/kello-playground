      *    Relatorios de despesas de viagem - cabecalho por
      *    funcionario e viagem, com aprovacao do supervisor e o
      *    titulo de reembolso gerado (ALT1 = funcionario).
           SELECT CPD041 ASSIGN TO PATH-CPD041
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD041
                  RECORD KEY IS NR-RELAT-CP41
                  ALTERNATE RECORD KEY IS ALT1-CP41 = FORNEC-CP41
                            NR-RELAT-CP41.
