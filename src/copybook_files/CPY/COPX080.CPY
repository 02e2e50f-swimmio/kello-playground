      *    Agenda de eventos do contrato de formatura (colacao,
      *    culto, baile, aula da saudade).
           SELECT COD080 ASSIGN TO PATH-COD080
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-COD080
                  RECORD KEY IS CHAVE-CO80 = NR-CONTRATO-CO80
                                             SEQ-EVENTO-CO80
                  ALTERNATE RECORD KEY IS ALT1-CO80 = DATA-EVENTO-CO80
                            NR-CONTRATO-CO80 SEQ-EVENTO-CO80.
      *    ALT1 - agenda por data
