      *    Equipe alocada nos eventos (fotografos, cinegrafistas -
      *    freelancers, fornecedores de CGD001).
           SELECT COD081 ASSIGN TO PATH-COD081
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-COD081
                  RECORD KEY IS CHAVE-CO81 = NR-CONTRATO-CO81
                                             SEQ-EVENTO-CO81
                                             FORNEC-CO81
                  ALTERNATE RECORD KEY IS ALT1-CO81 = FORNEC-CO81
                            DATA-EVENTO-CO81 WITH DUPLICATES.
      *    ALT1 - agenda do profissional (conferencia de dupla
      *    alocacao na mesma data)
