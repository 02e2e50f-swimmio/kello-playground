      *    Cronograma dos emprestimos - uma linha por parcela, com a
      *    separacao juros/amortizacao e o titulo gerado em CPD020
      *    (ALT1: localizacao pela chave do titulo).
           SELECT CPD038 ASSIGN TO PATH-CPD038
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD038
                  RECORD KEY IS CHAVE-CP38 = NR-EMPREST-CP38
                            NR-PARC-CP38
                  ALTERNATE RECORD KEY IS ALT1-CP38 = FORNEC-CP38
                            SEQ-CP38.
