      *    Faturas do cartao de credito corporativo - cabecalho de
      *    cada fatura importada do arquivo da administradora, com o
      *    titulo unico gerado em CPD020 (ALT1 = fornecedor + seq do
      *    titulo, zeros antes da geracao).
           SELECT CPD039 ASSIGN TO PATH-CPD039
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD039
                  RECORD KEY IS NR-FATURA-CP39
                  ALTERNATE RECORD KEY IS ALT1-CP39 = FORNEC-TIT-CP39
                            SEQ-TIT-CP39 WITH DUPLICATES.
