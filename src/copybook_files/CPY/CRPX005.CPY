      *    RPS das notas fiscais de servico eletronicas (NFS-e) dos
      *    recebimentos de contrato - CRB007 gera, CRB008 recebe o
      *    retorno da prefeitura.
           SELECT CRD005 ASSIGN TO PATH-CRD005
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CRD005
                  RECORD KEY IS NR-RPS-CR05
                  ALTERNATE RECORD KEY IS ALT1-CR05 = CHAVE-BAIXA-CR05
                            WITH DUPLICATES.
      *    ALT1 - RPS de uma baixa de CRD002 (a baixa cujo RPS foi
      *    cancelado ganha RPS novo, com outro numero)
