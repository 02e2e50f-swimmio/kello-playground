      *    Transferencias de brindes entre empresas - um arquivo so,
      *    na raiz do CONTROLE, comum as duas pontas (origem e
      *    destino) de cada transferencia (gravado pelo ICB003).
           SELECT ICD002 ASSIGN TO PATH-ICD002
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-ICD002
                  RECORD KEY IS NR-TRANSF-IC02.
