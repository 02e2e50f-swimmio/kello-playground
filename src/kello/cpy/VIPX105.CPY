      *    Protocolos de entrega de fitas ao formando - o documento
      *    numerado que o formando (ou responsavel) assina ao receber
      *    as fitas aprovadas do contrato; item 000 e o cabecalho,
      *    itens 001+ sao as fitas entregues (mesma tecnica do
      *    COD070). Chave alternada por contrato/formando/fita p/
      *    saber se a fita ja foi entregue ao formando.
           SELECT VID105 ASSIGN TO PATH-VID105
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-VID105
                  RECORD KEY IS CHAVE-V105 = NR-PROTOCOLO-V105
                                             SEQ-ITEM-V105
                  ALTERNATE RECORD KEY IS CHAVE2-V105 =
                                             CONTRATO-V105
                                             FORMANDO-V105
                                             NR-FITA-V105
                                             WITH DUPLICATES.
