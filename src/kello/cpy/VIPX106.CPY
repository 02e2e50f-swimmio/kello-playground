      *    Guarda dos masters de fitas - retiradas e devolucoes de
      *    cada fita emitida (VID100): quem levou, p/ que e quando
      *    volta. Movimentos manuais pelo CPB108; VIP101/VIP106
      *    registram sozinhos a saida p/ retrabalho/re-revisao.
           SELECT VID106 ASSIGN TO PATH-VID106
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-VID106
                  RECORD KEY IS CHAVE-V106 = NR-FITAS-V106
                                             SEQ-MOV-V106.
