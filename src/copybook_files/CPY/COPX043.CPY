      *    Movimento de comissao de vendedores - um lancamento por
      *    recebimento/devolucao que ja entrou na apuracao (CPB083);
      *    a existencia do lancamento e o que impede pagar duas vezes.
           SELECT COD043 ASSIGN TO PATH-COD043
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-COD043
                  RECORD KEY IS CHAVE-CO43 = TIPO-CO43
                                             DATA-MOVTO-CO43
                                             SEQ-CO43.
