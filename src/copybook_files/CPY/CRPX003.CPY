      *    Notificacoes da regua de cobranca - uma por etapa emitida
      *    p/ cada devolvido (CHD013) ou parcela vencida (CRD001);
      *    prova de que o devedor foi avisado antes da negativacao.
           SELECT CRD003 ASSIGN TO PATH-CRD003
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CRD003
                  RECORD KEY IS CHAVE-CR03
                  ALTERNATE RECORD KEY IS ALT1-CR03 = CLIENTE-CR03
                            DATA-EMISSAO-CR03 WITH DUPLICATES.
      *    ALT1 - notificacoes de um cliente em ordem de emissao
