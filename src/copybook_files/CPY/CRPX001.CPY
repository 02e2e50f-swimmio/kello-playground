      *    Parcelas a receber do formando - o plano de pagamento de
      *    cada formando (COD045) do contrato (COD040).
           SELECT CRD001 ASSIGN TO PATH-CRD001
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CRD001
                  RECORD KEY IS CHAVE-CR01
                  ALTERNATE RECORD KEY IS ALT1-CR01 = DATA-VENCTO-CR01
                            NR-CONTRATO-CR01 SEQ-FORMANDO-CR01
                            NR-PARCELA-CR01 WITH DUPLICATES
                  ALTERNATE RECORD KEY IS NOSSO-NUMERO-CR01
                            WITH DUPLICATES.
      *    ALT1 - parcelas por vencimento (vencidas/a vencer)
      *    NOSSO-NUMERO - localizacao da parcela pelo retorno da
      *    cobranca bancaria (CRB003)
