      *    Recebimentos classificados no plano de apuracao - um
      *    registro por documento recebido (cheque, boleto, caixa),
      *    gravado pela rotina CXRECEIT na entrada do recebimento.
           SELECT CXD021 ASSIGN TO PATH-CXD021
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CXD021
                  RECORD KEY IS CHAVE-CX21
                  ALTERNATE RECORD KEY IS COMPETENCIA-CX21
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CONTRATO-CX21
                            WITH DUPLICATES.
      *    COMPETENCIA - leitura do mes/ano pelo demonstrativo CXB004
      *    CONTRATO    - conta de receita ja usada no contrato
