      *    Area de parametros da rotina CXRECEIT (classificacao dos
      *    recebimentos nas contas de receita do plano de apuracao,
      *    CXD021). Os paths vem do programa chamador (empresa
      *    corrente), como na CRBAIXA.
       01  PARAMETROS-CXRECEIT.
           05 CXRECEIT-FUNCAO       PIC 9(01).
      *       FUNCAO - 1-CLASSIFICAR (grava/regrava o recebimento)
      *                2-ESTORNAR (cheque devolvido)
      *                3-RECLASSIFICAR (so troca a conta)
      *                4-CONSULTAR (devolve a conta gravada)
           05 CXRECEIT-ORIGEM       PIC 9(01).
      *       Mesma codificacao de ORIGEM-CX21
           05 CXRECEIT-REF-ORIGEM   PIC X(13).
           05 CXRECEIT-DATA         PIC 9(08).
           05 CXRECEIT-VALOR        PIC 9(08)V99.
           05 CXRECEIT-CONTA        PIC 9(05).
      *       Conta de receita informada; zeros = a ja gravada no
      *       documento ou, na falta dela, a do ultimo recebimento
      *       classificado do mesmo contrato. Devolve a conta usada.
           05 CXRECEIT-CONTRATO     PIC 9(04).
           05 CXRECEIT-CLIENTE      PIC 9(08).
           05 CXRECEIT-USUARIO      PIC X(08).
           05 CXRECEIT-PROGRAMA     PIC X(10).
      *       Programa chamador - vai p/ LOG3-PROGRAMA
           05 CXRECEIT-PATH-CXD021  PIC X(40).
           05 CXRECEIT-PATH-CXD020  PIC X(40).
           05 CXRECEIT-PATH-LOG003  PIC X(40).
           05 CXRECEIT-RETORNO      PIC 9(01).
      *       RETORNO - 0-OK
      *                 1-GRAVADO SEM CONTA (nao classificado)
      *                 2-CONTA NAO E DE RECEITA (nada gravado)
      *                 4-DOCUMENTO NAO CLASSIFICADO (estornar,
      *                   reclassificar ou consultar)
      *                 9-ERRO DE ARQUIVO
