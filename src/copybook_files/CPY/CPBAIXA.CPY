      *    Area de parametros da rotina CRBAIXA (baixa/estorno das
      *    parcelas a receber do formando em CRD001/CRD002). Os paths
      *    vem do programa chamador (empresa corrente), como o
      *    GRDIAS2-PATH-FED001 do GRDIAS2.
       01  PARAMETROS-CRBAIXA.
           05 CRBAIXA-FUNCAO        PIC 9(01).
      *       FUNCAO - 1-BAIXAR  2-ESTORNAR (todas as baixas nao
      *                estornadas de ORIGEM + REF-ORIGEM)
           05 CRBAIXA-CONTRATO      PIC 9(04).
           05 CRBAIXA-FORMANDO      PIC 9(04).
      *       Zeros = localiza o formando ativo do contrato pelo
      *       CRBAIXA-CLIENTE (CLIENTE-CR01 das parcelas)
           05 CRBAIXA-PARCELA       PIC 9(02).
      *       Zeros = da parcela em aberto mais antiga em diante;
      *       informada (boleto) = so aquela parcela
           05 CRBAIXA-CLIENTE       PIC 9(08).
           05 CRBAIXA-VALOR         PIC 9(08)V99.
           05 CRBAIXA-DATA          PIC 9(08).
           05 CRBAIXA-ORIGEM        PIC 9(01).
      *       Mesma codificacao de ORIGEM-CR02
           05 CRBAIXA-REF-ORIGEM    PIC X(13).
           05 CRBAIXA-USUARIO       PIC X(08).
           05 CRBAIXA-PROGRAMA      PIC X(10).
      *       Programa chamador - vai p/ LOG3-PROGRAMA
           05 CRBAIXA-PATH-CRD001   PIC X(40).
           05 CRBAIXA-PATH-CRD002   PIC X(40).
           05 CRBAIXA-PATH-LOG003   PIC X(40).
           05 CRBAIXA-VALOR-APLICADO PIC 9(08)V99.
           05 CRBAIXA-SOBRA         PIC 9(08)V99.
      *       Valor que sobrou depois de quitar todas as parcelas
      *       em aberto (credito do formando, a tratar a parte)
           05 CRBAIXA-QT-PARCELAS   PIC 9(03).
           05 CRBAIXA-RETORNO       PIC 9(01).
      *       RETORNO - 0-OK  1-SEM PLANO/PARCELA EM ABERTO
      *                 2-FORMANDO NAO IDENTIFICADO
      *                 3-DOCUMENTO JA BAIXADO (nada feito)
      *                 4-NADA A ESTORNAR  9-ERRO DE ARQUIVO
