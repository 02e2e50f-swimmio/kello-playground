      *    Area de parametros da rotina CRRECIBO (recibo numerado dos
      *    recebimentos de cheque e de caixa). Os paths vem do
      *    programa chamador (empresa corrente), como na CRBAIXA.
       01  PARAMETROS-CRRECIBO.
           05 CRRECIBO-FUNCAO       PIC 9(01).
      *       FUNCAO - 1-EMITIR  2-REIMPRIMIR (2a via)  3-CANCELAR
           05 CRRECIBO-NR-RECIBO    PIC 9(06).
      *       Emitir: devolve o numero gerado; reimprimir/cancelar:
      *       numero do recibo informado pelo chamador
           05 CRRECIBO-ORIGEM       PIC 9(01).
      *       Mesma codificacao de ORIGEM-CR04
           05 CRRECIBO-REF-ORIGEM   PIC X(13).
           05 CRRECIBO-CLIENTE      PIC 9(08).
           05 CRRECIBO-CONTRATO     PIC 9(04).
           05 CRRECIBO-VALOR        PIC 9(08)V99.
           05 CRRECIBO-DATA         PIC 9(08).
           05 CRRECIBO-REFERENTE    PIC X(60).
           05 CRRECIBO-MOTIVO       PIC X(40).
      *       Motivo do cancelamento (obrigatorio na funcao 3)
           05 CRRECIBO-USUARIO      PIC X(08).
           05 CRRECIBO-PROGRAMA     PIC X(10).
      *       Programa chamador - vai p/ LOG3-PROGRAMA
           05 CRRECIBO-PATH-CRD004  PIC X(40).
           05 CRRECIBO-PATH-CLD001  PIC X(40).
           05 CRRECIBO-PATH-LOG003  PIC X(40).
           05 CRRECIBO-PATH-IMPRESSAO PIC X(40).
      *       Arquivo de impressao dos recibos (acrescentado a cada
      *       chamada)
           05 CRRECIBO-RETORNO      PIC 9(01).
      *       RETORNO - 0-OK  1-RECIBO NAO ENCONTRADO
      *                 2-RECIBO CANCELADO (nao reimprime/cancela)
      *                 3-CANCELAMENTO SEM MOTIVO  9-ERRO DE ARQUIVO
