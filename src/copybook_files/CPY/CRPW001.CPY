      * PARCELAS A RECEBER DO FORMANDO
       FD  CRD001.
       01  REG-CRD001.
           05  CHAVE-CR01.
               10  NR-CONTRATO-CR01    PIC 9(04).
               10  SEQ-FORMANDO-CR01   PIC 9(04).
               10  NR-PARCELA-CR01     PIC 9(02).
           05  CLIENTE-CR01            PIC 9(08).
      *    Responsavel financeiro (CLD001) - o mesmo CLIENTE que
      *    emite os cheques do formando (zeros = nao informado)
           05  DATA-VENCTO-CR01        PIC 9(08).
           05  VALOR-CR01              PIC 9(08)V99.
           05  VALOR-PAGO-CR01         PIC 9(08)V99.
      *    Soma das baixas nao estornadas de CRD002
           05  DATA-PAGTO-CR01         PIC 9(08).
      *    Data da ultima baixa (zeros = nada pago)
           05  SITUACAO-CR01           PIC 9(01).
      *    SITUACAO - 0-EM ABERTO (inclusive paga em parte)
      *               1-QUITADA  2-CANCELADA
           05  DATA-GERACAO-CR01       PIC 9(08).
           05  USUARIO-CR01            PIC X(08).
           05  NOSSO-NUMERO-CR01       PIC 9(10).
      *    Nosso numero do boleto de cobranca (zeros = sem boleto)
           05  SIT-BOLETO-CR01         PIC 9(01).
      *    SIT-BOLETO - 0-SEM BOLETO  1-REMETIDO  2-REGISTRADO
      *                 3-REJEITADO (volta na proxima remessa)
      *                 4-PAGO  5-PAGO EM ATRASO
           05  OCORR-BOLETO-CR01       PIC X(02).
      *    Ultima ocorrencia do retorno do banco (CRB003)
           05  JUROS-BOLETO-CR01       PIC 9(06)V99.
      *    Juros/multa cobrados pelo banco no pagamento em atraso
           05  ETAPA-REGUA-CR01        PIC 9(01).
      *    Ultima etapa da regua de cobranca ja notificada (CRB005,
      *    ver CRD003); zeros = nenhuma carta emitida
           05  FILLER                  PIC X(08).
