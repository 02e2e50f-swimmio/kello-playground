           05  DATA-NEGATIV-CH13       PIC 9(08).
      *    Data em que o devolvido foi enviado p/ negativacao/
      *    protesto (CHB013); zeros = nunca enviado
           05  ETAPA-REGUA-CH13        PIC 9(01).
      *    Ultima etapa da regua de cobranca ja notificada (CRB005,
      *    ver CRD003); zeros = nenhuma carta emitida
           05  CHEQUE-ORIGEM-CH13.
               10  DATA-MOVTO-ORIG-CH13 PIC 9(08).
               10  SEQ-ORIG-CH13       PIC 9(05).
      *    Cheque recebido (CHAVE-CH10) que voltou - aberto pela
      *    conciliacao do deposito (CHB015); zeros = digitado a mao
           05  ALINEA-CH13             PIC 9(02).
      *    Alinea da devolucao (CHD014); zeros = nao informada
           05  REAPRESENTA-CH13        PIC 9(01).
      *    REAPRESENTA - 0-DEVOLUCAO FINAL
      *                  1-CHEQUE VOLTOU P/ CARTEIRA P/ REAPRESENTACAO
      *                    (fora da regua, da negativacao e da
      *                    inadimplencia - se voltar de novo, nova
      *                    devolucao e aberta)
      *    O registro cresceu com CHEQUE-ORIGEM - arquivo fisico
      *    antigo precisa de reorganizacao (copia p/ nome velho +
      *    regravacao no layout novo, como a CPB062 faz p/ o CPD020)
      *    antes de abrir com este copybook.
