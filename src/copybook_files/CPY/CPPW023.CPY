           05  VALOR-PAGO-CP23     PIC 9(08)V99.
           05  PORTADOR-CP23       PIC 9(04).
           05  SEQ-CAIXA-CP23      PIC 9(03).
           05  CHEQUE-CP23.
               10  DATA-MOVTO-CH-CP23  PIC 9(08).
               10  SEQ-CH-CP23         PIC 9(05).
      *    CHEQUE - chave do cheque de terceiro (CHD010) repassado ao
      *    fornecedor que pagou a baixa (CHB018); zeros = baixa paga
      *    pelo caixa/banco
           05  FILLER              PIC X(10).
      *    O registro cresceu com CHEQUE-CP23 - arquivo fisico antigo
      *    precisa de reorganizacao (copia p/ nome velho + regravacao
      *    no layout novo, como a CPB062 faz p/ o CPD020) antes de
      *    abrir com este copybook.
