      * RECEBIMENTOS CLASSIFICADOS NO PLANO DE APURACAO
       FD  CXD021.
       01  REG-CXD021.
           05  CHAVE-CX21.
               10  ORIGEM-CX21         PIC 9(01).
      *    ORIGEM - 1-CHEQUE (CHD010)  3-BOLETO (CRD001)
      *             4-CAIXA (CXD001) - mesma codificacao de
      *             ORIGEM-CR02
               10  REF-ORIGEM-CX21     PIC X(13).
      *    Chave do documento de origem, como REF-ORIGEM-CR02
      *    (cheque: data 8 + seq 5; caixa: data 8 + seq 4; boleto:
      *    nosso numero)
           05  DATA-RECEB-CX21         PIC 9(08).
           05  COMPETENCIA-CX21        PIC 9(06).
      *    COMPETENCIA - AAAAMM do recebimento
           05  CODREDUZ-APUR-CX21      PIC 9(05).
      *    Conta reduzida de receita (CXD020 com TIPO-CONTA-CX20 = 2);
      *    zeros = recebimento ainda nao classificado
           05  VALOR-CX21              PIC 9(08)V99.
           05  CONTRATO-CX21           PIC 9(04).
           05  CLIENTE-CX21            PIC 9(08).
           05  ESTORNADO-CX21          PIC 9(01).
      *    ESTORNADO - 0-NAO  1-SIM (cheque devolvido - sai da
      *    receita)
           05  USUARIO-CX21            PIC X(08).
           05  FILLER                  PIC X(10).
