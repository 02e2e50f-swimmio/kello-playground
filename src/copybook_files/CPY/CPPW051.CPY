      * APONTAMENTOS DE PAGAMENTO ATIPICO E CONCLUSAO DA REVISAO
       FD  CPD051.
       01  REG-CPD051.
           05  CHAVE-CP51.
               10  FORNEC-CP51         PIC 9(06).
               10  SEQ-CP51            PIC 9(05).
      *        SEQ - zeros = apontamento do fornecedor (conta bancaria
      *        compartilhada), nao de um titulo
               10  TIPO-CP51           PIC 9(02).
      *    TIPO - 01-VALOR LOGO ABAIXO DO LIMITE DE LIBERACAO
      *           02-VALOR REDONDO
      *           03-LANCAMENTO EM FIM DE SEMANA/FERIADO
      *           04-PAGAMENTO EM FIM DE SEMANA/FERIADO
      *           05-FORNECEDOR PAGO LOGO APOS O CADASTRO
      *           06-CONTA BANCARIA COMPARTILHADA COM OUTRO FORNEC
      *           07-DIGITADOR DO TITULO TAMBEM FEZ A BAIXA
           05  PONTOS-CP51             PIC 9(03).
           05  DATA-APONT-CP51         PIC 9(08).
           05  DETALHE-CP51            PIC X(40).
           05  VALOR-CP51              PIC 9(08)V99.
           05  SIT-REVISAO-CP51        PIC 9(01).
      *    SIT-REVISAO - 0-PENDENTE  1-PROCEDENTE (irregularidade)
      *                  2-IMPROCEDENTE (justificado)
           05  REVISOR-CP51            PIC X(08).
           05  DATA-REVISAO-CP51       PIC 9(08).
           05  CONCLUSAO-CP51          PIC X(60).
           05  FILLER                  PIC X(20).
