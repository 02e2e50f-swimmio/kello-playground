      * CAUCOES PAGAS A FORNECEDOR
       FD  CPD053.
       01  REG-CPD053.
           05  CHAVE-CP53.
               10  FORNEC-CP53       PIC 9(06).
               10  SEQ-CAUCAO-CP53   PIC 9(05).
           05  DATA-CP53             PIC 9(08).
      *    DATA - deposito da caucao
           05  VALOR-CP53            PIC 9(08)V99.
           05  CONTRATO-CP53         PIC 9(04).
           05  SEQ-EVENTO-CP53       PIC 9(03).
      *    CONTRATO/SEQ-EVENTO - evento (COD080) que a caucao garante
           05  SEQ-TITULO-CP53       PIC 9(05).
      *    SEQ-TITULO - SEQ-CP20 do titulo que pagou a caucao (zeros
      *    = paga por fora do contas a pagar)
           05  DATA-PREV-DEVOL-CP53  PIC 9(08).
      *    DATA-PREV-DEVOL - data combinada p/ a devolucao
           05  SITUACAO-CP53         PIC 9(01).
      *    SITUACAO - 0-AGUARDANDO DEVOLUCAO  1-ENCERRADA (devolvida
      *               e/ou retida por avaria ate o valor da caucao)
           05  VALOR-DEVOL-CP53      PIC 9(08)V99.
           05  DATA-DEVOL-CP53       PIC 9(08).
      *    VALOR/DATA-DEVOL - acumulado devolvido e ultima devolucao
           05  VALOR-RETIDO-CP53     PIC 9(08)V99.
           05  MOTIVO-RETIDO-CP53    PIC X(30).
      *    VALOR/MOTIVO-RETIDO - desconto do fornecedor por avaria
           05  DESCRICAO-CP53        PIC X(30).
           05  USUARIO-CP53          PIC X(08).
           05  FILLER                PIC X(10).
