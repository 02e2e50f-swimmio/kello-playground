      * EMPRESTIMOS E FINANCIAMENTOS BANCARIOS
       FD  CPD037.
       01  REG-CPD037.
           05  NR-EMPREST-CP37         PIC 9(05).
           05  CONTA-CP37              PIC 9(06).
      *    CONTA - conta do banco em CBD001 (CODIGO-FORN-CB01): recebe
      *    o credito do principal e e o fornecedor das parcelas
           05  NR-DOCTO-CP37           PIC X(10).
      *    NR-DOCTO - numero do contrato no banco (NR-DOCTO-CP20 das
      *    parcelas)
           05  DESCRICAO-CP37          PIC X(30).
           05  TIPO-CP37               PIC 9(01).
      *    TIPO - 1-CAPITAL DE GIRO  2-FINANCIAMENTO DE EQUIPAMENTO
           05  DATA-LIBERACAO-CP37     PIC 9(08).
           05  VALOR-PRINCIPAL-CP37    PIC 9(08)V99.
           05  TAXA-MES-CP37           PIC 9(02)V9(04).
      *    TAXA-MES - juros % ao mes
           05  PRAZO-CP37              PIC 9(03).
      *    PRAZO - nr. de parcelas de amortizacao (meses)
           05  CARENCIA-CP37           PIC 9(02).
      *    CARENCIA - meses iniciais so de juros, antes da 1a.
      *    amortizacao
           05  SISTEMA-CP37            PIC 9(01).
      *    SISTEMA - 1-PRICE  2-SAC
           05  DATA-PRIM-VENCTO-CP37   PIC 9(08).
           05  CODREDUZ-APUR-CP37      PIC 9(05).
           05  SITUACAO-CP37           PIC 9(01).
      *    SITUACAO - 0-CADASTRADO  1-CRONOGRAMA GERADO (CPB091)
           05  DATA-GERACAO-CP37       PIC 9(08).
           05  USUARIO-CP37            PIC X(08).
           05  FILLER                  PIC X(20).
