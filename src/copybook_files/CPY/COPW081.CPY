      * EQUIPE ALOCADA NOS EVENTOS DO CONTRATO
       FD  COD081.
       01  REG-COD081.
           05  NR-CONTRATO-CO81    PIC 9(04).
           05  SEQ-EVENTO-CO81     PIC 9(03).
           05  FORNEC-CO81         PIC 9(06).
      *    Profissional (fornecedor de CGD001 que recebe o cache)
           05  FUNCAO-CO81         PIC 9(01).
      *    FUNCAO - 1-FOTOGRAFO  2-CINEGRAFISTA  3-AUXILIAR/OUTRO
           05  VALOR-CACHE-CO81    PIC 9(06)V99.
           05  DATA-EVENTO-CO81    PIC 9(08).
           05  HORA-INI-CO81       PIC 9(04).
           05  HORA-FIM-CO81       PIC 9(04).
      *    Copia da data/horario do evento (COD080) - mantida pelo
      *    COP080, base da chave ALT1
           05  SEQ-TITULO-CO81     PIC 9(05).
      *    Titulo do cache em CPD020 (FORNEC-CO81 + SEQ); zeros =
      *    cache ainda nao pago
           05  FILLER              PIC X(10).
