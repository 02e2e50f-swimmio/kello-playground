      * MOVIMENTO DE COMISSAO DE VENDEDORES
       FD  COD043.
       01  REG-COD043.
           05  TIPO-CO43           PIC 9(01).
      *    TIPO - 1-CREDITO (cheque recebido, chave CHAVE-CH10)
      *           2-ESTORNO (cheque comissionado que voltou, chave
      *             CHAVE-CH13 da devolucao)
      *           3-RECUPERACAO (devolvido recebido de volta, chave
      *             CHAVE-CH13 - a comissao volta a ser devida)
           05  DATA-MOVTO-CO43     PIC 9(08).
           05  SEQ-CO43            PIC 9(05).
           05  CONTRATO-CO43       PIC 9(04).
           05  VENDEDOR-CO43       PIC 9(04).
           05  BASE-CO43           PIC 9(08)V99.
      *    Valor recebido/devolvido que serviu de base
           05  PERC-CO43           PIC 9(02)V99.
           05  VALOR-CO43          PIC 9(08)V99.
      *    Comissao do lancamento (no estorno, o mesmo valor do
      *    credito estornado)
           05  DATA-APURACAO-CO43  PIC 9(08).
           05  FORNEC-PAGO-CO43    PIC 9(06).
           05  SEQ-PAGO-CO43       PIC 9(05).
      *    Titulo de CPD020 que liquidou o lancamento (zeros =
      *    pendente: entra na proxima apuracao - estorno maior que os
      *    creditos do mes fica pendente e abate dos meses seguintes)
           05  FILLER              PIC X(10).
