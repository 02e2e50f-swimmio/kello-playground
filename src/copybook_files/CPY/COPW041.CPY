      * CADASTRO DE VENDEDORES
       FD  COD041.
       01  REG-COD041.
           05  CODIGO-CO41         PIC 9(04).
      *    Codigo usado em VENDEDOR-CO40
           05  NOME-CO41           PIC X(30).
           05  FORNEC-CO41         PIC 9(06).
      *    Fornecedor de CGD001 que recebe o titulo da comissao
           05  PERC-COMISSAO-CO41  PIC 9(02)V99.
      *    % de comissao sobre o recebido dos contratos do vendedor
           05  SITUACAO-CO41       PIC 9(01).
      *    SITUACAO - 0-ATIVO  1-INATIVO (COP040 recusa vendedor
      *               inativo em contrato novo; a comissao dos
      *               contratos ja vendidos continua sendo apurada)
           05  FILLER              PIC X(10).
