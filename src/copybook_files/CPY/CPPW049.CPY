      * CONTROLE DOS EVENTOS EFD-REINF
       FD  CPD049.
       01  REG-CPD049.
           05  CHAVE-CP49.
               10  PERIODO-CP49        PIC 9(06).
               10  EVENTO-CP49         PIC 9(04).
      *        EVENTO - 2010 (INSS servicos tomados), 4010 (pagto a
      *        pessoa fisica), 4020 (pagto a pessoa juridica), 2099 e
      *        4099 (fechamento das series 2000/4000)
               10  INSC-CP49           PIC 9(14).
      *        CNPJ/CPF do prestador/beneficiario (zeros nos eventos
      *        de fechamento)
           05  FORNEC-CP49             PIC 9(06).
           05  ID-EVENTO-CP49          PIC X(36).
      *    Id da ultima geracao do evento: "ID" + tipo inscricao (1)
      *    + CNPJ do contribuinte (14) + data/hora (14) + seq (5)
           05  DATA-GERACAO-CP49       PIC 9(08).
           05  VALOR-BRUTO-CP49        PIC 9(12)V99.
           05  VALOR-RETIDO-CP49       PIC 9(12)V99.
      *    Totais da ultima geracao (bruto e retencoes somadas)
           05  SITUACAO-CP49           PIC 9(01).
      *    SITUACAO - 0-GERADO/AGUARDANDO RETORNO  1-ACEITO
      *               2-REJEITADO
           05  NR-RECIBO-CP49          PIC X(52).
      *    Recibo da ultima versao aceita; com recibo, a proxima
      *    geracao sai como retificadora dele
           05  DATA-RETORNO-CP49       PIC 9(08).
           05  MENSAGEM-CP49           PIC X(60).
      *    Mensagem do retorno (ocorrencia da rejeicao)
           05  FILLER                  PIC X(20).
