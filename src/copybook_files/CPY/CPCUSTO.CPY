      *    Area de parametros da rotina COCUSTO (orcado x realizado
      *    de um contrato de formatura por categoria de custo). O
      *    realizado segue o mesmo criterio do CPB073; os paths vem
      *    do programa chamador (empresa corrente), como no CRBAIXA.
       01  PARAMETROS-COCUSTO.
           05 COCUSTO-CONTRATO      PIC 9(04).
           05 COCUSTO-PATH-COD040   PIC X(40).
           05 COCUSTO-PATH-COD055   PIC X(40).
           05 COCUSTO-PATH-CPD020   PIC X(40).
           05 COCUSTO-PATH-CPD034   PIC X(40).
           05 COCUSTO-PATH-VID101   PIC X(40).
           05 COCUSTO-PATH-VID103   PIC X(40).
           05 COCUSTO-PATH-CAD020   PIC X(40).
           05 COCUSTO-ORC-BRINDES   PIC 9(08)V99.
           05 COCUSTO-ORC-TITULOS   PIC 9(08)V99.
           05 COCUSTO-ORC-REVISOES  PIC 9(08)V99.
      *       Orcamento do contrato (ORC-xxx-CO40)
           05 COCUSTO-REAL-BRINDES  PIC 9(10)V99.
      *       Brindes definitivos (valor pago qdo houver, senao o
      *       previsto)
           05 COCUSTO-PREV-BRINDES  PIC 9(10)V99.
      *       Brindes ainda previstos (compromisso que vai virar
      *       custo - entra no aviso de estouro do COP055)
           05 COCUSTO-REAL-TITULOS  PIC 9(10)V99.
      *       Titulos do vinculo CPD034 com item zero, fora
      *       excluidos/cancelados
           05 COCUSTO-REAL-REVISOES PIC 9(10)V99.
      *       Revisoes VID101 pela taxa do revisor (VID103) ou geral
           05 COCUSTO-RETORNO       PIC 9(01).
      *       RETORNO - 0-OK  1-CONTRATO SEM CADASTRO EM COD040
      *                 (realizado calculado mesmo assim, orcado
      *                 zerado)  9-ERRO DE ARQUIVO
