      *    Area de parametros da rotina CODESIST (consequencias da
      *    desistencia/reativacao do formando no contrato). O COD045
      *    fica com o chamador (COP045), que grava de volta a data e
      *    o titulo de devolucao devolvidos aqui. Os paths vem do
      *    programa chamador (empresa corrente), como no CRBAIXA.
       01  PARAMETROS-CODESIST.
           05 CODESIST-FUNCAO       PIC 9(01).
      *       FUNCAO - 1-DESISTENCIA (quantidades + acerto financeiro)
      *                2-REATIVACAO (so as quantidades; o acerto da
      *                desistencia anterior nao e desfeito)
           05 CODESIST-CONTRATO     PIC 9(04).
           05 CODESIST-FORMANDO     PIC 9(04).
           05 CODESIST-NOME         PIC X(30).
           05 CODESIST-CLIENTE      PIC 9(08).
           05 CODESIST-JA-PROCESSADA PIC 9(01).
      *       1 = DATA-DESIST-CO45 ja preenchida: a desistencia ja
      *       teve o acerto financeiro - so recalcula quantidades
           05 CODESIST-USUARIO      PIC X(08).
           05 CODESIST-PROGRAMA     PIC X(10).
           05 CODESIST-PATH-COD040  PIC X(40).
           05 CODESIST-PATH-COD050  PIC X(40).
           05 CODESIST-PATH-COD055  PIC X(40).
           05 CODESIST-PATH-CRD001  PIC X(40).
           05 CODESIST-PATH-CPD020  PIC X(40).
           05 CODESIST-PATH-CPD021  PIC X(40).
           05 CODESIST-PATH-CAD020  PIC X(40).
           05 CODESIST-PATH-LOG001  PIC X(40).
           05 CODESIST-PATH-LOG003  PIC X(40).
           05 CODESIST-PATH-LOG004  PIC X(40).
      *       Jornal do dia de CPD020 (JR + AAAAMMDD)
           05 CODESIST-QT-RECALC    PIC 9(03).
      *       Itens previstos do contrato com quantidade/valor
      *       recalculados pelo headcount novo (QTDE-FORM-CO40)
           05 CODESIST-QT-DEFINIT   PIC 9(03).
      *       Itens ja definitivos/realizados/enviados - nao mudam,
      *       ficam p/ acerto manual com o fornecedor
           05 CODESIST-QT-PARC-CANC PIC 9(03).
           05 CODESIST-QT-BOLETOS   PIC 9(03).
      *       Parcelas canceladas com boleto ja remetido/registrado
      *       no banco (pedir baixa do boleto)
           05 CODESIST-VALOR-PAGO   PIC 9(08)V99.
           05 CODESIST-VALOR-MULTA  PIC 9(08)V99.
           05 CODESIST-VALOR-DEVOLVER PIC 9(08)V99.
           05 CODESIST-VALOR-COBRAR PIC 9(08)V99.
      *       Multa maior que o pago: parcela nova em CRD001
           05 CODESIST-FORNEC-GERADO PIC 9(06).
           05 CODESIST-SEQ-GERADO   PIC 9(05).
      *       Titulo de devolucao gerado em CPD020 (zeros = nenhum)
           05 CODESIST-DATA-DESIST  PIC 9(08).
           05 CODESIST-RETORNO      PIC 9(01).
      *       RETORNO - 0-OK  1-CONTRATO NAO CADASTRADO
      *                 2-DEVOLUCAO SEM FORNECEDOR NO CAD020 (valor
      *                   so informado, titulo nao gerado)
      *                 9-ERRO DE ARQUIVO
