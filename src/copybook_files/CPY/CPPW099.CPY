           05  LINHA-DIGITAVEL-CP99    PIC X(47).
           05  PATH-DOCTO-CP99         PIC X(60).
           05  COMPETENCIA-CP99        PIC 9(06).
           05  TIPO-DESC-COND-CP99     PIC 9(01).
      *    TIPO-DESC-COND - desconto financeiro condicional impresso
      *    na nota ("2% ate o dia X"): 0-SEM DESCONTO  1-PERCENTUAL
      *    2-VALOR; brancos nos titulos anteriores ao campo = sem
      *    desconto
           05  DESC-COND-CP99          PIC 9(07)V99 COMP-3.
      *    DESC-COND - % (tipo 1) ou valor (tipo 2) do desconto
           05  DATA-LIMITE-DESC-CP99   PIC 9(08).
      *    DATA-LIMITE-DESC - ultimo dia p/ pagar com desconto
