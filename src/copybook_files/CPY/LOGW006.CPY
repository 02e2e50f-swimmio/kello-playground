      * SELOS DAS CADEIAS DE HASH DOS ARQUIVOS DE AUDITORIA
       FD  LOG006.
       01  REG-LOG006.
           05  CHAVE-LOG6.
               10  LOG6-ARQUIVO    PIC X(12).
      *        ARQUIVO - LOG001/LOG002/LOG003/LOGACESS/CPD025 ou o
      *        jornal do dia (JRAAAAMMDD)
               10  LOG6-DATA       PIC 9(08).
               10  LOG6-HORAS      PIC 9(08).
           05  LOG6-TIPO           PIC X(01).
      *    TIPO - S-SELO DIARIO (CPB111)
      *           A-ANCORA DO ARQUIVAMENTO ANUAL (CPB046): a cadeia
      *             viva passa a comecar na posicao seguinte, com o
      *             hash do ultimo registro movido p/ o anual
           05  LOG6-POSICAO        PIC 9(09).
      *    Ultima posicao conferida (S) ou ultima arquivada (A)
           05  LOG6-HASH           PIC X(18).
      *    Hash do registro nessa posicao
           05  LOG6-QTDE           PIC 9(09).
      *    Registros sem selo no arquivo (S) ou movidos (A) nesta
      *    rodada
           05  LOG6-USUARIO        PIC X(08).
           05  LOG6-HASH-SELO      PIC X(18).
      *    Hash do proprio selo encadeado ao selo anterior do mesmo
      *    arquivo - apagar ou trocar um selo quebra esta cadeia
           05  FILLER              PIC X(10).
