      * PONTA DAS CADEIAS DE HASH DOS ARQUIVOS DE AUDITORIA
       FD  LOG007.
       01  REG-LOG007.
           05  LOG7-ARQUIVO        PIC X(12).
      *    ARQUIVO - LOG001/LOG002/LOG003/LOGACESS/CPD025 ou o
      *    jornal do dia (JRAAAAMMDD)
           05  LOG7-POSICAO        PIC 9(09).
      *    Ultima posicao carimbada na cadeia do arquivo
           05  LOG7-HASH           PIC X(18).
      *    Hash do registro nessa posicao
           05  LOG7-DATA           PIC 9(08).
           05  LOG7-HORAS          PIC 9(08).
           05  FILLER              PIC X(15).
