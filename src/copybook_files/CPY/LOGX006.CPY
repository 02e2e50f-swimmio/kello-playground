      *    Selos diarios das cadeias de hash dos arquivos de
      *    auditoria - fica fora da pasta da empresa (\AUDITORIA\
      *    + empresa), longe de quem mexe nos dados.
           SELECT LOG006 ASSIGN TO PATH-LOG006
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-LOG006
                  RECORD KEY IS CHAVE-LOG6.
