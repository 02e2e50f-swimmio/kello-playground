      *    Etapas da regua de cobranca, lidas do arquivo REGCR05 da
      *    pasta da empresa (uma linha por etapa, em ordem:
      *    DIAS(3);TITULO DA CARTA). Sem o arquivo vale a regua
      *    padrao: lembrete D+5, notificacao D+15, ultimo aviso D+25.
      *    Usada pela emissao das cartas (CRB005) e pela remessa de
      *    negativacao (CHB013), que so envia o que ja passou por
      *    todas as etapas.
       01  TABELA-REGUA.
           05  QT-ETAPAS-REGUA         PIC 9(01)    VALUE ZEROS.
           05  ETAPA-REGUA             OCCURS 9.
               10  DIAS-REGUA          PIC 9(03).
               10  TITULO-REGUA        PIC X(40).
       01  LINHA-REGUA-W               PIC X(50).
       01  DIAS-REGUA-X                PIC X(03).
       01  TITULO-REGUA-X              PIC X(40).
