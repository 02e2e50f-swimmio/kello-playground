       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEB002.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Consulta da fila de e-mails de saida (GED005) por
      * destinatario - tudo o que foi posto na fila p/ um fornecedor,
      * cliente ou funcao de CIE, com a situacao, a data/hora de
      * entrega e a identificacao da mensagem no servidor de correio
      * e a copia do anexo guardada na pasta EML. E a comprovacao de
      * envio da circularizacao e do aviso de negativacao.
      *
      * Pedidos no arquivo PEDGE02 da pasta da empresa, um por linha:
      * "F;FORNECEDOR", "C;CLIENTE" ou "I;FUNCAO".
      * Saida: CONGE02.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY GERX005.

           SELECT ARQ-PEDIDOS ASSIGN TO PATH-PEDIDOS
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PEDIDOS.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY GERW005.

       FD  ARQ-PEDIDOS.
       01  LINHA-PEDIDO             PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(132).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-GED005             PIC XX       VALUE SPACES.
           05  ST-PEDIDOS            PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-PEDIDOS          PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  CAMPO-TIPO-X          PIC X(01)    VALUE SPACES.
           05  CAMPO-COD-X           PIC X(08)    VALUE SPACES.
           05  CAMPO-COD-W           PIC 9(08)    VALUE ZEROS.
           05  DESTINO-PED-W.
               10  TIPO-PED-W        PIC X(01).
               10  COD-PED-W         PIC 9(08).
           05  FIM-DEST-W            PIC X        VALUE "N".
           05  QT-MSG-DEST-W         PIC 9(5)     VALUE ZEROS.
           05  QT-MENSAGENS-W        PIC 9(7)     VALUE ZEROS.
           05  QT-PED-INVALIDOS-W    PIC 9(4)     VALUE ZEROS.
           05  DESCR-SIT-W           PIC X(10)    VALUE SPACES.

           05  DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(4).
               10  MES-AUX-W         PIC 9(2).
               10  DIA-AUX-W         PIC 9(2).
           05  DATA-AUX-NUM-W REDEFINES DATA-AUX-W PIC 9(8).
           05  HORA-AUX-W.
               10  HH-AUX-W          PIC 9(2).
               10  MM-AUX-W          PIC 9(2).
               10  FILLER            PIC 9(4).
           05  HORA-AUX-NUM-W REDEFINES HORA-AUX-W PIC 9(8).

           05  DATA-E                PIC 99/99/9999.
           05  NUMERO-E              PIC ZZZZZZZZ9.
           05  COD-E                 PIC ZZZZZZZ9.

           COPY "PARAMETR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-MENSAGENS-W QT-PED-INVALIDOS-W.

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "GED005"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED005
           MOVE "PEDGE02" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PEDIDOS
           MOVE "CONGE02" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT ARQ-PEDIDOS
           IF ST-PEDIDOS <> "00"
              DISPLAY "ARQUIVO DE PEDIDOS PEDGE02 NAO ENCONTRADO: "
                      ST-PEDIDOS
              MOVE 1 TO ERRO-W
           END-IF.
           OPEN INPUT GED005
           IF ST-GED005 <> "00"
              DISPLAY "ERRO ABERTURA GED005: " ST-GED005
              MOVE 1 TO ERRO-W
           END-IF.
           OPEN OUTPUT ARQ-RELAT

           IF ERRO-W = 0
              PERFORM PROCESSA-PEDIDOS
           END-IF.
           CLOSE ARQ-PEDIDOS GED005 ARQ-RELAT.

           DISPLAY "MENSAGENS LISTADAS...............: "
                   QT-MENSAGENS-W.
           DISPLAY "PEDIDOS INVALIDOS................: "
                   QT-PED-INVALIDOS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       PROCESSA-PEDIDOS SECTION.
           PERFORM UNTIL ST-PEDIDOS = "10"
              READ ARQ-PEDIDOS AT END
                   MOVE "10" TO ST-PEDIDOS
              NOT AT END
                   PERFORM CONSULTA-DESTINATARIO
              END-READ
           END-PERFORM.

       CONSULTA-DESTINATARIO SECTION.
           MOVE SPACES TO CAMPO-TIPO-X CAMPO-COD-X.
           UNSTRING LINHA-PEDIDO DELIMITED BY ";"
                INTO CAMPO-TIPO-X CAMPO-COD-X
           END-UNSTRING.
           MOVE ZEROS TO CAMPO-COD-W.
           UNSTRING CAMPO-COD-X DELIMITED BY SPACE INTO CAMPO-COD-W.
           IF (CAMPO-TIPO-X NOT = "F" AND CAMPO-TIPO-X NOT = "C" AND
               CAMPO-TIPO-X NOT = "I") OR CAMPO-COD-W = ZEROS
              ADD 1 TO QT-PED-INVALIDOS-W
              DISPLAY "PEDIDO INVALIDO: " LINHA-PEDIDO
              GO CONSULTA-DESTINATARIO-FIM.
           MOVE CAMPO-TIPO-X TO TIPO-PED-W.
           MOVE CAMPO-COD-W  TO COD-PED-W.

           MOVE SPACES TO REG-RELAT
           MOVE ALL "=" TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           EVALUATE TIPO-PED-W
             WHEN "F" MOVE "FORNECEDOR " TO REG-RELAT(01: 11)
             WHEN "C" MOVE "CLIENTE    " TO REG-RELAT(01: 11)
             WHEN "I" MOVE "FUNCAO CIE " TO REG-RELAT(01: 11)
           END-EVALUATE.
           MOVE COD-PED-W    TO COD-E
           MOVE COD-E        TO REG-RELAT(12: 08)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "MENSAGEM INCLUSAO  TP SITUACAO   ENTREGA          "
                TO REG-RELAT(01: 51)
           MOVE "E-MAIL / ID NO SERVIDOR / MOTIVO" TO REG-RELAT(52: 32)
           WRITE REG-RELAT

           MOVE ZEROS TO QT-MSG-DEST-W
           MOVE DESTINO-PED-W TO DESTINO-GE05
           MOVE ZEROS         TO NUMERO-GE05
           MOVE "N"           TO FIM-DEST-W
           START GED005 KEY IS NOT < ALT1-GE05 INVALID KEY
                 MOVE "S" TO FIM-DEST-W
           END-START.
           PERFORM UNTIL FIM-DEST-W = "S"
              READ GED005 NEXT RECORD AT END
                   MOVE "S" TO FIM-DEST-W
              NOT AT END
                   IF DESTINO-GE05 NOT = DESTINO-PED-W
                      MOVE "S" TO FIM-DEST-W
                   ELSE
                      PERFORM IMPRIME-MENSAGEM
                   END-IF
              END-READ
           END-PERFORM.
           IF QT-MSG-DEST-W = ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "NENHUMA MENSAGEM NA FILA P/ O DESTINATARIO" TO
                   REG-RELAT(01: 42)
              WRITE REG-RELAT
           END-IF.
       CONSULTA-DESTINATARIO-FIM.
           EXIT.

       IMPRIME-MENSAGEM SECTION.
           ADD 1 TO QT-MSG-DEST-W QT-MENSAGENS-W
           EVALUATE SITUACAO-GE05
             WHEN 0 MOVE "PENDENTE"   TO DESCR-SIT-W
             WHEN 1 MOVE "REMETIDA"   TO DESCR-SIT-W
             WHEN 2 MOVE "ENVIADA"    TO DESCR-SIT-W
             WHEN 3 MOVE "DEVOLVIDA"  TO DESCR-SIT-W
             WHEN 4 MOVE "FALHA"      TO DESCR-SIT-W
             WHEN 5 MOVE "SEM E-MAIL" TO DESCR-SIT-W
             WHEN OTHER MOVE SPACES   TO DESCR-SIT-W
           END-EVALUATE.
           MOVE SPACES TO REG-RELAT
           MOVE NUMERO-GE05      TO NUMERO-E
           MOVE NUMERO-E         TO REG-RELAT(01: 09)
           MOVE DATA-INCL-GE05   TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E           TO REG-RELAT(10: 10)
           MOVE TIPO-MSG-GE05    TO REG-RELAT(21: 02)
           MOVE DESCR-SIT-W      TO REG-RELAT(24: 10)
           IF DATA-ENVIO-GE05 NOT = ZEROS
              MOVE DATA-ENVIO-GE05 TO DATA-AUX-NUM-W
              PERFORM EDITA-DATA
              MOVE DATA-E          TO REG-RELAT(35: 10)
              MOVE HORA-ENVIO-GE05 TO HORA-AUX-NUM-W
              MOVE HH-AUX-W        TO REG-RELAT(46: 02)
              MOVE ":"             TO REG-RELAT(48: 01)
              MOVE MM-AUX-W        TO REG-RELAT(49: 02)
           END-IF.
           MOVE EMAIL-DEST-GE05  TO REG-RELAT(52: 60)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "ASSUNTO: "      TO REG-RELAT(10: 09)
           MOVE ASSUNTO-GE05     TO REG-RELAT(19: 33)
           IF SITUACAO-GE05 = 2
              MOVE ID-ENVIO-GE05 TO REG-RELAT(52: 40)
           ELSE
              MOVE MOTIVO-GE05   TO REG-RELAT(52: 60)
           END-IF.
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "REF.: "         TO REG-RELAT(10: 06)
           MOVE REFERENCIA-GE05  TO REG-RELAT(16: 20)
           MOVE PROGRAMA-GE05    TO REG-RELAT(37: 10)
           MOVE ANEXO-GE05       TO REG-RELAT(52: 60)
           WRITE REG-RELAT.
       IMPRIME-MENSAGEM-FIM.
           EXIT.

       EDITA-DATA SECTION.
      *    AAAAMMDD (DATA-AUX-W) -> DD/MM/AAAA
           COMPUTE DATA-E = DIA-AUX-W * 1000000 +
                            MES-AUX-W * 10000 + ANO-AUX-W.
       EDITA-DATA-FIM.
           EXIT.
