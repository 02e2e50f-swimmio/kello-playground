       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGB002.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Carga da base de CEP dos Correios - enderecos de
      * CGD001/CLD001 eram digitados a mao e as cartas de
      * circularizacao e da regua de cobranca voltavam por CEP
      * errado. Este batch le o arquivo texto da base dos Correios
      * (CEPCORR na raiz "\PROGRAMA\KELLO", uma linha por CEP:
      *   CEP;LOGRADOURO;BAIRRO;CIDADE;UF
      * CEP com ou sem hifen) e recarrega do zero o CGD006, tambem
      * na raiz (comum a todas as empresas), com o texto em
      * maiusculas e sem acento. A base e trocada inteira a cada
      * versao dos Correios - apagar e recarregar, como o CGB001
      * faz com o CGD003. Linha com CEP invalido, sem cidade ou
      * com UF em branco e rejeitada e listada.
      * CGP001/CLP001 preenchem logradouro, cidade e UF a partir do
      * CGD006 e recusam CEP inexistente; CGB003 lista o cadastro
      * que diverge da base.
      *
      * Saida: RELCG02 na raiz "\PROGRAMA\KELLO".

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX006.

           SELECT ARQ-CEP ASSIGN TO PATH-CEPCORR
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-CEP.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW006.

       FD  ARQ-CEP.
       01  LINHA-CEP                PIC X(200).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD006             PIC XX       VALUE SPACES.
           05  ST-CEP                PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  PATH-CGD006           PIC X(30)    VALUE SPACES.
           05  PATH-CEPCORR          PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  CAMPO1-X              PIC X(12)    VALUE SPACES.
           05  CAMPO1-R REDEFINES CAMPO1-X.
               10  CAR-CEP-X OCCURS 12 PIC X.
           05  CAMPO2-X              PIC X(60)    VALUE SPACES.
           05  CAMPO3-X              PIC X(40)    VALUE SPACES.
           05  CAMPO4-X              PIC X(40)    VALUE SPACES.
           05  CAMPO5-X              PIC X(02)    VALUE SPACES.
           05  CEP-W                 PIC 9(08)    VALUE ZEROS.
           05  CEP-R REDEFINES CEP-W.
               10  DIG-CEP-W OCCURS 8 PIC 9.
           05  QT-DIG-CEP-W          PIC 9(2)     VALUE ZEROS.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  MOTIVO-W              PIC X(30)    VALUE SPACES.
           05  TEXTO-W               PIC X(60)    VALUE SPACES.
      *    Vogais acentuadas e cedilha (latin-1) maiusculas e
      *    minusculas, na ordem de SEM-ACENTO-W.
           05  ACENTOS-W.
               10  FILLER            PIC X(13)    VALUE
                   X"C0C1C2C3C9CACDD3D4D5DADCC7".
               10  FILLER            PIC X(13)    VALUE
                   X"E0E1E2E3E9EAEDF3F4F5FAFCE7".
           05  SEM-ACENTO-W          PIC X(26)    VALUE
               "AAAAEEIOOOUUCAAAAEEIOOOUUC".

           05  QT-LIDAS-W            PIC 9(7)     VALUE ZEROS.
           05  QT-GRAVADOS-W         PIC 9(7)     VALUE ZEROS.
           05  QT-REJEITADAS-W       PIC 9(7)     VALUE ZEROS.
           05  QT-REPETIDOS-W        PIC 9(7)     VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LIDAS-W QT-GRAVADOS-W
                         QT-REJEITADAS-W QT-REPETIDOS-W.

           MOVE "\PROGRAMA\KELLO\CGD006"  TO PATH-CGD006.
           MOVE "\PROGRAMA\KELLO\CEPCORR" TO PATH-CEPCORR.
           MOVE "\PROGRAMA\KELLO\RELCG02" TO PATH-RELAT.

           OPEN INPUT ARQ-CEP
           IF ST-CEP <> "00"
              DISPLAY "ARQUIVO DA BASE DE CEP NAO ENCONTRADO: "
                      PATH-CEPCORR
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM
              STOP RUN.

      *    Base recarregada do zero a cada versao dos Correios.
           OPEN OUTPUT CGD006
           CLOSE CGD006
           OPEN I-O CGD006
           OPEN OUTPUT ARQ-RELAT

           IF ST-CGD006 <> "00"
              DISPLAY "ERRO ABERTURA CGD006: " ST-CGD006
              CLOSE ARQ-CEP ARQ-RELAT
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM
              STOP RUN.

           MOVE SPACES TO REG-RELAT
           MOVE "CARGA DA BASE DE CEP - LINHAS REJEITADAS"
                TO REG-RELAT(01: 40)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "LINHA    MOTIVO                         CONTEUDO"
                TO REG-RELAT(01: 48)
           WRITE REG-RELAT

           PERFORM UNTIL ST-CEP = "10"
              READ ARQ-CEP AT END
                   MOVE "10" TO ST-CEP
              NOT AT END
                   ADD 1 TO QT-LIDAS-W
                   PERFORM CARREGA-LINHA
              END-READ
           END-PERFORM.

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "LIDAS: "       TO REG-RELAT(01: 07)
           MOVE QT-LIDAS-W      TO REG-RELAT(08: 07)
           MOVE "GRAVADOS: "    TO REG-RELAT(17: 10)
           MOVE QT-GRAVADOS-W   TO REG-RELAT(27: 07)
           MOVE "REJEITADAS: "  TO REG-RELAT(36: 12)
           MOVE QT-REJEITADAS-W TO REG-RELAT(48: 07)
           MOVE "REPETIDOS: "   TO REG-RELAT(57: 11)
           MOVE QT-REPETIDOS-W  TO REG-RELAT(68: 07)
           WRITE REG-RELAT

           CLOSE ARQ-CEP CGD006 ARQ-RELAT.

           DISPLAY "LINHAS LIDAS DA BASE DE CEP......: " QT-LIDAS-W.
           DISPLAY "CEPS GRAVADOS NO CGD006..........: "
                   QT-GRAVADOS-W.
           DISPLAY "LINHAS REJEITADAS................: "
                   QT-REJEITADAS-W.
           DISPLAY "CEPS REPETIDOS (VALE O ULTIMO)...: "
                   QT-REPETIDOS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       CARREGA-LINHA SECTION.
           MOVE SPACES TO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X
                          CAMPO5-X MOTIVO-W.
           UNSTRING LINHA-CEP DELIMITED BY ";"
                INTO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X CAMPO5-X
           END-UNSTRING.

      *    CEP: so os digitos (aceita "01310-100" e "01310100").
           MOVE ZEROS TO CEP-W QT-DIG-CEP-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 12
              IF CAR-CEP-X(I) IS NUMERIC
                 ADD 1 TO QT-DIG-CEP-W
                 IF QT-DIG-CEP-W < 9
                    MOVE CAR-CEP-X(I) TO DIG-CEP-W(QT-DIG-CEP-W)
                 END-IF
              END-IF
           END-PERFORM.
           IF QT-DIG-CEP-W NOT = 8 OR CEP-W = ZEROS
              MOVE "CEP INVALIDO" TO MOTIVO-W
           ELSE
              IF CAMPO4-X = SPACES
                 MOVE "CIDADE EM BRANCO" TO MOTIVO-W
              ELSE
                 IF CAMPO5-X = SPACES
                    MOVE "UF EM BRANCO" TO MOTIVO-W
                 END-IF
              END-IF
           END-IF.
           IF MOTIVO-W NOT = SPACES
              PERFORM LISTA-REJEITADA
              GO CARREGA-LINHA-FIM.

           MOVE CEP-W TO CEP-CG06.
           MOVE CAMPO2-X TO TEXTO-W.
           PERFORM NORMALIZA-TEXTO.
           MOVE TEXTO-W  TO LOGRADOURO-CG06.
           MOVE CAMPO3-X TO TEXTO-W.
           PERFORM NORMALIZA-TEXTO.
           MOVE TEXTO-W  TO BAIRRO-CG06.
           MOVE CAMPO4-X TO TEXTO-W.
           PERFORM NORMALIZA-TEXTO.
           MOVE TEXTO-W  TO CIDADE-CG06.
           MOVE CAMPO5-X TO TEXTO-W.
           PERFORM NORMALIZA-TEXTO.
           MOVE TEXTO-W  TO UF-CG06.
           WRITE REG-CGD006 INVALID KEY
                 ADD 1 TO QT-REPETIDOS-W
                 REWRITE REG-CGD006
                 END-REWRITE
           NOT INVALID KEY
                 ADD 1 TO QT-GRAVADOS-W
           END-WRITE.
       CARREGA-LINHA-FIM.
           EXIT.

       NORMALIZA-TEXTO SECTION.
      *    Maiusculas e sem acento (base dos Correios vem em latin-1
      *    com acentuacao; o cadastro e digitado sem).
           INSPECT TEXTO-W CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT TEXTO-W CONVERTING ACENTOS-W TO SEM-ACENTO-W.

       LISTA-REJEITADA SECTION.
           ADD 1 TO QT-REJEITADAS-W.
           MOVE SPACES TO REG-RELAT.
           MOVE QT-LIDAS-W    TO REG-RELAT(01: 07).
           MOVE MOTIVO-W      TO REG-RELAT(10: 30).
           MOVE LINHA-CEP     TO REG-RELAT(41: 60).
           WRITE REG-RELAT.
