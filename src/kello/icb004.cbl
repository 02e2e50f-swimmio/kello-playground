       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICB004.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Brindes em transito entre empresas - lista as
      * transferencias do ICD002 (raiz "\PROGRAMA\KELLO") enviadas
      * pela origem e ainda nao recebidas no destino (SITUACAO 1),
      * com a qtde de dias desde o envio (GRDIAS1 assinado, o mesmo
      * do aging CPB025). Enquanto esta em transito o brinde ja saiu
      * do saldo da origem e ainda nao entrou no do destino - o
      * total do relatorio e o estoque "fora" das duas empresas,
      * ja lancado no conta corrente inter-empresas pelo ICB003.
      *
      * Saida: arquivo-relatorio RELIC04 na raiz "\PROGRAMA\KELLO",
      * uma linha por transferencia, com total de qtde e valor.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ICPX002.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY ICPW002.

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-ICD002             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
           05  PATH-ICD002           PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DIAS-TRANSITO-W       PIC S9(5)    VALUE ZEROS.
           05  QT-TRANSITO-W         PIC 9(6)     VALUE ZEROS.
           05  QTDE-TOT-W            PIC 9(8)     VALUE ZEROS.
           05  VALOR-TOT-W           PIC 9(12)V99 VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  QTDE-E                PIC ZZZ.ZZ9.
           05  QTDE-E1               PIC ZZ.ZZZ.ZZ9.
           05  DIAS-E                PIC ----9.
           05  VALOR-E               PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  VALOR-E1              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

           COPY "CPDIAS1.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-TRANSITO-W QTDE-TOT-W VALOR-TOT-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           MOVE "\PROGRAMA\KELLO\ICD002"  TO PATH-ICD002.
           MOVE "\PROGRAMA\KELLO\RELIC04" TO PATH-RELAT.

           OPEN INPUT ICD002
           OPEN OUTPUT ARQ-RELAT

           IF ST-ICD002 <> "00" AND ST-ICD002 <> "35"
              DISPLAY "ERRO ABERTURA ICD002: " ST-ICD002
              MOVE 1 TO ERRO-W
           END-IF.

           MOVE SPACES TO REG-RELAT
           MOVE "BRINDES EM TRANSITO ENTRE EMPRESAS - EMISSAO:" TO
                REG-RELAT(01: 46)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E TO REG-RELAT(48: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "NR-TR ORIG DEST BR.ORIG BR.DEST    QTDE"
                TO REG-RELAT(01: 40)
           MOVE "           VALOR  DATA ENVIO  DIAS USUARIO"
                TO REG-RELAT(41: 42)
           WRITE REG-RELAT

      *    ICD002 inexistente (35) = nenhuma transferencia feita.
           IF ERRO-W = 0 AND ST-ICD002 = "00"
              PERFORM VARRE-ICD002
           END-IF.

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL EM TRANSITO: " TO REG-RELAT(01: 19)
           MOVE QT-TRANSITO-W         TO REG-RELAT(20: 06)
           MOVE QTDE-TOT-W            TO QTDE-E1
           MOVE QTDE-E1               TO REG-RELAT(30: 10)
           MOVE VALOR-TOT-W           TO VALOR-E1
           MOVE VALOR-E1              TO REG-RELAT(41: 18)
           WRITE REG-RELAT

           IF ST-ICD002 <> "35"
              CLOSE ICD002.
           CLOSE ARQ-RELAT.

           DISPLAY "TRANSFERENCIAS EM TRANSITO.......: " QT-TRANSITO-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       VARRE-ICD002 SECTION.
           MOVE ZEROS TO NR-TRANSF-IC02.
           START ICD002 KEY IS NOT < NR-TRANSF-IC02 INVALID KEY
                 MOVE "10" TO ST-ICD002.
           PERFORM UNTIL ST-ICD002 = "10"
              READ ICD002 NEXT RECORD AT END
                   MOVE "10" TO ST-ICD002
              NOT AT END
                   IF SITUACAO-IC02 = 1
                      PERFORM LISTA-TRANSFERENCIA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-ICD002.

       LISTA-TRANSFERENCIA SECTION.
           MOVE DATA-ENVIO-IC02 TO GRDIAS-AAMMDD-INICIAL.
           MOVE DATA-HOJE-W     TO GRDIAS-AAMMDD-FINAL.
           CALL "GRDIAS1" USING PARAMETROS-GRDIAS1
           CANCEL "GRDIAS1"
           MOVE GRDIAS-NUM-DIAS TO DIAS-TRANSITO-W.
           ADD 1 TO QT-TRANSITO-W.
           ADD QTDE-IC02  TO QTDE-TOT-W.
           ADD VALOR-IC02 TO VALOR-TOT-W.
           MOVE SPACES TO REG-RELAT.
           MOVE NR-TRANSF-IC02       TO REG-RELAT(01: 05).
           MOVE EMPRESA-ORIGEM-IC02  TO REG-RELAT(07: 03).
           MOVE EMPRESA-DESTINO-IC02 TO REG-RELAT(12: 03).
           MOVE BRINDE-ORIGEM-IC02   TO REG-RELAT(17: 05).
           MOVE BRINDE-DESTINO-IC02  TO REG-RELAT(25: 05).
           MOVE QTDE-IC02            TO QTDE-E.
           MOVE QTDE-E               TO REG-RELAT(33: 07).
           MOVE VALOR-IC02           TO VALOR-E.
           MOVE VALOR-E              TO REG-RELAT(41: 17).
           MOVE DATA-ENVIO-IC02      TO DATA-E.
           MOVE DATA-E               TO REG-RELAT(60: 10).
           MOVE DIAS-TRANSITO-W      TO DIAS-E.
           MOVE DIAS-E               TO REG-RELAT(72: 05).
           MOVE USUARIO-ENVIO-IC02   TO REG-RELAT(78: 08).
           WRITE REG-RELAT.
