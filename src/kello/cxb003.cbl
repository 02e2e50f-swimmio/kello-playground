       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXB003.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Quebras de caixa por operador - relatorio mensal das
      * contagens do numerario gravadas pelo fechamento do caixa
      * (CXB002) em CXD033. P/ cada operador lista os dias com
      * quebra (data, saldo calculado, contado, diferenca, motivo e
      * Supervisor que aprovou) e totaliza dias contados, dias com
      * quebra, sobras, faltas e a quebra liquida do mes - base da
      * conversa com o operador que quebra com frequencia.
      *
      * Parametro: arquivo CTPCX03 na pasta da empresa com o AAAAMM
      * na 1a linha; sem o arquivo, lista o mes anterior ao corrente.
      * Saida: arquivo-relatorio RELCX03 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CXPX033.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CXPW033.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(120).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CXD033             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU.
                   15  ANO-CPU-W     PIC 9(4).
                   15  MES-CPU-W     PIC 9(2).
                   15  DIA-CPU-W     PIC 9(2).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  ANOMES-REL-W.
               10  ANO-REL-W         PIC 9(4).
               10  MES-REL-W         PIC 9(2).
           05  ANOMES-REL-NUM-W REDEFINES ANOMES-REL-W
                                     PIC 9(6).
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  OPERADOR-ANT-W        PIC X(08)    VALUE SPACES.
           05  PRIMEIRO-W            PIC 9        VALUE ZEROS.

           05  QT-DIAS-OPER-W        PIC 9(4)     VALUE ZEROS.
           05  QT-QUEBRA-OPER-W      PIC 9(4)     VALUE ZEROS.
           05  SOBRA-OPER-W          PIC 9(10)V99 VALUE ZEROS.
           05  FALTA-OPER-W          PIC 9(10)V99 VALUE ZEROS.
           05  LIQUIDO-OPER-W        PIC S9(10)V99 VALUE ZEROS.
           05  QT-DIAS-W             PIC 9(5)     VALUE ZEROS.
           05  QT-QUEBRAS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-OPERADORES-W       PIC 9(4)     VALUE ZEROS.
           05  TOT-SOBRA-W           PIC 9(10)V99 VALUE ZEROS.
           05  TOT-FALTA-W           PIC 9(10)V99 VALUE ZEROS.
           05  TOT-LIQUIDO-W         PIC S9(10)V99 VALUE ZEROS.
           05  FALTA-W               PIC 9(08)V99 VALUE ZEROS.
           05  DATA-INV-W            PIC 9(08)    VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-S-E             PIC --.---.--9,99.

           COPY "PARAMETR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-DIAS-W QT-QUEBRAS-W QT-OPERADORES-W
                         TOT-SOBRA-W TOT-FALTA-W TOT-LIQUIDO-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           MOVE ANO-CPU-W TO ANO-REL-W
           MOVE MES-CPU-W TO MES-REL-W
           IF MES-REL-W = 1
              MOVE 12 TO MES-REL-W
              SUBTRACT 1 FROM ANO-REL-W
           ELSE
              SUBTRACT 1 FROM MES-REL-W
           END-IF.

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CXD033"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD033
           MOVE "CTPCX03" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCX03" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 6) NUMERIC AND
                    REG-PARAM(1: 6) > "000000"
                    MOVE REG-PARAM(1: 6) TO ANOMES-REL-W
                 END-IF
              END-READ
              CLOSE ARQ-PARAM
           END-IF.

           OPEN INPUT CXD033
           IF ST-CXD033 <> "00"
              DISPLAY "ERRO ABERTURA CXD033: " ST-CXD033
              MOVE 1 TO ERRO-W
           END-IF.

           OPEN OUTPUT ARQ-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "QUEBRAS DE CAIXA POR OPERADOR - COMPETENCIA "
                TO REG-RELAT(01: 44)
           MOVE ANOMES-REL-NUM-W  TO REG-RELAT(45: 06)
           MOVE " - "             TO REG-RELAT(51: 03)
           MOVE DATA-HOJE-W       TO DATA-E
           MOVE DATA-E            TO REG-RELAT(54: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT

           IF ERRO-W = 0
              PERFORM VARRE-CONTAGENS
              PERFORM IMPRIME-TOTAL-GERAL
              CLOSE CXD033
           END-IF.

           CLOSE ARQ-RELAT.

           DISPLAY "COMPETENCIA LISTADA..............: "
                   ANOMES-REL-NUM-W.
           DISPLAY "DIAS CONTADOS....................: " QT-DIAS-W.
           DISPLAY "DIAS COM QUEBRA..................: " QT-QUEBRAS-W.
           MOVE TOT-LIQUIDO-W TO VALOR-S-E.
           DISPLAY "QUEBRA LIQUIDA DO MES............: " VALOR-S-E.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       VARRE-CONTAGENS SECTION.
      *    CXD033 pela chave alternada do operador; so as contagens
      *    da competencia entram.
           MOVE ZEROS  TO PRIMEIRO-W.
           MOVE SPACES TO OPERADOR-CX33 OPERADOR-ANT-W.
           START CXD033 KEY IS NOT < OPERADOR-CX33 INVALID KEY
                 MOVE "10" TO ST-CXD033.
           PERFORM UNTIL ST-CXD033 = "10"
              READ CXD033 NEXT RECORD AT END MOVE "10" TO ST-CXD033
              NOT AT END
                IF DATA-CAIXA-CX33(1: 6) = ANOMES-REL-W
                   PERFORM ACUMULA-CONTAGEM
                END-IF
              END-READ
           END-PERFORM.
           IF PRIMEIRO-W = 1
              PERFORM IMPRIME-TOTAL-OPERADOR.

       ACUMULA-CONTAGEM SECTION.
           IF PRIMEIRO-W = 0 OR OPERADOR-CX33 NOT = OPERADOR-ANT-W
              IF PRIMEIRO-W = 1
                 PERFORM IMPRIME-TOTAL-OPERADOR
              END-IF
              MOVE 1             TO PRIMEIRO-W
              MOVE OPERADOR-CX33 TO OPERADOR-ANT-W
              MOVE ZEROS TO QT-DIAS-OPER-W QT-QUEBRA-OPER-W
                            SOBRA-OPER-W FALTA-OPER-W LIQUIDO-OPER-W
              ADD 1 TO QT-OPERADORES-W
              MOVE SPACES TO REG-RELAT
              MOVE "OPERADOR: "  TO REG-RELAT(01: 10)
              MOVE OPERADOR-CX33 TO REG-RELAT(11: 08)
              WRITE REG-RELAT
              MOVE SPACES TO REG-RELAT
              MOVE "DATA"        TO REG-RELAT(03: 04)
              MOVE "CALCULADO"   TO REG-RELAT(18: 09)
              MOVE "CONTADO"     TO REG-RELAT(34: 07)
              MOVE "DIFERENCA"   TO REG-RELAT(46: 09)
              MOVE "MOTIVO"      TO REG-RELAT(57: 06)
              MOVE "SUPERV"      TO REG-RELAT(98: 06)
              WRITE REG-RELAT
           END-IF.
           ADD 1 TO QT-DIAS-OPER-W QT-DIAS-W.
           IF DIFERENCA-CX33 = ZEROS
              GO ACUMULA-CONTAGEM-FIM.
           ADD 1 TO QT-QUEBRA-OPER-W QT-QUEBRAS-W.
           ADD DIFERENCA-CX33 TO LIQUIDO-OPER-W TOT-LIQUIDO-W.
           IF DIFERENCA-CX33 > ZEROS
              ADD DIFERENCA-CX33 TO SOBRA-OPER-W TOT-SOBRA-W
           ELSE
              COMPUTE FALTA-W = ZEROS - DIFERENCA-CX33
              ADD FALTA-W TO FALTA-OPER-W TOT-FALTA-W
           END-IF.
           MOVE SPACES TO REG-RELAT
           MOVE DATA-CAIXA-CX33(7: 2) TO DATA-INV-W(1: 2)
           MOVE DATA-CAIXA-CX33(5: 2) TO DATA-INV-W(3: 2)
           MOVE DATA-CAIXA-CX33(1: 4) TO DATA-INV-W(5: 4)
           MOVE DATA-INV-W            TO DATA-E
           MOVE DATA-E                TO REG-RELAT(01: 10)
           MOVE SALDO-CALC-CX33       TO VALOR-S-E
           MOVE VALOR-S-E             TO REG-RELAT(13: 14)
           MOVE VALOR-CONTADO-CX33    TO VALOR-E
           MOVE VALOR-E               TO REG-RELAT(28: 13)
           MOVE DIFERENCA-CX33        TO VALOR-S-E
           MOVE VALOR-S-E             TO REG-RELAT(41: 14)
           MOVE MOTIVO-CX33           TO REG-RELAT(57: 40)
           MOVE SUPERVISOR-CX33       TO REG-RELAT(98: 06)
           WRITE REG-RELAT.
       ACUMULA-CONTAGEM-FIM.
           EXIT.

       IMPRIME-TOTAL-OPERADOR SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "DIAS CONTADOS "   TO REG-RELAT(03: 14)
           MOVE QT-DIAS-OPER-W     TO REG-RELAT(17: 04)
           MOVE "  COM QUEBRA "    TO REG-RELAT(21: 13)
           MOVE QT-QUEBRA-OPER-W   TO REG-RELAT(34: 04)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "SOBRAS "          TO REG-RELAT(03: 07)
           MOVE SOBRA-OPER-W       TO VALOR-E
           MOVE VALOR-E            TO REG-RELAT(10: 13)
           MOVE "  FALTAS "        TO REG-RELAT(23: 09)
           MOVE FALTA-OPER-W       TO VALOR-E
           MOVE VALOR-E            TO REG-RELAT(32: 13)
           MOVE "  LIQUIDO "       TO REG-RELAT(45: 10)
           MOVE LIQUIDO-OPER-W     TO VALOR-S-E
           MOVE VALOR-S-E          TO REG-RELAT(55: 14)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT.

       IMPRIME-TOTAL-GERAL SECTION.
           MOVE ALL "=" TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL GERAL - OPERADORES " TO REG-RELAT(01: 25)
           MOVE QT-OPERADORES-W    TO REG-RELAT(26: 04)
           MOVE "  DIAS "          TO REG-RELAT(30: 07)
           MOVE QT-DIAS-W          TO REG-RELAT(37: 05)
           MOVE "  COM QUEBRA "    TO REG-RELAT(42: 13)
           MOVE QT-QUEBRAS-W       TO REG-RELAT(55: 05)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "SOBRAS "          TO REG-RELAT(03: 07)
           MOVE TOT-SOBRA-W        TO VALOR-E
           MOVE VALOR-E            TO REG-RELAT(10: 13)
           MOVE "  FALTAS "        TO REG-RELAT(23: 09)
           MOVE TOT-FALTA-W        TO VALOR-E
           MOVE VALOR-E            TO REG-RELAT(32: 13)
           MOVE "  LIQUIDO "       TO REG-RELAT(45: 10)
           MOVE TOT-LIQUIDO-W      TO VALOR-S-E
           MOVE VALOR-S-E          TO REG-RELAT(55: 14)
           WRITE REG-RELAT.
