      *            total menos as baixas parciais ja lancadas) - sem
      *            contar nada duas vezes;
      *   tipo C - cancelamentos (situacao 4 entrados no mes, mesma
      *            convencao do fechamento CPB054);
      *   tipo D - depreciacao do imobilizado: movimentos D de CPD047
      *            da competencia, gravados pelo CPB097 (rodar o
      *            CPB097 do mes antes desta integracao).
      * Cada linha leva a conta reduzida de apuracao (CXD020), data,
      * valor, fornecedor e documento; o arquivo fecha com um
      * registro T (trailer) de quantidade e soma p/ conferencia de
           COPY CAPX001.
           COPY CPPX020.
           COPY CPPX023.
           COPY CPPX047.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
       COPY CAPW001.
       COPY CPPW020.
       COPY CPPW023.
       COPY CPPW047.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).
       01  REG-INTEG.
           05  TIPO-REG-INT        PIC X(01).
      *    TIPO - E-ENTRADA  P-PAGAMENTO  C-CANCELAMENTO  T-TRAILER
      *           D-DEPRECIACAO
           05  ANOMES-INT          PIC 9(06).
           05  CONTA-INT           PIC 9(05).
           05  DATA-INT            PIC 9(08).
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD023             PIC XX       VALUE SPACES.
           05  ST-CPD047             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-INTEG              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  VALOR-LINHA-W         PIC 9(10)V99 VALUE ZEROS.
           05  TIPO-LINHA-W          PIC X        VALUE SPACE.
           05  DATA-LINHA-W          PIC 9(8)     VALUE ZEROS.
           05  CONTA-LINHA-W         PIC 9(5)     VALUE ZEROS.
           05  FORNEC-LINHA-W        PIC 9(6)     VALUE ZEROS.
           05  DOCTO-LINHA-W         PIC X(10)    VALUE SPACES.

           05  TB-CONTAS.
               10  TB-CONTA-OCORRE OCCURS 300.
                   15  CONTA-ENTR-TB     PIC 9(12)V99.
                   15  CONTA-PAGO-TB     PIC 9(12)V99.
                   15  CONTA-CANC-TB     PIC 9(12)V99.
                   15  CONTA-DEPR-TB     PIC 9(12)V99.

           05  QTDE-E                PIC Z.ZZZ.ZZ9.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           MOVE EMPRESA            TO EMP-REC
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD023
           MOVE "CPD047"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD047
           MOVE "CTPCP56" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "CTBCP56" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-INTEG
           MOVE "RELCP56" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
              CLOSE ARQ-PARAM
           END-IF.

           OPEN INPUT CPD020 CPD023 CPD047
           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-W
              DISPLAY "ERRO ABERTURA CPD023: " ST-CPD023
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CPD047 <> "00" AND ST-CPD047 <> "05" AND
              ST-CPD047 <> "35"
              DISPLAY "ERRO ABERTURA CPD047: " ST-CPD047
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              OPEN OUTPUT ARQ-INTEG ARQ-RELAT
              PERFORM VARRE-CPD020
              PERFORM VARRE-CPD047
              PERFORM GRAVA-TRAILER
              PERFORM IMPRIME-CONFERENCIA
              CLOSE ARQ-INTEG ARQ-RELAT
           END-IF.

           CLOSE CPD020 CPD023 CPD047.

           DISPLAY "MES INTEGRADO....................: "
                   ANOMES-FECHA-NUM-W.
           END-PERFORM.

       PROCESSA-TITULO SECTION.
           MOVE CODREDUZ-APUR-CP20 TO CONTA-LINHA-W
           MOVE FORNEC-CP20        TO FORNEC-LINHA-W
           MOVE NR-DOCTO-CP20      TO DOCTO-LINHA-W
           MOVE DATA-MOVTO-CP20(1: 6) TO ANOMES-TIT-W.
           IF ANOMES-TIT-W = ANOMES-FECHA-NUM-W
              MOVE "E"             TO TIPO-LINHA-W
       PROCESSA-BAIXAS-FIM.
           EXIT.

       VARRE-CPD047 SECTION.
      *    Depreciacao do imobilizado da competencia (movimentos D);
      *    a conta e a de investimento do bem, sem fornecedor.
           IF ST-CPD047 <> "00"
              GO VARRE-CPD047-FIM.
           MOVE ZEROS TO NR-BEM-CP47 COMPETENCIA-CP47.
           MOVE SPACES TO TIPO-CP47.
           START CPD047 KEY IS NOT < CHAVE-CP47 INVALID KEY
                 MOVE "10" TO ST-CPD047.
           PERFORM UNTIL ST-CPD047 = "10"
              READ CPD047 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD047
              NOT AT END
                   IF COMPETENCIA-CP47 = ANOMES-FECHA-NUM-W AND
                      TIPO-CP47 = "D"
                      MOVE "D"                TO TIPO-LINHA-W
                      MOVE DATA-CP47          TO DATA-LINHA-W
                      MOVE VALOR-CP47         TO VALOR-LINHA-W
                      MOVE CODREDUZ-APUR-CP47 TO CONTA-LINHA-W
                      MOVE ZEROS              TO FORNEC-LINHA-W
                      MOVE SPACES             TO DOCTO-LINHA-W
                      STRING "BEM" NR-BEM-CP47 DELIMITED BY SIZE
                             INTO DOCTO-LINHA-W
                      PERFORM GRAVA-LINHA
                   END-IF
              END-READ
           END-PERFORM.
       VARRE-CPD047-FIM.
           EXIT.

       GRAVA-LINHA SECTION.
           MOVE SPACES TO REG-INTEG.
           MOVE TIPO-LINHA-W        TO TIPO-REG-INT
           MOVE ANOMES-FECHA-NUM-W  TO ANOMES-INT
           MOVE CONTA-LINHA-W       TO CONTA-INT
           MOVE DATA-LINHA-W        TO DATA-INT
           MOVE VALOR-LINHA-W       TO VALOR-INT
           MOVE FORNEC-LINHA-W      TO FORNEC-INT
           MOVE DOCTO-LINHA-W       TO DOCTO-INT
           WRITE REG-INTEG.
           ADD 1             TO QT-LINHAS-W.
           ADD VALOR-LINHA-W TO SOMA-GERAL-W.
       ACUMULA-CONTA SECTION.
           MOVE ZEROS TO IND-CONTA-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CONTAS-W
              IF CONTA-COD-TB(I) = CONTA-LINHA-W
                 MOVE I TO IND-CONTA-W
                 MOVE QT-CONTAS-W TO I
              END-IF
              IF QT-CONTAS-W < 300
                 ADD 1 TO QT-CONTAS-W
                 MOVE QT-CONTAS-W TO IND-CONTA-W
                 MOVE CONTA-LINHA-W TO CONTA-COD-TB(IND-CONTA-W)
              ELSE
      *          Acima de 300 contas a linha fica fora da conferencia
      *          (mas nao do arquivo) - contado e avisado no rodape.
               WHEN "E" ADD VALOR-LINHA-W TO CONTA-ENTR-TB(IND-CONTA-W)
               WHEN "P" ADD VALOR-LINHA-W TO CONTA-PAGO-TB(IND-CONTA-W)
               WHEN "C" ADD VALOR-LINHA-W TO CONTA-CANC-TB(IND-CONTA-W)
               WHEN "D" ADD VALOR-LINHA-W TO CONTA-DEPR-TB(IND-CONTA-W)
           END-EVALUATE.
       ACUMULA-CONTA-FIM.
           EXIT.
           MOVE "ENTRADAS"      TO REG-RELAT(13: 08)
           MOVE "PAGAMENTOS"    TO REG-RELAT(26: 10)
           MOVE "CANCELAMENTOS" TO REG-RELAT(37: 13)
           MOVE "DEPRECIACAO"   TO REG-RELAT(53: 11)
           WRITE REG-RELAT
           MOVE ALL "=" TO REG-RELAT
           WRITE REG-RELAT
              MOVE VALOR-E          TO REG-RELAT(22: 14)
              MOVE CONTA-CANC-TB(I) TO VALOR-E
              MOVE VALOR-E          TO REG-RELAT(36: 14)
              MOVE CONTA-DEPR-TB(I) TO VALOR-E
              MOVE VALOR-E          TO REG-RELAT(50: 14)
              WRITE REG-RELAT
           END-PERFORM
           MOVE ALL "=" TO REG-RELAT
