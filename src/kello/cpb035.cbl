      * com o recuo por GRAU 1-4 que o CARREGA-POP-UP-APURACAO de
      * CPP020A usa na tela, + subtotal a cada conta de grau 1 e
      * secao final com reduzidas movimentadas sem cadastro no plano.
      * Titulo de fatura do cartao corporativo (gerado pelo CPB094,
      * ligado a CPD039) entra aberto pela reduzida de cada
      * lancamento classificado em CPD040, nao pela do titulo.
      *
      * Mes: arquivo APUCP35 na pasta da empresa com "AAAAMM"; sem o
      * arquivo, o mes corrente. Saida: RELCP35.
           COPY CAPX001.
           COPY CXPX020.
           COPY CPPX020.
           COPY CPPX039.
           COPY CPPX040.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
       COPY CAPW001.
       COPY CXPW020.
       COPY CPPW020.
       COPY CPPW039.
       COPY CPPW040.

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(10).
       01  VARIAVEIS.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD039             PIC XX       VALUE SPACES.
           05  ST-CPD040             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  IND-CTA-W             PIC 9(3)     VALUE ZEROS.
           05  QT-CONTAS-W           PIC 9(3)     VALUE ZEROS.
           05  SUBTOT-GRAU1-W        PIC S9(12)V99 VALUE ZEROS.
           05  TEM-GRAU1-W           PIC 9        VALUE ZEROS.
           05  TOT-GERAL-W           PIC S9(12)V99 VALUE ZEROS.
           05  QT-TITULOS-W          PIC 9(6)     VALUE ZEROS.
           05  REDUZ-ACUM-W          PIC 9(5)     VALUE ZEROS.
           05  VALOR-ACUM-W          PIC S9(10)V99 VALUE ZEROS.
      *    REDUZ/VALOR-ACUM-W - o que vai p/ a tabela: o proprio
      *    titulo ou cada lancamento da fatura do cartao (estorno
      *    entra negativo).
           05  NR-FATURA-W           PIC 9(5)     VALUE ZEROS.
           05  TEM-CARTAO-W          PIC 9        VALUE ZEROS.

           05  TB-MOVIMENTO.
               10  TB-MOV-OCORRE OCCURS 400.
                   15  MOV-REDUZ-TB      PIC 9(5).
                   15  MOV-VALOR-TB      PIC S9(10)V99.
                   15  MOV-LISTADO-TB    PIC 9.

           05  CODIGO-E              PIC Z.ZZ.ZZ.ZZ.
           MOVE EMPRESA            TO EMP-REC
           MOVE "CXD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD039"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD039
           MOVE "CPD040"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD040
           MOVE "APUCP35" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCP35" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE
              CLOSE ARQ-PARAM
           END-IF.

           OPEN INPUT CXD020 CPD020 CPD039 CPD040
           OPEN OUTPUT ARQ-RELAT
           MOVE ZEROS TO TEM-CARTAO-W.
           IF ST-CPD039 = "00" AND ST-CPD040 = "00"
              MOVE 1 TO TEM-CARTAO-W.

           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
           WRITE REG-RELAT

           CLOSE CXD020 CPD020 ARQ-RELAT.
           IF TEM-CARTAO-W = 1
              CLOSE CPD039 CPD040.

           DISPLAY "TITULOS NO MES...................: " QT-TITULOS-W.
           DISPLAY "CONTAS MOVIMENTADAS..............: " QT-CONTAS-W.
                   IF ANOMES-TIT-X = ANOMES-W AND
                      SITUACAO-CP20 NOT = 3 AND SITUACAO-CP20 NOT = 4
                      ADD 1 TO QT-TITULOS-W
                      PERFORM ACUMULA-TITULO
                   END-IF
              END-READ
           END-PERFORM.
              MOVE DATA-MOVTO-CP20(1: 6) TO ANOMES-TIT-X
           END-IF.

       ACUMULA-TITULO SECTION.
      *    Fatura do cartao (CPD039 aponta p/ o titulo): cada
      *    lancamento na sua reduzida; sem CPD039/CPD040 ou titulo
      *    comum, a reduzida do titulo.
           IF TEM-CARTAO-W = 1
              MOVE FORNEC-CP20 TO FORNEC-TIT-CP39
              MOVE SEQ-CP20    TO SEQ-TIT-CP39
              READ CPD039 KEY IS ALT1-CP39 INVALID KEY
                   MOVE ZEROS TO NR-FATURA-CP39
              END-READ
           ELSE
              MOVE ZEROS TO NR-FATURA-CP39
           END-IF.
           IF NR-FATURA-CP39 = ZEROS
              MOVE CODREDUZ-APUR-CP20 TO REDUZ-ACUM-W
              MOVE VALOR-TOT-CP20     TO VALOR-ACUM-W
              PERFORM ACUMULA-NA-TABELA
              GO ACUMULA-TITULO-FIM.
           MOVE NR-FATURA-CP39 TO NR-FATURA-CP40 NR-FATURA-W.
           MOVE ZEROS          TO LINHA-CP40.
           START CPD040 KEY IS NOT < CHAVE-CP40 INVALID KEY
                 MOVE "10" TO ST-CPD040.
           PERFORM UNTIL ST-CPD040 = "10"
              READ CPD040 NEXT RECORD AT END MOVE "10" TO ST-CPD040
              NOT AT END
                IF NR-FATURA-CP40 NOT = NR-FATURA-W
                   MOVE "10" TO ST-CPD040
                ELSE
                   MOVE CODREDUZ-APUR-CP40 TO REDUZ-ACUM-W
                   MOVE VALOR-CP40         TO VALOR-ACUM-W
                   PERFORM ACUMULA-NA-TABELA
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD040.
       ACUMULA-TITULO-FIM.
           EXIT.

       ACUMULA-NA-TABELA SECTION.
           MOVE ZEROS TO IND-CTA-W.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-CONTAS-W OR IND-CTA-W > ZEROS
              IF MOV-REDUZ-TB(I) = REDUZ-ACUM-W
                 MOVE I TO IND-CTA-W
              END-IF
           END-PERFORM.
              IF QT-CONTAS-W < 400
                 ADD 1 TO QT-CONTAS-W
                 MOVE QT-CONTAS-W        TO IND-CTA-W
                 MOVE REDUZ-ACUM-W       TO MOV-REDUZ-TB(IND-CTA-W)
              ELSE
                 DISPLAY "MAIS DE 400 REDUZIDAS NO MES - MOVIMENTO "
                         "DA REDUZIDA " REDUZ-ACUM-W
                         " FORA DO RATEIO"
                 GO ACUMULA-NA-TABELA-FIM
              END-IF
           END-IF.
           ADD VALOR-ACUM-W TO MOV-VALOR-TB(IND-CTA-W) TOT-GERAL-W.
       ACUMULA-NA-TABELA-FIM.
           EXIT.

