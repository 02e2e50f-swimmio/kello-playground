       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB092.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Posicao de fim de mes dos emprestimos e financiamentos
      * p/ a contabilidade - saldo devedor de principal de cada
      * contrato (CPD037) com cronograma gerado pelo CPB091, separado
      * em curto prazo (amortizacoes com vencimento ate 12 meses
      * apos a data-base) e longo prazo (apos 12 meses).
      * Principal em aberto na data-base = soma das amortizacoes
      * (CPD038) cujo titulo em CPD020 nao foi excluido/cancelado e
      * nao estava pago ate a data-base (pago depois dela ainda conta,
      * o que permite tirar a posicao de meses ja fechados). Titulo
      * renegociado (5) continua contando: a divida so mudou de
      * forma. Parcela vencida e nao paga entra no curto prazo.
      * Contrato liberado depois da data-base nao entra.
      *
      * Parametro: arquivo PARCP92 na pasta da empresa -
      *   linha 1: mes-base "AAAAMM" (vazio = mes anterior ao atual)
      * Saida: arquivo-relatorio RELCP92 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CBPX001.
           COPY CPPX020.
           COPY CPPX037.
           COPY CPPX038.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CBPW001.
       COPY CPPW020.
       COPY CPPW037.
       COPY CPPW038.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CBD001             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD037             PIC XX       VALUE SPACES.
           05  ST-CPD038             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  ANOMES-R REDEFINES ANOMES-W.
               10  ANO-W             PIC 9(4).
               10  MES-W             PIC 9(2).
           05  DATA-BASE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-BASE-R REDEFINES DATA-BASE-W.
               10  ANOMES-BASE-W     PIC 9(6).
               10  DIA-BASE-W        PIC 9(2).
           05  LIMITE-CP-W           PIC 9(8)     VALUE ZEROS.
           05  NR-EMPREST-W          PIC 9(5)     VALUE ZEROS.
           05  EM-ABERTO-W           PIC 9        VALUE ZEROS.

           05  CURTO-W               PIC 9(10)V99 VALUE ZEROS.
           05  LONGO-W               PIC 9(10)V99 VALUE ZEROS.
           05  TOT-CURTO-W           PIC 9(10)V99 VALUE ZEROS.
           05  TOT-LONGO-W           PIC 9(10)V99 VALUE ZEROS.
           05  QT-CONTRATOS-W        PIC 9(5)     VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E1              PIC Z.ZZZ.ZZZ.ZZ9,99.

           COPY "CPTIME.CPY".
           COPY "PARAMETR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CONTRATOS-W TOT-CURTO-W
                         TOT-LONGO-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CBD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD001
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD037"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD037
           MOVE "CPD038"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD038
           MOVE "PARCP92" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCP92" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           PERFORM LE-PARAMETROS.

           OPEN INPUT CBD001 CPD020 CPD037 CPD038
           OPEN OUTPUT ARQ-RELAT
           IF ST-CBD001 <> "00" OR ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CBD001/CPD020"
              MOVE 1 TO ERRO-W
           END-IF.

           MOVE SPACES TO REG-RELAT
           MOVE "EMPRESTIMOS E FINANCIAMENTOS - PRINCIPAL EM ABERTO EM "
                TO REG-RELAT(01: 54)
           MOVE DATA-BASE-W TO DATA-E
           MOVE DATA-E      TO REG-RELAT(55: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "CURTO PRAZO = AMORTIZACOES QUE VENCEM EM ATE 12 "
                TO REG-RELAT(01: 48)
           MOVE "MESES APOS A DATA-BASE" TO REG-RELAT(49: 22)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "EMPREST CONTRATO   BANCO" TO REG-RELAT(01: 24)
           MOVE "     CURTO PRAZO      LONGO PRAZO            TOTAL"
                TO REG-RELAT(50: 51)
           WRITE REG-RELAT

      *    Sem CPD037/CPD038 nao ha emprestimo cadastrado/gerado.
           IF ERRO-W = 0 AND ST-CPD037 = "00" AND ST-CPD038 = "00"
              PERFORM VARRE-CONTRATOS
           END-IF.

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL GERAL" TO REG-RELAT(01: 11)
           MOVE TOT-CURTO-W TO VALOR-E1
           MOVE VALOR-E1    TO REG-RELAT(50: 16)
           MOVE TOT-LONGO-W TO VALOR-E1
           MOVE VALOR-E1    TO REG-RELAT(67: 16)
           COMPUTE CURTO-W = TOT-CURTO-W + TOT-LONGO-W
           MOVE CURTO-W     TO VALOR-E1
           MOVE VALOR-E1    TO REG-RELAT(84: 16)
           WRITE REG-RELAT.

           CLOSE CBD001 CPD020 CPD037 CPD038 ARQ-RELAT.

           DISPLAY "DATA-BASE........................: " DATA-BASE-W.
           DISPLAY "CONTRATOS COM SALDO..............: "
                   QT-CONTRATOS-W.
           DISPLAY "PRINCIPAL CURTO PRAZO............: " TOT-CURTO-W.
           DISPLAY "PRINCIPAL LONGO PRAZO............: " TOT-LONGO-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       LE-PARAMETROS SECTION.
      *    Sem arquivo: mes anterior ao atual.
           MOVE DATA-HOJE-W(1: 6) TO ANOMES-W.
           IF MES-W = 1
              MOVE 12 TO MES-W
              SUBTRACT 1 FROM ANO-W
           ELSE
              SUBTRACT 1 FROM MES-W
           END-IF.
           OPEN INPUT ARQ-PARAM.
           IF ST-PARAM <> "00"
              GO LE-PARAMETROS-DATAS.
           READ ARQ-PARAM AT END MOVE "10" TO ST-PARAM.
           IF ST-PARAM = "00" AND REG-PARAM(1: 6) NUMERIC AND
              REG-PARAM(5: 2) > "00" AND REG-PARAM(5: 2) < "13"
              MOVE REG-PARAM(1: 6) TO ANOMES-W.
           CLOSE ARQ-PARAM.
       LE-PARAMETROS-DATAS.
      *    Data-base = ultimo dia do mes; o limite do curto prazo e o
      *    mesmo mes do ano seguinte, comparado pelo dia 31.
           MOVE ANOMES-W TO ANOMES-BASE-W.
           MOVE 31       TO DIA-BASE-W.
           COMPUTE LIMITE-CP-W = DATA-BASE-W + 10000.
           MOVE ZEROS TO GRTIME-DATE-FINAL.
           PERFORM UNTIL GRTIME-DATE-FINAL NOT = ZEROS OR
                         DIA-BASE-W < 28
              MOVE 2               TO GRTIME-TYPE
              MOVE 7               TO GRTIME-FUNCTION
              MOVE DATA-BASE-W     TO GRTIME-DATE
              CALL   "GRTIME" USING PARAMETROS-GRTIME
              CANCEL "GRTIME"
              IF GRTIME-DATE-FINAL = ZEROS
                 SUBTRACT 1 FROM DIA-BASE-W
              END-IF
           END-PERFORM.

       VARRE-CONTRATOS SECTION.
           MOVE ZEROS TO NR-EMPREST-CP37.
           START CPD037 KEY IS NOT < NR-EMPREST-CP37 INVALID KEY
                 MOVE "99" TO ST-CPD037.
           PERFORM UNTIL ST-CPD037 NOT = "00"
              READ CPD037 NEXT RECORD AT END
                   MOVE "99" TO ST-CPD037
              NOT AT END
                   IF SITUACAO-CP37 = 1 AND
                      DATA-LIBERACAO-CP37 NOT > DATA-BASE-W
                      PERFORM SOMA-CONTRATO
                   END-IF
              END-READ
           END-PERFORM.

       SOMA-CONTRATO SECTION.
           MOVE NR-EMPREST-CP37 TO NR-EMPREST-W.
           MOVE ZEROS TO CURTO-W LONGO-W.
           MOVE NR-EMPREST-W TO NR-EMPREST-CP38.
           MOVE ZEROS        TO NR-PARC-CP38.
           START CPD038 KEY IS NOT < CHAVE-CP38 INVALID KEY
                 MOVE "10" TO ST-CPD038.
           PERFORM UNTIL ST-CPD038 NOT = "00"
              READ CPD038 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD038
              NOT AT END
                   IF NR-EMPREST-CP38 NOT = NR-EMPREST-W
                      MOVE "10" TO ST-CPD038
                   ELSE
                      PERFORM SOMA-PARCELA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD038.
           IF CURTO-W = ZEROS AND LONGO-W = ZEROS
              GO SOMA-CONTRATO-FIM.
           ADD 1 TO QT-CONTRATOS-W.
           ADD CURTO-W TO TOT-CURTO-W.
           ADD LONGO-W TO TOT-LONGO-W.
           MOVE CONTA-CP37 TO CODIGO-FORN-CB01.
           READ CBD001 INVALID KEY
                MOVE "** CONTA NAO CADASTRADA **" TO NOME-BANCO-CB01.
           MOVE SPACES TO REG-RELAT
           MOVE NR-EMPREST-W    TO REG-RELAT(01: 05)
           MOVE NR-DOCTO-CP37   TO REG-RELAT(09: 10)
           MOVE NOME-BANCO-CB01 TO REG-RELAT(20: 30)
           MOVE CURTO-W     TO VALOR-E1
           MOVE VALOR-E1    TO REG-RELAT(50: 16)
           MOVE LONGO-W     TO VALOR-E1
           MOVE VALOR-E1    TO REG-RELAT(67: 16)
           ADD CURTO-W LONGO-W GIVING VALOR-E1
           MOVE VALOR-E1    TO REG-RELAT(84: 16)
           WRITE REG-RELAT.
       SOMA-CONTRATO-FIM.
           EXIT.

       SOMA-PARCELA SECTION.
      *    Amortizacao em aberto na data-base vai p/ curto ou longo
      *    prazo pelo vencimento da parcela.
           MOVE FORNEC-CP38 TO FORNEC-CP20.
           MOVE SEQ-CP38    TO SEQ-CP20.
           MOVE 0 TO EM-ABERTO-W.
           READ CPD020 INVALID KEY
                GO SOMA-PARCELA-FIM.
           IF SITUACAO-CP20 = 3 OR SITUACAO-CP20 = 4
              GO SOMA-PARCELA-FIM.
           IF SITUACAO-CP20 NOT = 2 OR DATA-PGTO-CP20 > DATA-BASE-W
              MOVE 1 TO EM-ABERTO-W.
           IF EM-ABERTO-W = 0
              GO SOMA-PARCELA-FIM.
           IF DATA-VENCTO-CP38 NOT > LIMITE-CP-W
              ADD VALOR-AMORT-CP38 TO CURTO-W
           ELSE
              ADD VALOR-AMORT-CP38 TO LONGO-W
           END-IF.
       SOMA-PARCELA-FIM.
           EXIT.
