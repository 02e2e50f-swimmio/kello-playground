      * cheque e marca cada um como depositado (SITUACAO-CH10 = 1)
      * com imagem LOG003 - a gaveta de pre-datados deixa de ser
      * controlada em planilha.
      * Cada rodada e um bordero numerado (PROX-BORDERO-CA20): o
      * numero e a data do deposito ficam no cheque (NR-BORDERO-CH10
      * / DATA-DEPOSITO-CH10) p/ a conciliacao com o extrato (CHB015).
      * Cheque devolvido por alinea reapresentavel volta a carteira
      * pelo CHB015 e sai no proximo bordero como qualquer outro;
      * QT-APRESENT-CH10 conta as idas ao banco e o relatorio marca a
      * reapresentacao.
      *
      * Data de referencia: arquivo DEPCH11 na pasta da empresa com
      * uma linha AAAAMMDD; sem o arquivo, a data do dia.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CAPX020.
           COPY CHPX010.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CAPW020.
       COPY CHPW010.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CAD020             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-REF-W            PIC 9(8)     VALUE ZEROS.
           05  NR-BORDERO-W          PIC 9(6)     VALUE ZEROS.
           05  TEM-CAD020-W          PIC X        VALUE "N".
           05  FLOAT-UTEIS-W         PIC S9(5)    VALUE ZEROS.
           05  PATH-FED001-W         PIC X(40)    VALUE SPACES.
      *    Float em dias uteis do recebimento ate o bom-para

           COPY "CPDIAS2.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CAD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD020
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "FED001"  TO ARQ-REC.  MOVE EMPRESA-REF TO
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF
           OPEN I-O CAD020
           OPEN OUTPUT ARQ-RELAT

           IF ST-CHD010 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CHD010/LOG003"
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CAD020 <> "00" AND ST-CAD020 <> "05" AND
              ST-CAD020 <> "35"
              DISPLAY "ERRO ABERTURA CAD020: " ST-CAD020
              MOVE 1 TO ERRO-W
           END-IF.
           PERFORM LE-PROXIMO-BORDERO.

           MOVE SPACES TO REG-RELAT
           MOVE "BORDERO DE DEPOSITO DE CHEQUES - BOM-PARA ATE" TO
                REG-RELAT(01: 46)
           MOVE DATA-REF-W TO DATA-E
           MOVE DATA-E TO REG-RELAT(47: 10)
           MOVE "BORDERO " TO REG-RELAT(60: 08)
           MOVE NR-BORDERO-W TO REG-RELAT(68: 06)
           WRITE REG-RELAT

           IF ERRO-W = 0
              PERFORM SELECIONA-CHEQUES
              PERFORM TOTAIS-POR-BANCO
              IF QT-DEPOSITADOS-W > ZEROS
                 PERFORM GRAVA-PROXIMO-BORDERO
              END-IF
           END-IF.

           CLOSE CAD020 CHD010 LOG003 ARQ-RELAT.

           DISPLAY "CHEQUES DEPOSITADOS..............: "
                   QT-DEPOSITADOS-W.
              END-READ
           END-PERFORM.

       LE-PROXIMO-BORDERO SECTION.
      *    Sem o cadastro de parametros o bordero sai numerado 1 (e
      *    o numero nao e regravado), como os avisos do CPB050.
           MOVE 1   TO NR-BORDERO-W.
           MOVE "N" TO TEM-CAD020-W.
           IF ST-CAD020 = "00"
              MOVE 01 TO CODIGO-CA20
              READ CAD020 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE "S" TO TEM-CAD020-W
                   IF PROX-BORDERO-CA20 > ZEROS
                      MOVE PROX-BORDERO-CA20 TO NR-BORDERO-W
                   END-IF
              END-READ
           END-IF.

       GRAVA-PROXIMO-BORDERO SECTION.
           IF TEM-CAD020-W = "S"
              COMPUTE PROX-BORDERO-CA20 = NR-BORDERO-W + 1
              REWRITE REG-CAD020 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO CAD020: " ST-CAD020
              END-REWRITE
           END-IF.

       DEPOSITA-CHEQUE SECTION.
      *    Cheque que ja foi ao banco antes do contador existir
      *    (DATA-DEPOSITO-CH10 preenchida) conta essa ida.
           IF QT-APRESENT-CH10 = ZEROS AND DATA-DEPOSITO-CH10 > ZEROS
              MOVE 1 TO QT-APRESENT-CH10.
           IF QT-APRESENT-CH10 < 9
              ADD 1 TO QT-APRESENT-CH10.
           MOVE 1 TO SITUACAO-CH10.
           MOVE NR-BORDERO-W TO NR-BORDERO-CH10.
           MOVE WS-DATA-CPU  TO DATA-DEPOSITO-CH10.
           MOVE ZEROS        TO DATA-COMPENS-CH10.
           REWRITE REG-CHD010 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CHD010: " ST-CHD010
                 GO DEPOSITA-CHEQUE-FIM
           MOVE "CHB011"    TO LOG3-PROGRAMA
           MOVE REG-CHD010  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
           ADD 1 TO QT-DEPOSITADOS-W.
           ADD VALOR-CH10 TO VALOR-DEPOSITO-W.
           PERFORM ACUMULA-BANCO.
           MOVE "FLOAT " TO REG-RELAT(53: 06)
           MOVE FLOAT-UTEIS-W TO REG-RELAT(59: 05)
           MOVE " DU"   TO REG-RELAT(64: 03)
           IF QT-APRESENT-CH10 > 1
              MOVE "REAPRESENTACAO " TO REG-RELAT(69: 15)
              MOVE QT-APRESENT-CH10  TO REG-RELAT(84: 01)
              MOVE "A"               TO REG-RELAT(85: 01)
           END-IF
           WRITE REG-RELAT.
       DEPOSITA-CHEQUE-FIM.
           EXIT.
           MOVE VALOR-DEPOSITO-W TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(20: 15)
           WRITE REG-RELAT.

       SELA-LOG003 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG003 NOT = "00" AND ST-LOG003 NOT = "02"
              GO SELA-LOG003-FIM.
           MOVE PATH-LOG003      TO GECADEIA-PATH.
           MOVE REG-LOG003       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG003
                                    - LENGTH OF LOG3-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG3-POSICAO
              MOVE GECADEIA-HASH    TO LOG3-HASH
           ELSE
              MOVE SPACES TO LOG3-SELO
           END-IF.
           REWRITE REG-LOG003 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG003.
       SELA-LOG003-FIM.
           EXIT.
