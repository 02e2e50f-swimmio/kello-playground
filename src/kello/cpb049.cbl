      *      vencimento ate hoje, aguardando emissao/baixa;
      *   4) titulos acima do limite de liberacao
      *      (VALOR-LIMITE-LIBERA-CA20) ainda sem LIBERADO-CP20 = 1;
      *   5) CIEs pendentes em CIED010 (SITUACAO-CI10 = 0);
      *   6) caixa disponivel: saldo das contas bancarias (CBD001)
      *      mais as aplicacoes financeiras ativas de CBD004 com
      *      liquidez diaria ou ja vencidas - o aplicado nao some do
      *      caixa so porque saiu da conta corrente.
      * Cada secao sai com quantidade e total; o CPD020 e percorrido
      * uma unica vez pela chave de vencimento (ALT1-CP20).
      *
       FILE-CONTROL.
           COPY CAPX001.
           COPY CAPX020.
           COPY CBPX001.
           COPY CBPX004.
           COPY CBPX100.
           COPY CIPX010.
           COPY CPPX020.
       FILE SECTION.
       COPY CAPW001.
       COPY CAPW020.
       COPY CBPW001.
       COPY CBPW004.
       COPY CBPW100.
       COPY CIPW010.
       COPY CPPW020.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CAD020             PIC XX       VALUE SPACES.
           05  ST-CBD001             PIC XX       VALUE SPACES.
           05  ST-CBD004             PIC XX       VALUE SPACES.
           05  ST-CBD100             PIC XX       VALUE SPACES.
           05  ST-CIED010            PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  QT-SEM-LIBERA-W       PIC 9(6)     VALUE ZEROS.
           05  VL-SEM-LIBERA-W       PIC 9(10)V99 VALUE ZEROS.
           05  QT-CIE-PEND-W         PIC 9(6)     VALUE ZEROS.
           05  SALDO-BANCOS-W        PIC S9(10)V99 VALUE ZEROS.
           05  APLIC-DISPONIVEL-W    PIC 9(10)V99 VALUE ZEROS.
           05  APLIC-BLOQUEADA-W     PIC 9(10)V99 VALUE ZEROS.
           05  CAIXA-DISPONIVEL-W    PIC S9(10)V99 VALUE ZEROS.

           05  LINHA-SALVA-W         PIC X(90)    VALUE SPACES.
           05  DATA-E                PIC 99/99/9999.
           05  QTDE-E                PIC ZZZ.ZZ9.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           05  VALOR-S-E             PIC ---.---.--9,99.

           COPY "PARAMETR".

           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CAD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD020
           MOVE "CBD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD001
           MOVE "CBD004"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD004
           MOVE "CBD100"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD100
           MOVE "CIED010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CIED010
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "PANCP49" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT CPD020 CBD100 CIED010 CAD020 CBD001 CBD004
           OPEN OUTPUT ARQ-RELAT

           IF ST-CPD020 <> "00"
              MOVE 1 TO ERRO-W
           END-IF.

      *    CBD100/CIED010/CAD020/CBD001/CBD004 completam o painel; se
      *    ainda nao existirem no ambiente o batch segue sem a secao,
      *    igual a CPB023/CPB024.
           IF ST-CBD100 <> "00" AND ST-CBD100 <> "05" AND
              ST-CBD100 <> "35"
              DISPLAY "ERRO ABERTURA CBD100: " ST-CBD100
              DISPLAY "ERRO ABERTURA CAD020: " ST-CAD020
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CBD001 <> "00" AND ST-CBD001 <> "05" AND
              ST-CBD001 <> "35"
              DISPLAY "ERRO ABERTURA CBD001: " ST-CBD001
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CBD004 <> "00" AND ST-CBD004 <> "05" AND
              ST-CBD004 <> "35"
              DISPLAY "ERRO ABERTURA CBD004: " ST-CBD004
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM LE-PARAMETROS
              PERFORM VARRE-CPD020
              PERFORM VARRE-CBD100
              PERFORM VARRE-CIED010
              PERFORM SOMA-CAIXA
              PERFORM IMPRIME-PAINEL
           END-IF.

           CLOSE CPD020 CBD100 CIED010 CAD020 CBD001 CBD004
                 ARQ-RELAT.

           DISPLAY "TITULOS VENCENDO HOJE............: "
                   QT-VENCE-HOJE-W.
                   QT-SEM-LIBERA-W.
           DISPLAY "CIES PENDENTES...................: "
                   QT-CIE-PEND-W.
           DISPLAY "CAIXA DISPONIVEL (BANCOS+APLIC)..: "
                   CAIXA-DISPONIVEL-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
       VARRE-CIED010-FIM.
           EXIT.

       SOMA-CAIXA SECTION.
      *    Saldo dos bancos + aplicacoes ativas resgataveis hoje
      *    (liquidez diaria ou vencidas); as demais so informativas.
           MOVE ZEROS TO SALDO-BANCOS-W APLIC-DISPONIVEL-W
                         APLIC-BLOQUEADA-W.
           IF ST-CBD001 = "00"
              MOVE ZEROS TO CODIGO-FORN-CB01
              START CBD001 KEY IS NOT < CODIGO-FORN-CB01 INVALID KEY
                    MOVE "10" TO ST-CBD001
              END-START
              PERFORM UNTIL ST-CBD001 = "10"
                 READ CBD001 NEXT RECORD AT END
                      MOVE "10" TO ST-CBD001
                 NOT AT END
                      ADD SALDO-ATUAL-CB01 TO SALDO-BANCOS-W
                 END-READ
              END-PERFORM
           END-IF.
           IF ST-CBD004 = "00"
              MOVE ZEROS TO NR-APLIC-CB04
              START CBD004 KEY IS NOT < NR-APLIC-CB04 INVALID KEY
                    MOVE "10" TO ST-CBD004
              END-START
              PERFORM UNTIL ST-CBD004 = "10"
                 READ CBD004 NEXT RECORD AT END
                      MOVE "10" TO ST-CBD004
                 NOT AT END
                      IF SITUACAO-CB04 = 0
                         IF LIQUIDEZ-CB04 = 1 OR
                            DATA-VENCTO-CB04 NOT > DATA-HOJE-W
                            ADD SALDO-CB04 TO APLIC-DISPONIVEL-W
                         ELSE
                            ADD SALDO-CB04 TO APLIC-BLOQUEADA-W
                         END-IF
                      END-IF
                 END-READ
              END-PERFORM
           END-IF.
           COMPUTE CAIXA-DISPONIVEL-W = SALDO-BANCOS-W
                                      + APLIC-DISPONIVEL-W.

       IMPRIME-PAINEL SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "PAINEL DO DIA - CONTAS A PAGAR" TO REG-RELAT(01: 31)
           MOVE ALL "=" TO REG-RELAT
           WRITE REG-RELAT

           MOVE "CAIXA DISPONIVEL" TO REG-RELAT
           PERFORM LINHA-SECAO-BRANCO
           MOVE SPACES TO REG-RELAT
           MOVE "  SALDO DOS BANCOS.............: " TO
                REG-RELAT(01: 33)
           MOVE SALDO-BANCOS-W TO VALOR-S-E
           MOVE VALOR-S-E   TO REG-RELAT(35: 14)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "  APLICACOES DISPONIVEIS.......: " TO
                REG-RELAT(01: 33)
           MOVE APLIC-DISPONIVEL-W TO VALOR-E
           MOVE VALOR-E     TO REG-RELAT(35: 14)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "  TOTAL DISPONIVEL.............: " TO
                REG-RELAT(01: 33)
           MOVE CAIXA-DISPONIVEL-W TO VALOR-S-E
           MOVE VALOR-S-E   TO REG-RELAT(35: 14)
           WRITE REG-RELAT
           IF APLIC-BLOQUEADA-W > ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "  APLICADO ATE O VENCIMENTO....: " TO
                   REG-RELAT(01: 33)
              MOVE APLIC-BLOQUEADA-W TO VALOR-E
              MOVE VALOR-E  TO REG-RELAT(35: 14)
              WRITE REG-RELAT
           END-IF

           MOVE "TITULOS VENCENDO HOJE" TO REG-RELAT
           PERFORM LINHA-SECAO-BRANCO
           MOVE QT-VENCE-HOJE-W TO QTDE-E
