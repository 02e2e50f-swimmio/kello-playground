      * saldo projetado acumulado, com a marca NEGATIVO no dia em
      * que a caixa vira - o supervisor enxerga a quinta-feira
      * negativa com antecedencia p/ decidir o que suspender.
      * Cheque descontado no banco (SITUACAO-CH10 = 4, CHB017) ja
      * virou saldo bancario e nao e entrada futura; sai so como
      * informacao a responsabilidade contingente dos descontados
      * ainda a vencer.
      * Aplicacoes financeiras ativas (CBD004) tambem sao caixa: as de
      * liquidez diaria ou ja vencidas somam ao saldo inicial como
      * disponiveis; as que vencem dentro do horizonte entram como
      * entrada no dia do vencimento; as de vencimento posterior saem
      * so como informacao (aplicado sem liquidez no horizonte).
      *
      * Horizonte: DIAS-PROJECAO-CA20 do cadastro de parametros
      * (CAD020); 7 dias qdo nao cadastrado, teto de 60.
           COPY CAPX001.
           COPY CAPX020.
           COPY CBPX001.
           COPY CBPX004.
           COPY CHPX010.
           COPY CPPX020.

       COPY CAPW001.
       COPY CAPW020.
       COPY CBPW001.
       COPY CBPW004.
       COPY CHPW010.
       COPY CPPW020.

       01  VARIAVEIS.
           05  ST-CAD020             PIC XX       VALUE SPACES.
           05  ST-CBD001             PIC XX       VALUE SPACES.
           05  ST-CBD004             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  SALDO-BANCOS-W        PIC S9(10)V99 VALUE ZEROS.
           05  SALDO-PROJ-W          PIC S9(10)V99 VALUE ZEROS.
           05  APLIC-DISPONIVEL-W    PIC 9(10)V99 VALUE ZEROS.
           05  APLIC-NO-HORIZONTE-W  PIC 9(10)V99 VALUE ZEROS.
           05  APLIC-BLOQUEADA-W     PIC 9(10)V99 VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  J                     PIC 9(3)     VALUE ZEROS.
           05  QT-CHEQUES-W          PIC 9(6)     VALUE ZEROS.
           05  QT-TITULOS-W          PIC 9(6)     VALUE ZEROS.
           05  VALOR-CONTINGENTE-W   PIC 9(10)V99 VALUE ZEROS.

           05  TB-CALENDARIO.
               10  TB-DATA-DIA OCCURS 60 PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CHEQUES-W QT-TITULOS-W
                         SALDO-BANCOS-W VALOR-CONTINGENTE-W.
           INITIALIZE TB-CALENDARIO TB-FLUXO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W
           MOVE EMPRESA            TO EMP-REC
           MOVE "CAD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD020
           MOVE "CBD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD001
           MOVE "CBD004"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD004
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "RELCH14" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT CPD020 CHD010 CBD001 CAD020 CBD004
           OPEN OUTPUT ARQ-RELAT

           IF ST-CPD020 <> "00"
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
              PERFORM MONTA-CALENDARIO
              PERFORM SOMA-SALDOS-BANCARIOS
              PERFORM SOMA-APLICACOES
              PERFORM VARRE-CHD010
              PERFORM VARRE-CPD020
              PERFORM IMPRIME-POSICAO
           END-IF.

           CLOSE CPD020 CHD010 CBD001 CAD020 CBD004 ARQ-RELAT.

           DISPLAY "CHEQUES EM CARTEIRA NO HORIZONTE.: " QT-CHEQUES-W.
           DISPLAY "TITULOS A PAGAR NO HORIZONTE.....: " QT-TITULOS-W.
       SOMA-SALDOS-BANCARIOS-FIM.
           EXIT.

       SOMA-APLICACOES SECTION.
      *    Liquidez diaria ou vencida = disponivel hoje; vencimento no
      *    horizonte = entrada do dia; depois dele = bloqueada.
           IF ST-CBD004 <> "00"
              GO SOMA-APLICACOES-FIM.
           MOVE ZEROS TO NR-APLIC-CB04.
           START CBD004 KEY IS NOT < NR-APLIC-CB04 INVALID KEY
                 MOVE "10" TO ST-CBD004.
           PERFORM UNTIL ST-CBD004 = "10"
              READ CBD004 NEXT RECORD AT END
                   MOVE "10" TO ST-CBD004
              NOT AT END
                   IF SITUACAO-CB04 = 0 AND SALDO-CB04 > ZEROS
                      EVALUATE TRUE
                        WHEN LIQUIDEZ-CB04 = 1 OR
                             DATA-VENCTO-CB04 NOT > DATA-HOJE-W
                           ADD SALDO-CB04 TO APLIC-DISPONIVEL-W
                        WHEN DATA-VENCTO-CB04 NOT > DATA-FIM-W
                           ADD SALDO-CB04 TO APLIC-NO-HORIZONTE-W
                           PERFORM ACUMULA-VENCTO-APLIC
                        WHEN OTHER
                           ADD SALDO-CB04 TO APLIC-BLOQUEADA-W
                      END-EVALUATE
                   END-IF
              END-READ
           END-PERFORM.
       SOMA-APLICACOES-FIM.
           EXIT.

       ACUMULA-VENCTO-APLIC SECTION.
           PERFORM VARYING J FROM 2 BY 1 UNTIL J > DIAS-PROJ-W
              IF TB-DATA-DIA(J) = DATA-VENCTO-CB04
                 ADD SALDO-CB04 TO ENTRADA-DIA-TB(J)
                 MOVE DIAS-PROJ-W TO J
              END-IF
           END-PERFORM.

       VARRE-CHD010 SECTION.
      *    Cheques em carteira (SITUACAO-CH10 = 0) com bom-para no
      *    horizonte; bom-para ja vencido e nao depositado conta como
                      ADD 1 TO QT-CHEQUES-W
                      PERFORM ACUMULA-ENTRADA
                   END-IF
                   IF SITUACAO-CH10 = 4 AND
                      BOM-PARA-CH10 NOT < DATA-HOJE-W
                      ADD VALOR-CH10 TO VALOR-CONTINGENTE-W
                   END-IF
              END-READ
           END-PERFORM.
       VARRE-CHD010-FIM.
           MOVE VALOR-S-E TO REG-RELAT(38: 15)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "APLICACOES DISPONIVEIS (CBD004)....: " TO
                REG-RELAT(01: 37)
           MOVE APLIC-DISPONIVEL-W TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(38: 15)
           WRITE REG-RELAT
           IF APLIC-NO-HORIZONTE-W > ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "APLICACOES VENCENDO NO HORIZONTE...: " TO
                   REG-RELAT(01: 37)
              MOVE APLIC-NO-HORIZONTE-W TO VALOR-E
              MOVE VALOR-E TO REG-RELAT(38: 15)
              MOVE "(NAS ENTRADAS DO DIA)" TO REG-RELAT(54: 21)
              WRITE REG-RELAT
           END-IF
           IF APLIC-BLOQUEADA-W > ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "APLICADO SEM LIQUIDEZ NO HORIZONTE.: " TO
                   REG-RELAT(01: 37)
              MOVE APLIC-BLOQUEADA-W TO VALOR-E
              MOVE VALOR-E TO REG-RELAT(38: 15)
              WRITE REG-RELAT
           END-IF
           IF VALOR-CONTINGENTE-W > ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "CHEQUES DESCONTADOS A VENCER (CONTINGENTE): " TO
                   REG-RELAT(01: 44)
              MOVE VALOR-CONTINGENTE-W TO VALOR-E
              MOVE VALOR-E TO REG-RELAT(45: 15)
              WRITE REG-RELAT
           END-IF
           MOVE SPACES TO REG-RELAT
           MOVE "DATA           ENTRADAS          SAIDAS" TO
                REG-RELAT(01: 40)
           MOVE "    SALDO PROJETADO" TO REG-RELAT(41: 19)
           WRITE REG-RELAT
           COMPUTE SALDO-PROJ-W = SALDO-BANCOS-W + APLIC-DISPONIVEL-W.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIAS-PROJ-W
              COMPUTE SALDO-PROJ-W = SALDO-PROJ-W
                      + ENTRADA-DIA-TB(J) - SAIDA-DIA-TB(J)
