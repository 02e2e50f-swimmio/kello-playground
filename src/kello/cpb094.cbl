       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB094.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Titulo unico da fatura do cartao corporativo e
      * cobranca de comprovantes. Para cada fatura importada pelo
      * CPB093 (CPD039, SITUACAO-CP39 = 0) cujos lancamentos ja
      * foram todos classificados no CPP040 (conta de apuracao
      * informada em todas as linhas de CPD040) este batch:
      *  - grava o titulo da fatura em CPD020 (fornecedor = a
      *    administradora, vencimento da fatura, valor = soma dos
      *    lancamentos, competencia = mes do fechamento, conta de
      *    apuracao = a do maior lancamento), com LOG001/LOG003 e
      *    jornal LOG004 como todo titulo gerado em lote. Os
      *    relatorios de despesa (CPB035/CPB064) abrem o titulo pela
      *    classificacao de cada lancamento em CPD040;
      *  - vincula o titulo ao contrato de formatura em CPD034 quando
      *    todos os lancamentos sao do mesmo contrato (o vinculo de
      *    CPD034 e um contrato por titulo; fatura com contratos
      *    diferentes fica com o contrato so em cada lancamento);
      *  - marca a fatura com o titulo gerado (SITUACAO-CP39 = 1).
      * Fatura com soma zero ou negativa (so estornos) nao gera
      * titulo e sai no relatorio.
      *
      * Saida: arquivo-relatorio RELCP94 na pasta da empresa - os
      * titulos gerados, as faturas pendentes de classificacao e os
      * lancamentos sem comprovante anexado de faturas ja fechadas.
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CPPX020.
           COPY CPPX021.
           COPY CPPX034.
           COPY CPPX039.
           COPY CPPX040.
           COPY LOGX001.
           COPY LOGX003.
           COPY LOGX004.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CPPW020.
       COPY CPPW021.
       COPY CPPW034.
       COPY CPPW039.
       COPY CPPW040.
       COPY LOGW001.
       COPY LOGW003.
       COPY LOGW004.

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD021             PIC XX       VALUE SPACES.
           05  ST-CPD034             PIC XX       VALUE SPACES.
           05  ST-CPD039             PIC XX       VALUE SPACES.
           05  ST-CPD040             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  PROX-SEQ-JRN-W        PIC 9(9)     VALUE ZEROS.
           05  JRN-OPERACAO-W        PIC X        VALUE SPACE.
           05  ANTES-IMAGEM-W        PIC X(300)   VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  NR-FATURA-W           PIC 9(5)     VALUE ZEROS.
           05  SOMA-FATURA-W         PIC S9(10)V99 VALUE ZEROS.
           05  MAIOR-VALOR-W         PIC S9(08)V99 VALUE ZEROS.
           05  REDUZ-MAIOR-W         PIC 9(05)    VALUE ZEROS.
           05  CONTRATO-W            PIC 9(04)    VALUE ZEROS.
           05  CONTRATO-UNICO-W      PIC 9        VALUE ZEROS.
           05  QT-LINHAS-W           PIC 9(4)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(4)     VALUE ZEROS.
           05  QT-SEM-COMPROV-FAT-W  PIC 9(4)     VALUE ZEROS.

           05  QT-GERADAS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-PEND-FATURAS-W     PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-COMPROV-W      PIC 9(6)     VALUE ZEROS.
           05  VALOR-GERADO-W        PIC 9(10)V99 VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-S-E             PIC ----.---.--9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-GERADAS-W QT-PEND-FATURAS-W
                         QT-SEM-COMPROV-W VALOR-GERADO-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD021
           MOVE "CPD034"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD034
           MOVE "CPD039"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD039
           MOVE "CPD040"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD040
           MOVE "LOG001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "RELCP94" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB094"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN I-O CPD020 CPD021 CPD034 CPD039 LOG001 LOG003 LOG004
           OPEN INPUT CPD040
           IF ST-CPD034 = "35"
              CLOSE CPD034      OPEN OUTPUT CPD034
              CLOSE CPD034      OPEN I-O CPD034
           END-IF
           IF ST-LOG004 = "35"
              CLOSE LOG004      OPEN OUTPUT LOG004
              CLOSE LOG004      OPEN I-O LOG004
           END-IF
           PERFORM ACHA-SEQ-JORNAL
           OPEN OUTPUT ARQ-RELAT

           IF ST-CPD020 <> "00" OR ST-CPD021 <> "00" OR
              ST-CPD034 <> "00" OR ST-LOG001 <> "00" OR
              ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CPD020/021/034 LOG001/003"
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem CPD039/CPD040 nenhuma fatura foi importada ainda.
           IF (ST-CPD039 <> "00" AND ST-CPD039 <> "35") OR
              (ST-CPD040 <> "00" AND ST-CPD040 <> "35")
              DISPLAY "ERRO ABERTURA CPD039/CPD040: " ST-CPD039 " "
                      ST-CPD040
              MOVE 1 TO ERRO-W
           END-IF.

           MOVE SPACES TO REG-RELAT
           MOVE "FATURAS DO CARTAO CORPORATIVO - "
                TO REG-RELAT(01: 32)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E      TO REG-RELAT(33: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT

           IF ERRO-W = 0 AND ST-CPD039 = "00" AND ST-CPD040 = "00"
              PERFORM VARRE-FATURAS
              PERFORM VARRE-COMPROVANTES
           END-IF.

           CLOSE CPD020 CPD021 CPD034 CPD039 CPD040
                 LOG001 LOG003 LOG004 ARQ-RELAT.

           DISPLAY "TITULOS DE FATURA GERADOS........: " QT-GERADAS-W.
           DISPLAY "VALOR DOS TITULOS GERADOS........: "
                   VALOR-GERADO-W.
           DISPLAY "FATURAS PENDENTES DE CLASSIFICAR.: "
                   QT-PEND-FATURAS-W.
           DISPLAY "LANCAMENTOS SEM COMPROVANTE......: "
                   QT-SEM-COMPROV-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       VARRE-FATURAS SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "TITULOS GERADOS / FATURAS PENDENTES"
                TO REG-RELAT(01: 35)
           WRITE REG-RELAT
           MOVE ZEROS TO NR-FATURA-CP39.
           START CPD039 KEY IS NOT < NR-FATURA-CP39 INVALID KEY
                 MOVE "10" TO ST-CPD039.
           PERFORM UNTIL ST-CPD039 = "10"
              READ CPD039 NEXT RECORD AT END MOVE "10" TO ST-CPD039
              NOT AT END
                IF SITUACAO-CP39 = 0
                   PERFORM PROCESSA-FATURA
                END-IF
              END-READ
           END-PERFORM.

       PROCESSA-FATURA SECTION.
           PERFORM SOMA-LANCAMENTOS.
           MOVE SPACES TO REG-RELAT
           MOVE NR-FATURA-CP39       TO REG-RELAT(01: 05)
           MOVE CARTAO-CP39          TO REG-RELAT(07: 04)
           MOVE DATA-FECHAMENTO-CP39 TO DATA-E
           MOVE DATA-E               TO REG-RELAT(12: 10)
           MOVE PORTADOR-CP39        TO REG-RELAT(23: 30)
           MOVE SOMA-FATURA-W        TO VALOR-S-E
           MOVE VALOR-S-E            TO REG-RELAT(54: 15)
           IF QT-PENDENTES-W > ZEROS
              ADD 1 TO QT-PEND-FATURAS-W
              MOVE QT-PENDENTES-W    TO REG-RELAT(70: 04)
              MOVE " SEM CLASSIFICAR" TO REG-RELAT(74: 16)
              WRITE REG-RELAT
              GO PROCESSA-FATURA-FIM.
           IF SOMA-FATURA-W NOT > ZEROS
              MOVE "SEM VALOR A PAGAR" TO REG-RELAT(70: 17)
              WRITE REG-RELAT
              GO PROCESSA-FATURA-FIM.

           PERFORM GRAVA-TITULO.
           IF ERRO-W = 1
              GO PROCESSA-FATURA-FIM.
           IF CONTRATO-UNICO-W = 1 AND CONTRATO-W NOT = ZEROS
              PERFORM GRAVA-CONTRATO-TITULO
           END-IF.
           MOVE FORNEC-CP20 TO FORNEC-TIT-CP39.
           MOVE SEQ-CP20    TO SEQ-TIT-CP39.
           MOVE 1           TO SITUACAO-CP39.
           REWRITE REG-CPD039 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CPD039: " ST-CPD039
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "CPD039"   TO LOG3-ARQUIVO
                 MOVE REG-CPD039 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-REWRITE.
           ADD 1 TO QT-GERADAS-W.
           ADD SOMA-FATURA-W TO VALOR-GERADO-W.
           MOVE "TITULO "        TO REG-RELAT(70: 07)
           MOVE FORNEC-CP20      TO REG-RELAT(77: 06)
           MOVE "/"              TO REG-RELAT(83: 01)
           MOVE SEQ-CP20         TO REG-RELAT(84: 05)
           WRITE REG-RELAT.
       PROCESSA-FATURA-FIM.
           EXIT.

       SOMA-LANCAMENTOS SECTION.
      *    Soma, linhas sem classificacao, reduzida do maior
      *    lancamento e se o contrato e o mesmo em todas as linhas.
           MOVE ZEROS TO SOMA-FATURA-W MAIOR-VALOR-W REDUZ-MAIOR-W
                         CONTRATO-W QT-LINHAS-W QT-PENDENTES-W.
           MOVE 1 TO CONTRATO-UNICO-W.
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
                   ADD 1 TO QT-LINHAS-W
                   ADD VALOR-CP40 TO SOMA-FATURA-W
                   IF CODREDUZ-APUR-CP40 = ZEROS
                      ADD 1 TO QT-PENDENTES-W
                   END-IF
                   IF VALOR-CP40 > MAIOR-VALOR-W OR QT-LINHAS-W = 1
                      MOVE VALOR-CP40         TO MAIOR-VALOR-W
                      MOVE CODREDUZ-APUR-CP40 TO REDUZ-MAIOR-W
                   END-IF
                   IF QT-LINHAS-W = 1
                      MOVE NR-CONTRATO-CP40 TO CONTRATO-W
                   ELSE
                      IF NR-CONTRATO-CP40 NOT = CONTRATO-W
                         MOVE 0 TO CONTRATO-UNICO-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD040.
           IF QT-LINHAS-W = ZEROS
              MOVE 1 TO QT-PENDENTES-W.

       GRAVA-TITULO SECTION.
           INITIALIZE REG-CPD020.
           MOVE FORNEC-CP39     TO FORNEC-CP20 FORNEC-CP21.
           PERFORM ATUALIZA-SEQ-CPD021.
           MOVE SEQ-CP21        TO SEQ-CP20.
           MOVE SPACES          TO NR-DOCTO-CP20.
           STRING "FAT" NR-FATURA-CP39 DELIMITED BY SIZE
                  INTO NR-DOCTO-CP20.
           MOVE ZEROS           TO TIPO-FORN-CP20 PORTADOR-CP20
                                   SEQ-CAIXA-CP20 NR-PARCELA-CP20
                                   NR-BORDERO-CP20 SIT-REMESSA-CP20
                                   SITUACAO-CP20 LIBERADO-CP20
                                   VALOR-LIQ-CP20 TAXA-APLIC-CP20
                                   DATA-PGTO-CP20 MULTA-ATRASO-CP20
                                   JUROS-MORA-CP20.
           MOVE REDUZ-MAIOR-W   TO CODREDUZ-APUR-CP20.
           MOVE DATA-HOJE-W     TO DATA-MOVTO-CP20.
           MOVE DATA-FECHAMENTO-CP39 TO DATA-EMISSAO-CP20.
           MOVE DATA-VENCTO-CP39 TO DATA-VENCTO-CP20.
           MOVE SPACES          TO DESCRICAO-CP20 RESPONSAVEL-CP20
                                   LINHA-DIGITAVEL-CP20
                                   PATH-DOCTO-CP20.
           STRING "FATURA CARTAO " CARTAO-CP39 " " PORTADOR-CP39
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE 0               TO TIPO-MOEDA-CP20 TIPO-CONTA-CP20
                                   PREV-DEF-CP20.
           MOVE DATA-FECHAMENTO-CP39(1: 6) TO COMPETENCIA-CP20.
           MOVE SOMA-FATURA-W   TO VALOR-TOT-CP20.
           MOVE USUARIO-W       TO DIGITADOR-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
                         " FATURA " NR-FATURA-CP39
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD020"   TO LOG3-ARQUIVO
                 MOVE REG-CPD020 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
                 MOVE SPACES TO ANTES-IMAGEM-W
                 MOVE "I" TO JRN-OPERACAO-W
                 PERFORM GRAVA-JORNAL-CPD020
           END-WRITE.

       GRAVA-CONTRATO-TITULO SECTION.
           INITIALIZE REG-CPD034.
           MOVE FORNEC-CP20     TO FORNEC-CP34.
           MOVE SEQ-CP20        TO SEQ-CP34.
           MOVE CONTRATO-W      TO NR-CONTRATO-CP34.
           MOVE ZEROS           TO ITEM-CP34.
           MOVE USUARIO-W       TO USUARIO-CP34.
           MOVE DATA-HOJE-W     TO DATA-CP34.
           WRITE REG-CPD034 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD034: " ST-CPD034
                         " FATURA " NR-FATURA-CP39
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD034"   TO LOG3-ARQUIVO
                 MOVE REG-CPD034 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.

       VARRE-COMPROVANTES SECTION.
      *    Lancamentos sem comprovante de faturas ja fechadas.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "LANCAMENTOS SEM COMPROVANTE (FATURA FECHADA)"
                TO REG-RELAT(01: 44)
           WRITE REG-RELAT
           MOVE ZEROS TO NR-FATURA-CP39.
           START CPD039 KEY IS NOT < NR-FATURA-CP39 INVALID KEY
                 MOVE "10" TO ST-CPD039.
           PERFORM UNTIL ST-CPD039 = "10"
              READ CPD039 NEXT RECORD AT END MOVE "10" TO ST-CPD039
              NOT AT END
                IF DATA-FECHAMENTO-CP39 < DATA-HOJE-W
                   PERFORM LISTA-SEM-COMPROVANTE
                END-IF
              END-READ
           END-PERFORM.

       LISTA-SEM-COMPROVANTE SECTION.
           MOVE ZEROS TO QT-SEM-COMPROV-FAT-W.
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
                   IF PATH-COMPROV-CP40 = SPACES
                      PERFORM IMPRIME-SEM-COMPROVANTE
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD040.

       IMPRIME-SEM-COMPROVANTE SECTION.
           IF QT-SEM-COMPROV-FAT-W = ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "FATURA "            TO REG-RELAT(01: 07)
              MOVE NR-FATURA-CP39       TO REG-RELAT(08: 05)
              MOVE "CARTAO "            TO REG-RELAT(14: 07)
              MOVE CARTAO-CP39          TO REG-RELAT(21: 04)
              MOVE PORTADOR-CP39        TO REG-RELAT(26: 30)
              MOVE DATA-FECHAMENTO-CP39 TO DATA-E
              MOVE DATA-E               TO REG-RELAT(57: 10)
              WRITE REG-RELAT
           END-IF.
           ADD 1 TO QT-SEM-COMPROV-FAT-W QT-SEM-COMPROV-W.
           MOVE SPACES TO REG-RELAT
           MOVE LINHA-CP40           TO REG-RELAT(03: 04)
           MOVE DATA-COMPRA-CP40     TO DATA-E
           MOVE DATA-E               TO REG-RELAT(08: 10)
           MOVE ESTABELECIMENTO-CP40 TO REG-RELAT(19: 30)
           MOVE VALOR-CP40           TO VALOR-S-E
           MOVE VALOR-S-E            TO REG-RELAT(50: 15)
           WRITE REG-RELAT.

       ATUALIZA-SEQ-CPD021 SECTION.
      *    Proxima sequencia do fornecedor, com trilha LOG001 como
      *    em CPP020A/CPB020.
           READ CPD021 INVALID KEY
                MOVE 1 TO SEQ-CP21
                WRITE REG-CPD021 INVALID KEY
                        DISPLAY "ERRO GRAVACAO CPD021: " ST-CPD021
                NOT INVALID KEY
                        MOVE "I" TO LOG1-OPERACAO
                        PERFORM GRAVA-LOG-CPD021
                END-WRITE
              NOT INVALID KEY
                  ADD 1 TO SEQ-CP21
                  REWRITE REG-CPD021 INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CPD021: " ST-CPD021
                  NOT INVALID KEY
                        MOVE "A" TO LOG1-OPERACAO
                        PERFORM GRAVA-LOG-CPD021
                  END-REWRITE
           END-READ.

       GRAVA-LOG-CPD021 SECTION.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CPD021"    TO LOG1-ARQUIVO
           MOVE "CPB094"    TO LOG1-PROGRAMA
           MOVE REG-CPD021  TO LOG1-REGISTRO
           WRITE REG-LOG001
           END-WRITE
           PERFORM SELA-LOG001.

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja vem do chamador.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPB094"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       ACHA-SEQ-JORNAL SECTION.
      *    Ultima sequencia do jornal do dia + 1 (ver LOG004).
           MOVE ZEROS TO PROX-SEQ-JRN-W LOG4-SEQ.
           START LOG004 KEY IS NOT < LOG4-SEQ INVALID KEY
                 MOVE "99" TO ST-LOG004.
           PERFORM UNTIL ST-LOG004 NOT = "00"
              READ LOG004 NEXT RECORD AT END
                   MOVE "99" TO ST-LOG004
              NOT AT END
                   MOVE LOG4-SEQ TO PROX-SEQ-JRN-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       GRAVA-JORNAL-CPD020 SECTION.
      *    Entrada sequenciada no jornal do dia: imagem de antes
      *    (ANTES-IMAGEM-W) e de depois.
           MOVE PROX-SEQ-JRN-W  TO LOG4-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU     TO LOG4-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS     TO LOG4-HORAS.
           MOVE USUARIO-W       TO LOG4-USUARIO.
           MOVE "CPB094"        TO LOG4-PROGRAMA.
           MOVE JRN-OPERACAO-W  TO LOG4-OPERACAO.
           MOVE ANTES-IMAGEM-W  TO LOG4-ANTES.
           MOVE REG-CPD020      TO LOG4-DEPOIS.
           WRITE REG-LOG004 INVALID KEY
                 ADD 1 TO PROX-SEQ-JRN-W
                 MOVE PROX-SEQ-JRN-W TO LOG4-SEQ
                 WRITE REG-LOG004
                 END-WRITE
           END-WRITE
           PERFORM SELA-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       MARCA-SALDO-FORNEC SECTION.
      *    So marca (sem I/O) - o resumo e refeito no fim.
           MOVE 1 TO CPSALDO-FUNCAO
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.

       ATUALIZA-SALDO-FORNEC SECTION.
           MOVE 2     TO CPSALDO-FUNCAO
           MOVE ZEROS TO CPSALDO-FORNEC
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           IF CPSALDO-RETORNO = 9
              DISPLAY "ERRO NA ATUALIZACAO DO CPD052 - RODAR CPB104".
           MOVE 9 TO CPSALDO-FUNCAO
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           CANCEL "CPSALDO".

       SELA-LOG001 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG001 NOT = "00" AND ST-LOG001 NOT = "02"
              GO SELA-LOG001-FIM.
           MOVE PATH-LOG001      TO GECADEIA-PATH.
           MOVE REG-LOG001       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG001
                                    - LENGTH OF LOG1-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG1-POSICAO
              MOVE GECADEIA-HASH    TO LOG1-HASH
           ELSE
              MOVE SPACES TO LOG1-SELO
           END-IF.
           REWRITE REG-LOG001 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG001.
       SELA-LOG001-FIM.
           EXIT.

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

       SELA-LOG004 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG004 NOT = "00" AND ST-LOG004 NOT = "02"
              GO SELA-LOG004-FIM.
           MOVE PATH-LOG004      TO GECADEIA-PATH.
           MOVE REG-LOG004       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG004
                                    - LENGTH OF LOG4-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG4-POSICAO
              MOVE GECADEIA-HASH    TO LOG4-HASH
           ELSE
              MOVE SPACES TO LOG4-SELO
           END-IF.
           REWRITE REG-LOG004 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG004.
       SELA-LOG004-FIM.
           EXIT.
