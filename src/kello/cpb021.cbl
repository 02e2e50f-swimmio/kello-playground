      * salva aquele fornecedor/documento na tela - aqui rodada p/
      * todas as contas permanentes do arquivo, sem depender de
      * alguem "cutucar" a tela periodicamente.
      * Conta permanente ligada a contrato de fornecedor (CPD035,
      * cadastro CPP035) repoe com o valor mensal vigente do
      * contrato (reajustado pelo CPB090) e para de repor parcela
      * com vencimento alem do fim da vigencia ou que leve a soma
      * dos titulos da conta alem do teto do contrato.
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY CGPX001.
           COPY CPPX020.
           COPY CPPX021.
           COPY CPPX035.
           COPY LOGX003.
           COPY LOGX004.
           COPY FEPX001.
       COPY CGPW001.
       COPY CPPW020.
       COPY CPPW021.
       COPY CPPW035.
       COPY LOGW003.
       COPY LOGW004.
       COPY FEPW001.
           05  ST-CAD020             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD021             PIC XX       VALUE SPACES.
           05  ST-CPD035             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  PROX-SEQ-JRN-W        PIC 9(09)    VALUE ZEROS.

           05  QT-CONTAS-PROC-W      PIC 9(6)     VALUE ZEROS.
           05  QT-PARCELAS-CRIADAS-W PIC 9(6)     VALUE ZEROS.
           05  QT-FIM-CONTRATO-W     PIC 9(6)     VALUE ZEROS.

           05  TEM-CONTRATO-W        PIC 9        VALUE ZEROS.
           05  PARA-REPOR-W          PIC 9        VALUE ZEROS.
           05  SOMA-CONTRATO-W       PIC 9(10)V99 VALUE ZEROS.
      *    TEM-CONTRATO-W - conta permanente com contrato ativo em
      *    CPD035 (vigencia/teto/valor mensal no buffer de CPD035);
      *    PARA-REPOR-W - a proxima parcela passaria do fim ou do
      *    teto do contrato: encerra o top-up da conta.

           05  QT-TRAVADOS-W         PIC 9(3)     VALUE ZEROS.
           05  IX-TRAVA-W            PIC 9(3)     VALUE ZEROS.

           COPY "CPTIME.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE "CAD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD020
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD021
           MOVE "CPD035"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD035
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE SPACES TO PATH-LOG004
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "FED001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FED001
           MOVE "CIED010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CIED010
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB021"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN INPUT CGD001 FED001 CPD035

      *    Data-limite de movimento parametrizada em CAD020 (ver
      *    CAP020); sem o cadastro, vale o 19950101 historico.
              DISPLAY "ERRO ABERTURA FED001: " ST-FED001
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem cadastro de contratos (CPD035) toda conta permanente
      *    segue sendo reposta sem limite, como antes.
           IF ST-CPD035 <> "00" AND ST-CPD035 <> "05" AND
              ST-CPD035 <> "35"
              DISPLAY "ERRO ABERTURA CPD035: " ST-CPD035
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM PROCESSA-CONTAS-PERMANENTES

           CLOSE CGD001 FED001 CPD020 CPD021 LOG003 CIED010
                 LOG004.
           IF ST-CPD035 NOT = "35"
              CLOSE CPD035.

           DISPLAY "CONTAS PERMANENTES PROCESSADAS...: "
                   QT-CONTAS-PROC-W.
           DISPLAY "PARCELAS CRIADAS.................: "
                   QT-PARCELAS-CRIADAS-W.
           DISPLAY "CONTAS NO FIM/TETO DO CONTRATO...: "
                   QT-FIM-CONTRATO-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           MOVE ZEROS TO DATA-VENCTO-CP20 SITUACAO-CP20.
           MOVE FORNEC-CP20   TO FORNEC-W.
           MOVE NR-DOCTO-CP20 TO DOCTO-W.
           MOVE ZEROS TO QT-PARCELAS ULT-VENCTO PARA-REPOR-W.
           PERFORM LE-CONTRATO-BATCH.
           MOVE FORNEC-W TO FORNEC-CP20.
           MOVE ZEROS TO DATA-VENCTO-CP20 SITUACAO-CP20.
           START CPD020 KEY IS NOT < ALT4-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              END-READ
           END-PERFORM.
           IF QT-PARCELAS < 12
              PERFORM UNTIL QT-PARCELAS = 12 OR PARA-REPOR-W = 1
                 ADD 1                 TO QT-PARCELAS
                 MOVE ULT-VENCTO       TO DATA-WI
                 MOVE FORNEC-W         TO FORNEC-CP21
                 END-IF

                 PERFORM AJUSTA-DIA-UTIL-BATCH
                 IF TEM-CONTRATO-W = 1
                    PERFORM CONFERE-CONTRATO-BATCH
                 END-IF

                 IF PARA-REPOR-W = 0
                    IF DATA-MOVTO-CP20 < DATA-LIMITE OR
                       DATA-VENCTO-CP20 < DATA-LIMITE
                       DISPLAY "DATA INVALIDA FORNEC=" FORNEC-CP20
                               " DOCTO=" NR-DOCTO-CP20
                               " VENCTO=" DATA-VENCTO-CP20
                    END-IF

                    MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                    PERFORM MARCA-SALDO-FORNEC
                    WRITE REG-CPD020 INVALID KEY
                          IF ST-CPD020 = "99"
                             PERFORM ANOTA-TRAVADO
                          ELSE
                             DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
                                     " FORNEC=" FORNEC-CP20
                                     " DOCTO=" NR-DOCTO-CP20
                          END-IF
                    NOT INVALID KEY
                          ADD 1 TO QT-PARCELAS-CRIADAS-W
                          ADD VALOR-TOT-CP20 TO SOMA-CONTRATO-W
                          MOVE USUARIO-W   TO LOG3-USUARIO
                          MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                          MOVE WS-DATA-CPU TO LOG3-DATA
                          ACCEPT WS-HORA-SYS FROM TIME
                          MOVE WS-HORA-SYS TO LOG3-HORAS
                          MOVE "A"         TO LOG3-OPERACAO
                          MOVE "CPD020"    TO LOG3-ARQUIVO
                          MOVE "CPB021"    TO LOG3-PROGRAMA
                          MOVE REG-CPD020  TO LOG3-REGISTRO
                          WRITE REG-LOG003
                          END-WRITE
                          PERFORM SELA-LOG003
                          PERFORM GRAVA-JORNAL-CPD020
                          PERFORM GRAVA-CIE-BATCH
                    END-WRITE
                 END-IF
              END-PERFORM
           END-IF.

       LE-CONTRATO-BATCH SECTION.
      *    Contrato ativo da conta permanente (FORNEC-W/DOCTO-W) e,
      *    havendo teto, a soma dos titulos ja lancados p/ a conta
      *    (a pagar, suspensos e pagos).
           MOVE ZEROS TO TEM-CONTRATO-W SOMA-CONTRATO-W.
           IF ST-CPD035 = "35"
              GO LE-CONTRATO-BATCH-FIM.
           MOVE FORNEC-W TO FORNEC-CP35.
           MOVE DOCTO-W  TO NR-DOCTO-CP35.
           READ CPD035 INVALID KEY
                GO LE-CONTRATO-BATCH-FIM.
           IF SITUACAO-CP35 NOT = 0
              GO LE-CONTRATO-BATCH-FIM.
           MOVE 1 TO TEM-CONTRATO-W.
           IF VALOR-TETO-CP35 = ZEROS
              GO LE-CONTRATO-BATCH-FIM.
           MOVE FORNEC-W TO FORNEC-CP20.
           MOVE ZEROS    TO DATA-VENCTO-CP20 SEQ-CP20.
           START CPD020 KEY IS NOT < ALT5-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-W
                      MOVE "10" TO ST-CPD020
                   ELSE
                      IF NR-DOCTO-CP20 = DOCTO-W AND
                         TIPO-CONTA-CP20 = 1 AND
                         SITUACAO-CP20 < 3
                         ADD VALOR-TOT-CP20 TO SOMA-CONTRATO-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD020.
       LE-CONTRATO-BATCH-FIM.
           EXIT.

       CONFERE-CONTRATO-BATCH SECTION.
      *    Parcela nova da conta com contrato: valor mensal vigente
      *    do contrato; fim do top-up se o vencimento passa do fim
      *    da vigencia ou o valor estoura o teto.
           MOVE VALOR-MENSAL-CP35 TO VALOR-TOT-CP20.
           IF DATA-VENCTO-CP20 > DATA-FIM-CP35
              MOVE 1 TO PARA-REPOR-W.
           IF VALOR-TETO-CP35 > ZEROS AND
              SOMA-CONTRATO-W + VALOR-TOT-CP20 > VALOR-TETO-CP35
              MOVE 1 TO PARA-REPOR-W.
           IF PARA-REPOR-W = 1
              ADD 1 TO QT-FIM-CONTRATO-W
              DISPLAY "CONTRATO NO FIM/TETO - FORNEC=" FORNEC-W
                      " DOCTO=" DOCTO-W
                      " FIM=" DATA-FIM-CP35.

       ACHA-SEQ-JORNAL SECTION.
      *    Ultima sequencia do jornal do dia + 1 (ver LOG004).
           MOVE ZEROS TO PROX-SEQ-JRN-W LOG4-SEQ.
                 MOVE PROX-SEQ-JRN-W TO LOG4-SEQ
                 WRITE REG-LOG004
                 END-WRITE
           END-WRITE
           PERFORM SELA-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       ANOTA-TRAVADO SECTION.
                  NOT INVALID KEY
                        CONTINUE
                  END-REWRITE.

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
