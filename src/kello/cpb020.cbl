      *   MULTA-ATRASO(3v2);TAXA(3v2);RESPONSAVEL(20);OBSERVACAO(60)
      *   [;COMPETENCIA(AAAAMM)] - opcional; vazia assume o mes da
      *   data de emissao
      *   [;TIPO-DESC(1: 0-sem 1-percentual 2-valor);DESCONTO(7v2,
      *   sem separadores);DATA-LIMITE-DESC(AAAAMMDD)] - opcionais;
      *   desconto condicional da nota, com as regras de CPP020A
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       COPY LOGW004.

       FD  ARQ-IMPORTACAO.
       01  LINHA-IMPORTACAO             PIC X(250).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
               10  IMP-RESPONSAVEL       PIC X(20).
               10  IMP-OBSERVACAO        PIC X(60).
               10  IMP-COMPETENCIA       PIC X(06).
               10  IMP-TIPO-DESC         PIC X(01).
               10  IMP-DESC-COND         PIC X(09).
               10  IMP-LIMITE-DESC       PIC X(08).

           05  IMP-VALOR-TOTAL-N     PIC 9(9)V99  VALUE ZEROS.
           05  IMP-JUROS-MORA-N      PIC 9(3)V99  VALUE ZEROS.
           05  IMP-MULTA-ATRASO-N    PIC 9(3)V99  VALUE ZEROS.
           05  IMP-TAXA-N            PIC 9(3)V99  VALUE ZEROS.
           05  IMP-DESC-COND-N       PIC 9(7)V99  VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB020"  TO CPSALDO-PROGRAMA
           CLOSE    CONTROLE

           MOVE "IMPCXP.TXT" TO WS-ARQ-IMPORTACAO.
           DISPLAY "TITULOS GRAVADOS...: " QT-GRAVADOS-W.
           DISPLAY "TITULOS REJEITADOS.: " QT-REJEITADOS-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
                     IMP-JUROS-MORA   IMP-MULTA-ATRASO
                     IMP-TAXA         IMP-RESPONSAVEL
                     IMP-OBSERVACAO   IMP-COMPETENCIA
                     IMP-TIPO-DESC    IMP-DESC-COND
                     IMP-LIMITE-DESC
           END-UNSTRING.
           MOVE ZEROS TO IMP-VALOR-TOTAL-N IMP-JUROS-MORA-N
                         IMP-MULTA-ATRASO-N IMP-TAXA-N
                         IMP-DESC-COND-N.
           IF IMP-TIPO-DESC = SPACES
              MOVE "0" TO IMP-TIPO-DESC.
           IF IMP-DESC-COND IS NUMERIC
              MOVE IMP-DESC-COND    TO IMP-DESC-COND-N.
           IF IMP-VALOR-TOTAL IS NUMERIC
              MOVE IMP-VALOR-TOTAL  TO IMP-VALOR-TOTAL-N.
           IF IMP-JUROS-MORA IS NUMERIC
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
      *    Desconto condicional: tipo 1 (% ate 100) ou 2 (valor menor
      *    que o titulo) com data limite valida ate o vencimento.
           IF IMP-TIPO-DESC NOT = "0"
              IF IMP-TIPO-DESC NOT = "1" AND IMP-TIPO-DESC NOT = "2"
                 DISPLAY "LINHA REJEITADA - TIPO DE DESCONTO INVALIDO"
                 MOVE 1 TO ERRO-W
              ELSE
                 IF IMP-DESC-COND-N = ZEROS OR
                    (IMP-TIPO-DESC = "1" AND IMP-DESC-COND-N > 100) OR
                    (IMP-TIPO-DESC = "2" AND
                     IMP-DESC-COND-N NOT < IMP-VALOR-TOTAL-N)
                    DISPLAY "LINHA REJEITADA - DESCONTO CONDICIONAL "
                            "INVALIDO"
                    MOVE 1 TO ERRO-W
                 END-IF
                 IF IMP-LIMITE-DESC NOT NUMERIC OR
                    IMP-LIMITE-DESC = ZEROS OR
                    IMP-LIMITE-DESC > IMP-DATA-VENCTO
                    DISPLAY "LINHA REJEITADA - DATA LIMITE DO "
                            "DESCONTO INVALIDA"
                    MOVE 1 TO ERRO-W
                 END-IF
              END-IF
           END-IF.

       GRAVA-TITULO-IMPORTADO SECTION.
           MOVE IMP-FORNEC          TO FORNEC-CP20 FORNEC-CP21
              MOVE DATA-EMISSAO-CP20(1: 6) TO COMPETENCIA-CP20
           END-IF.
           MOVE USUARIO-W           TO DIGITADOR-CP20.
           IF IMP-TIPO-DESC = "1" OR IMP-TIPO-DESC = "2"
              MOVE IMP-TIPO-DESC       TO TIPO-DESC-COND-CP20
              MOVE IMP-DESC-COND-N     TO DESC-COND-CP20
              MOVE IMP-LIMITE-DESC     TO DATA-LIMITE-DESC-CP20
           ELSE
              MOVE ZEROS TO TIPO-DESC-COND-CP20 DESC-COND-CP20
                            DATA-LIMITE-DESC-CP20
           END-IF.

           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 INVALID KEY
                DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
                        " FORNEC=" FORNEC-CP20 " DOCTO=" NR-DOCTO-CP20
                MOVE REG-CPD020  TO LOG3-REGISTRO
                WRITE REG-LOG003
                END-WRITE
                PERFORM SELA-LOG003
                PERFORM GRAVA-JORNAL-CPD020
                IF IMP-OBSERVACAO NOT = SPACES
                   MOVE IMP-OBSERVACAO TO OBS-CP22
                             MOVE REG-CPD022  TO LOG3-REGISTRO
                             WRITE REG-LOG003
                             END-WRITE
                             PERFORM SELA-LOG003
                         END-REWRITE
                   NOT INVALID KEY
                         MOVE USUARIO-W   TO LOG3-USUARIO
                         MOVE REG-CPD022  TO LOG3-REGISTRO
                         WRITE REG-LOG003
                         END-WRITE
                         PERFORM SELA-LOG003
                   END-WRITE
                END-IF
           END-WRITE.
                 MOVE PROX-SEQ-JRN-W TO LOG4-SEQ
                 WRITE REG-LOG004
                 END-WRITE
           END-WRITE
           PERFORM SELA-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       VERIFICA-TIPO-PORTADOR-IMP SECTION.
                        MOVE REG-CPD021  TO LOG1-REGISTRO
                        WRITE REG-LOG001
                        END-WRITE
                        PERFORM SELA-LOG001
                END-WRITE
              NOT INVALID KEY
                  ADD 1 TO SEQ-CP21
                        MOVE REG-CPD021  TO LOG1-REGISTRO
                        WRITE REG-LOG001
                        END-WRITE
                        PERFORM SELA-LOG001
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
