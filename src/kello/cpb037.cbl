      * Ambos os codigos precisam existir em CGD001; ao final o
      * FONTE fica SITUACAO-CG01 = 1 (bloqueado) com o nome
      * prefixado "*UNIF->" p/ ninguem mais lancar nele.
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  QT-CPD023-W           PIC 9(6)     VALUE ZEROS.
           05  QT-CPD024-W           PIC 9(6)     VALUE ZEROS.
           05  QT-CPD025-W           PIC 9(6)     VALUE ZEROS.
           05  SELO-CP25-W           PIC X(27)    VALUE SPACES.
           05  QT-CPD026-W           PIC 9(6)     VALUE ZEROS.
           05  QT-CPD027-W           PIC 9(6)     VALUE ZEROS.
           05  QT-CBD100-W           PIC 9(6)     VALUE ZEROS.
           05  QT-FED001-W           PIC 9(6)     VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "MRGCP37" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCP37" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB037"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN INPUT ARQ-PARAM
                 CPD025 CPD026 CPD027 CBD100 FED001 LOG003 LOG004
                 ARQ-RELAT.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
      *    existe em CPD020.
           MOVE FORNEC-DESTINO-W TO FORNEC-CP20.
           MOVE SEQ-NOVA-W       TO SEQ-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
                         " - PAR ABANDONADO"
                MOVE "S" TO FALHA-TRANSF-W
           NOT INVALID KEY
                MOVE REG-CPD020 TO ANTES-IMAGEM-W
                MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                PERFORM MARCA-SALDO-FORNEC
                DELETE CPD020 INVALID KEY
                       DISPLAY "ERRO EXCLUINDO FONTE: " ST-CPD020
                               " - PAR ABANDONADO"
                         SEQ-CP23    NOT = SEQ-ANTIGA-W
                         MOVE "10" TO ST-CPD023
                      ELSE
                         MOVE FORNEC-CP23 TO CPSALDO-FORNEC
                         PERFORM MARCA-SALDO-FORNEC
                         DELETE CPD023 END-DELETE
                         MOVE FORNEC-DESTINO-W TO FORNEC-CP23
                         MOVE SEQ-NOVA-W       TO SEQ-CP23
                         MOVE FORNEC-CP23 TO CPSALDO-FORNEC
                         PERFORM MARCA-SALDO-FORNEC
                         WRITE REG-CPD023 NOT INVALID KEY
                               ADD 1 TO QT-CPD023-W
                               MOVE "I"      TO LOG3-OPERACAO
           END-PERFORM.

       TRANSFERE-CPD025 SECTION.
      *    O registro leva o selo original p/ a chave nova (o hash nao
      *    cobre o titulo - ver CPPW025): a cadeia do CPB111 segue
      *    sem buraco.
           MOVE ZEROS TO ST-CPD025.
           PERFORM UNTIL ST-CPD025 = "10"
              MOVE FORNEC-FONTE-W TO FORNEC-CP25
                         SEQ-CP25    NOT = SEQ-ANTIGA-W
                         MOVE "10" TO ST-CPD025
                      ELSE
                         MOVE SELO-CP25 TO SELO-CP25-W
                         DELETE CPD025 END-DELETE
                         MOVE FORNEC-DESTINO-W TO FORNEC-CP25
                         MOVE SEQ-NOVA-W       TO SEQ-CP25
                         MOVE SELO-CP25-W      TO SELO-CP25
                         WRITE REG-CPD025 NOT INVALID KEY
                               ADD 1 TO QT-CPD025-W
                               MOVE "I"      TO LOG3-OPERACAO
                      IF FORNEC-CP27 NOT = FORNEC-FONTE-W
                         MOVE "10" TO ST-CPD027
                      ELSE
                         MOVE FORNEC-CP27 TO CPSALDO-FORNEC
                         PERFORM MARCA-SALDO-FORNEC
                         DELETE CPD027 END-DELETE
                         ADD 1 TO SEQ-ADT-NOVA-W
                         MOVE FORNEC-DESTINO-W TO FORNEC-CP27
                         MOVE SEQ-ADT-NOVA-W   TO SEQ-ADT-CP27
                         MOVE FORNEC-CP27 TO CPSALDO-FORNEC
                         PERFORM MARCA-SALDO-FORNEC
                         WRITE REG-CPD027 NOT INVALID KEY
                               ADD 1 TO QT-CPD027-W
                               MOVE "I"      TO LOG3-OPERACAO
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPB037"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       IMPRIME-RESUMO-PAR SECTION.
           MOVE SPACES TO REG-RELAT
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
