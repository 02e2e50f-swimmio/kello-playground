      * imagem LOG003 como toda mutacao de CPD020.
      * O saldo em aberto por fornecedor aparece na tela de CPP020A
      * (LE-SALDO-ADIANTAMENTO).
      * Creditos de devolucao de brinde (TIPO-CP27 = 2, gerados no
      * COP060) tambem sao consumidos pela aplicacao manual, na
      * mesma ordem de sequencia.
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  QT-REJEITADOS-W       PIC 9(4)     VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "ADTCP36" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-MOVTOS
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB036"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN I-O CPD020 LOG003 LOG004
           DISPLAY "MOVIMENTOS REJEITADOS............: "
                   QT-REJEITADOS-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           MOVE ZEROS         TO SEQ-TITULO-CP27 SEQ-ADT-ORIG-CP27.
           MOVE USUARIO-W     TO USUARIO-CP27.
           MOVE CAMPO-DESCR-X TO DESCRICAO-CP27.
           MOVE FORNEC-CP27 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD027 INVALID KEY
                 ADD 1 TO QT-REJEITADOS-W
                 DISPLAY "ERRO GRAVACAO CPD027: " ST-CPD027

           MOVE REG-CPD020 TO ANTES-IMAGEM-W.
           SUBTRACT VALOR-MOV-W FROM VALOR-TOT-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           REWRITE REG-CPD020 NOT INVALID KEY
                 MOVE USUARIO-W   TO LOG3-USUARIO
                 MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                 MOVE REG-CPD020  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
                 MOVE "A" TO JRN-OPERACAO-W
                 PERFORM GRAVA-JORNAL-CPD020
           END-REWRITE.
                   IF FORNEC-CP27 NOT = FORNEC-MOV-W
                      MOVE "99" TO ST-CPD027
                   ELSE
                      IF (TIPO-CP27 = 0 OR TIPO-CP27 = 2) AND
                         SALDO-CP27 > ZEROS
                         PERFORM CONSOME-UM-ADIANTAMENTO
                      END-IF
                   END-IF
           END-IF.
           SUBTRACT CONSOME-W FROM SALDO-CP27 FALTA-APLICAR-W.
           MOVE SEQ-ADT-CP27 TO SEQ-ADT-USADO-W.
           MOVE FORNEC-CP27 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           REWRITE REG-CPD027 NOT INVALID KEY
                 MOVE "A" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-CPD027
           MOVE SEQ-ADT-USADO-W TO SEQ-ADT-ORIG-CP27.
           MOVE USUARIO-W       TO USUARIO-CP27.
           MOVE SPACES          TO DESCRICAO-CP27.
           MOVE FORNEC-CP27 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD027 NOT INVALID KEY
                 MOVE "I" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-CPD027
           MOVE "CPB036"    TO LOG3-PROGRAMA
           MOVE REG-CPD027  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       ACHA-SEQ-JORNAL SECTION.
      *    Ultima sequencia do jornal do dia + 1 (ver LOG004).
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
