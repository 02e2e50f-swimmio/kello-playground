      *      banco(3) + agencia(4) + dv(1) + conta(10) + dv(1) +
      *      vencto(8) + valor(13, centavos) + nome(30) + docto(10)
      *  registro 9 (trailer): "9" + qtde detalhes(6) + soma(15)
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.
      * A REMCP27 leva CNPJ e agencia/conta inteiros - a geracao
      * fica registrada em LOGACESS como EXPORTADO (GEMASCAR funcao
      * 5, como o EXPCP33 do CPB033).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  SOMA-REMESSA-INT-W    PIC 9(15)    VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".
           COPY "CPMASCAR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "REMCP27" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-REMESSA
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB027"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE
           MOVE 1             TO GEMASCAR-FUNCAO
           MOVE EMP-REC       TO GEMASCAR-EMPRESA
           MOVE SPACES        TO GEMASCAR-USUARIO
           MOVE "CPB027"      TO GEMASCAR-PROGRAMA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR

           OPEN INPUT CGD001 CAD021
           OPEN I-O   CPD020 LOG003 LOG004
           END-IF.

           CLOSE CGD001 CAD021 CPD020 LOG003 LOG004 ARQ-REMESSA.
           IF ERRO-W = 0 AND QT-REMETIDOS-W > ZEROS
              MOVE 5             TO GEMASCAR-FUNCAO
              MOVE SPACES        TO GEMASCAR-REFERENCIA
              MOVE "REMCP27"     TO GEMASCAR-REFERENCIA
              CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           END-IF.
           MOVE 9 TO GEMASCAR-FUNCAO
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           CANCEL "GEMASCAR".

           DISPLAY "TITULOS REMETIDOS................: "
                   QT-REMETIDOS-W.
           DISPLAY "TITULOS SEM CONTA BANCARIA.......: "
                   QT-SEM-CONTA-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
      *    no jornal do dia (LOG004) como toda alteracao de CPD020.
           MOVE REG-CPD020 TO ANTES-IMAGEM-W.
           MOVE 1 TO SIT-REMESSA-CP20.
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
