      *   AAAAMMDD;HHMMSSCC;CONFIRMA
      * (data do jornal; horario de corte - desfaz o que aconteceu
      * DEPOIS dele; CONFIRMA opcional p/ executar de fato).
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.

           COPY "PARAMETR".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-DESFEITOS-W QT-LISTADOS-W
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "RECCP44" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCP44" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB044"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN INPUT ARQ-PARAM
           DISPLAY "ENTRADAS DESFEITAS...............: "
                   QT-DESFEITOS-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
             WHEN "A"
      *         volta a imagem de antes
                MOVE LOG4-ANTES TO REG-CPD020
                MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                PERFORM MARCA-SALDO-FORNEC
                REWRITE REG-CPD020 INVALID KEY
                        ADD 1 TO QT-PROBLEMAS-W
                        DISPLAY "NAO REGRAVOU " LOG4-SEQ
             WHEN "I"
      *         some com o titulo incluido
                MOVE LOG4-DEPOIS TO REG-CPD020
                MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                PERFORM MARCA-SALDO-FORNEC
                DELETE CPD020 INVALID KEY
                        ADD 1 TO QT-PROBLEMAS-W
                        DISPLAY "NAO EXCLUIU " LOG4-SEQ
             WHEN "E"
      *         devolve o titulo excluido
                MOVE LOG4-ANTES TO REG-CPD020
                MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                PERFORM MARCA-SALDO-FORNEC
                WRITE REG-CPD020 INVALID KEY
                        ADD 1 TO QT-PROBLEMAS-W
                        DISPLAY "NAO REINCLUIU " LOG4-SEQ
                        ADD 1 TO QT-DESFEITOS-W
                END-WRITE
           END-EVALUATE.

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
