               10  GREXTE-EXTENSO    PIC X(231).

           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE "CPB030"    TO LOG2-PROGRAMA
           MOVE REG-CBD100  TO LOG2-REGISTRO
           WRITE REG-LOG002
           END-WRITE
           PERFORM SELA-LOG002.

       SELA-LOG002 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG002 NOT = "00" AND ST-LOG002 NOT = "02"
              GO SELA-LOG002-FIM.
           MOVE PATH-LOG002      TO GECADEIA-PATH.
           MOVE REG-LOG002       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG002
                                    - LENGTH OF LOG2-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG2-POSICAO
              MOVE GECADEIA-HASH    TO LOG2-HASH
           ELSE
              MOVE SPACES TO LOG2-SELO
           END-IF.
           REWRITE REG-LOG002 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG002.
       SELA-LOG002-FIM.
           EXIT.
