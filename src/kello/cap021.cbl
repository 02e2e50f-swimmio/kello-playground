               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
           MOVE "CAP021"    TO LOG1-PROGRAMA
           MOVE REG-CAD021  TO LOG1-REGISTRO
           WRITE REG-LOG001
           END-WRITE
           PERFORM SELA-LOG001.

       GRAVA-EVENTO-NEGADO SECTION.
      *    Tentativa barrada registrada em LOGACESS com status
                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
                PERFORM SELA-LOGACESS
           END-PERFORM.
           CLOSE LOGACESS.
       GRAVA-EVENTO-NEGADO-FIM.
           MOVE "CAP021"    TO LOG3-PROGRAMA
           MOVE REG-CAD021  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CAP021-MENSAGEM-ERRO
           MOVE ST-CAD021        TO CAP021-MENSAGEM-ERRO(23: 2)
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

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

       SELA-LOGACESS SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF FS-LOGACESS NOT = "00" AND FS-LOGACESS NOT = "02"
              GO SELA-LOGACESS-FIM.
           MOVE ARQUIVO-LOGACESS TO GECADEIA-PATH.
           MOVE REG-LOGACESS     TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOGACESS
                                    - LENGTH OF LOGACESS-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOGACESS-POSICAO
              MOVE GECADEIA-HASH    TO LOGACESS-HASH
           ELSE
              MOVE SPACES TO LOGACESS-SELO
           END-IF.
           REWRITE REG-LOGACESS INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO FS-LOGACESS.
       SELA-LOGACESS-FIM.
           EXIT.
