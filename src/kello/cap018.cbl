               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
           MOVE "CAP018"    TO LOG3-PROGRAMA
           MOVE REG-CAD018  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CAP018-MENSAGEM-ERRO
           MOVE ST-CAD018        TO CAP018-MENSAGEM-ERRO(23: 2)
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

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
