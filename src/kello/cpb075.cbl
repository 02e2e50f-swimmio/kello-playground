      *   linha 1 : DATA-CONTAGEM(8)[;CONFIRMA]
      *   demais  : CODBRINDE(5);QTDE-CONTADA(6)[;MOTIVO(20)]
      * Saida: arquivo-relatorio RELCP75.
      * Transferencias entre empresas (ICB003): a entrada (tipo 7)
      * soma no saldo do brinde e a saida (tipo 6) abate.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  QT-AJUSTADOS-W        PIC 9(5)     VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
                IF CODBRINDE-CO60 <> BRINDE-W
                   MOVE "10" TO ST-COD060
                ELSE
                   IF TIPO-CO60 = 1 OR TIPO-CO60 = 3 OR
                      TIPO-CO60 = 7
                      ADD QTDE-CO60 TO SALDO-LIVRO-W
                   ELSE
                      SUBTRACT QTDE-CO60 FROM SALDO-LIVRO-W
                 MOVE REG-COD060  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
           END-WRITE.

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
