      *           a descricao na tela e usa o custo do mestre qdo
      *           CUSTO-UNIT-CO55 esta zerado, como o layout de
      *           COD055 sempre prometeu.
      *           Lead time de compra do brinde em dias (COP050-
      *           PRAZO-ENTREGA), usado pela sugestao de compra do
      *           CPB087.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
           MOVE CODBRINDE-CO50       TO COP050-CODBRINDE
           MOVE DESCRICAO-CO50       TO COP050-DESCRICAO
           MOVE CUSTO-UNIT-CO50      TO COP050-CUSTO-UNIT
           MOVE FORNEC-PADRAO-CO50   TO COP050-FORNEC-PADRAO
           MOVE ZEROS                TO COP050-PRAZO-ENTREGA
           IF PRAZO-ENTREGA-CO50 IS NUMERIC
              MOVE PRAZO-ENTREGA-CO50 TO COP050-PRAZO-ENTREGA
           END-IF.

       SALVAR-DADOS SECTION.
           IF COP050-DESCRICAO = SPACES
           MOVE COP050-DESCRICAO     TO DESCRICAO-CO50
           MOVE COP050-CUSTO-UNIT    TO CUSTO-UNIT-CO50
           MOVE COP050-FORNEC-PADRAO TO FORNEC-PADRAO-CO50
           MOVE COP050-PRAZO-ENTREGA TO PRAZO-ENTREGA-CO50
           IF GRAVA-W = 1
              WRITE REG-COD050
                   INVALID KEY PERFORM ERRO-GRAVACAO
           MOVE "COP050"    TO LOG3-PROGRAMA
           MOVE REG-COD050  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO COP050-MENSAGEM-ERRO
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
