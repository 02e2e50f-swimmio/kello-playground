      *           VIP101 valida a revisao contra este cadastro e
      *           carimba a situacao; VIP103 lista emitida-e-nao-
      *           revisada. Toda mudanca gera imagem LOG003.
      *           Fita nasce sem local de guarda (LOCAL-V100); a
      *           prateleira/caixa e as retiradas do master sao
      *           lancadas pelo CPB108.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
              MOVE DATA-MOVTO-W    TO DATA-EMISSAO-V100
              MOVE ZEROS           TO SITUACAO-V100
              MOVE COD-USUARIO-W   TO USUARIO-V100
              MOVE ZEROS           TO REVISOR-ATRIB-V100
                                      DATA-ATRIB-V100
                                      DATA-LIMITE-V100
              MOVE SPACES          TO LOCAL-V100
              WRITE REG-VID100 INVALID KEY
                    CONTINUE
              NOT INVALID KEY
           MOVE "VIP100"    TO LOG3-PROGRAMA
           MOVE REG-VID100  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
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
