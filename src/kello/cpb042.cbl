      *
      * Sequencia no arquivo SEQCP42 da pasta da empresa (um nome de
      * programa por linha); sem o arquivo, roda a sequencia padrao
      * CPB021 / CPB022 / CPB023 / CPB111 (conferencia das cadeias de
      * hash dos logs de auditoria e selo diario no cofre - por
      * ultimo, p/ pegar o que os passos anteriores gravaram; quebra
      * na cadeia sai como FALHA no relatorio).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  QT-PASSOS-W           PIC 9(2)     VALUE ZEROS.
           05  PASSO-ATUAL-W         PIC X(10)    VALUE SPACES.
           05  RC-PASSO-W            PIC 9(4)     VALUE ZEROS.
           05  STATUS-EVENTO-W       PIC X(10)    VALUE SPACES.
           05  CORRENTE-PAROU-W      PIC X        VALUE "N".
           05  QT-EXECUTADOS-W       PIC 9(2)     VALUE ZEROS.
               10  PASSO-TB OCCURS 20 PIC X(10).

           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
              CLOSE ARQ-SEQ
           ELSE
      *       sem SEQCP42: sequencia padrao dos batches da casa
              MOVE 4        TO QT-PASSOS-W
              MOVE "CPB021" TO PASSO-TB(1)
              MOVE "CPB022" TO PASSO-TB(2)
              MOVE "CPB023" TO PASSO-TB(3)
              MOVE "CPB111" TO PASSO-TB(4)
           END-IF.

       EXECUTA-PASSO SECTION.
                MOVE 16 TO RETURN-CODE
           END-CALL.
           CANCEL PASSO-ATUAL-W.
           MOVE RETURN-CODE TO RC-PASSO-W.

           ADD 1 TO QT-EXECUTADOS-W.
           IF RC-PASSO-W = ZEROS
              MOVE "FECHADO" TO STATUS-EVENTO-W
              PERFORM GRAVA-EVENTO-LOGACESS
              MOVE SPACES TO REG-RELAT
              MOVE "FALHA  "        TO REG-RELAT(01: 07)
              MOVE PASSO-ATUAL-W    TO REG-RELAT(08: 10)
              MOVE "RETURN-CODE "   TO REG-RELAT(20: 12)
              MOVE RC-PASSO-W       TO REG-RELAT(32: 04)
              WRITE REG-RELAT
              MOVE ZEROS TO RETURN-CODE
           END-IF.
                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
                PERFORM SELA-LOGACESS
           END-PERFORM
           CLOSE LOGACESS.

           CLOSE LOG005.
       ARQUIVA-RELATORIO-FIM.
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
