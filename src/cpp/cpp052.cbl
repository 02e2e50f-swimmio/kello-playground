      *FUN��O: Extrato de Fornecedor individual
      *        Listar todos os t�tulos com situa��o = 0(pagar) e 2(pago)
      *        dentro do intervalo de movimento solicitado.
      *        Reaplicacao/desfazer da retirada marcam o fornecedor e
      *        refazem o resumo de saldos CPD052 (rotina CPSALDO) no
      *        fim de cada acao da tela.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
      *    p/ o perfil de risco tambem refletir pagamentos antecipados.
           05  DIAS-ATRASO-PERFIL-E  PIC -999.
           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPSALDO".

       01  PASSAR-PARAMETROS.
           05  PASSAR-STRING-1       PIC X(60).
           MOVE "CPD021"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD021.
           MOVE "CPD023"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD023.
           MOVE "CPD024"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD024.
           MOVE "CPD020"  TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD020.
           MOVE "CPD023"  TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD023.
           MOVE "CPD027"  TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD027.
           MOVE "CPD052"  TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD052.
           MOVE "CPP052"  TO CPSALDO-PROGRAMA.
           MOVE "LOG001"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOG003"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                not invalid key
                    move "00" to fs-logacess
                end-write
                PERFORM SELA-LOGACESS
           end-perform

           close logacess
      *        WHEN CPP052-LE-COD-APUR-TRUE
      *            PERFORM LE-COD-APURACAO
           END-EVALUATE
      *    Reaplicacao/desfazer mexem no CPD020: refaz o resumo de
      *    saldos (CPD052) do fornecedor marcado na acao.
           PERFORM ATUALIZA-SALDO-FORNEC.
           PERFORM CLEAR-FLAGS.
           PERFORM CALL-DIALOG-SYSTEM.

                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
                PERFORM SELA-LOGACESS
           END-PERFORM.
           CLOSE LOGACESS.
       GRAVA-EVENTO-NEGADO-FIM.
           MOVE DATA-INV          TO DATA-VENCTO-CP20 VENCTO-WK.
           MOVE CPP052-TAXA3      TO TAXA-APLIC-CP20.
           MOVE CPP052-NOVO-VALOR3 TO VALOR-TOT-CP20 VALOR-WK.
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
                    MOVE REG-CPD021  TO LOG1-REGISTRO
                    WRITE REG-LOG001
                    END-WRITE
                    PERFORM SELA-LOG001
                    MOVE "10" TO ST-CPD021
                END-WRITE
            NOT INVALID KEY
                       MOVE REG-CPD021  TO LOG1-REGISTRO
                       WRITE REG-LOG001
                       END-WRITE
                       PERFORM SELA-LOG001
                       MOVE "10" TO ST-CPD021
                  END-REWRITE
            END-READ
           MOVE SEQ-CP21          TO SEQ-CP20 SEQ-WK.
           PERFORM GRAVA-RETIRADA-HIST.
           WRITE REG-WORK.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 NOT INVALID KEY
               MOVE USUARIO-W   TO LOG3-USUARIO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
               MOVE REG-CPD020  TO LOG3-REGISTRO
               WRITE REG-LOG003
               END-WRITE
               PERFORM SELA-LOG003
               MOVE SPACES TO ANTES-IMAGEM-W
               MOVE "I" TO JRN-OPERACAO-W
               PERFORM GRAVA-JORNAL-CPD020
              MOVE EMISSAO-ANTES-CP24   TO DATA-EMISSAO-CP20.
              MOVE TAXA-ANTES-CP24      TO TAXA-APLIC-CP20.
              MOVE VALOR-TOT-ANTES-CP24 TO VALOR-TOT-CP20.
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
              READ CPD020 INVALID KEY CONTINUE
                  NOT INVALID KEY
                  MOVE REG-CPD020 TO ANTES-IMAGEM-W
                  MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                  PERFORM MARCA-SALDO-FORNEC
                  DELETE CPD020 NOT INVALID KEY
                      MOVE USUARIO-W   TO LOG3-USUARIO
                      MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                      MOVE REG-CPD020  TO LOG3-REGISTRO
                      WRITE REG-LOG003
                      END-WRITE
                      PERFORM SELA-LOG003
                      MOVE "E" TO JRN-OPERACAO-W
                      PERFORM GRAVA-JORNAL-CPD020
                  END-DELETE
                not invalid key
                    move "00" to fs-logacess
                end-write
                PERFORM SELA-LOGACESS
           end-perform

           close logacess
                 CPD023 CPD024

           DELETE FILE WORK.
           MOVE 9 TO CPSALDO-FUNCAO.
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           CANCEL "CPSALDO".
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.

       MARCA-SALDO-FORNEC SECTION.
      *    So marca (sem I/O) - o resumo e refeito no fim da acao.
           MOVE 1 TO CPSALDO-FUNCAO
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.

       ATUALIZA-SALDO-FORNEC SECTION.
      *    Refaz o resumo CPD052 dos fornecedores marcados (nenhum
      *    marcado = nao le nada).
           MOVE 2     TO CPSALDO-FUNCAO
           MOVE ZEROS TO CPSALDO-FORNEC
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.

       ACHA-SEQ-JORNAL SECTION.
      *    Ultima sequencia do jornal do dia + 1 (ver LOG004).
           MOVE ZEROS TO PROX-SEQ-JRN-W LOG4-SEQ.
                 MOVE PROX-SEQ-JRN-W TO LOG4-SEQ
                 WRITE REG-LOG004
                 END-WRITE
           END-WRITE
           PERFORM SELA-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

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
