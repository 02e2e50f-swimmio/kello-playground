      *           o equivalente interativo do que CPB020 faz p/
      *           arquivos importados, com a mesma trilha LOG001/
      *           LOG003.
      *           Desconto condicional da nota ("2% ate o dia X") na
      *           propria linha: CPP024-TIPO-DESC (0 sem, 1 %,
      *           2 valor), CPP024-DESC-COND e CPP024-LIMITE-DESC
      *           (DD/MM/AAAA), com as regras de CPP020A.
      *           Cada titulo/credito gravado atualiza o resumo de
      *           saldos do fornecedor (CPD052, rotina CPSALDO).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  DATA-INV              PIC 9(8)     VALUE ZEROS.
           05  EMISSAO-INV-W         PIC 9(8)     VALUE ZEROS.
           05  VENCTO-INV-W          PIC 9(8)     VALUE ZEROS.
           05  LIMITE-DESC-INV-W     PIC 9(8)     VALUE ZEROS.
           05  DATA-VALIDA-W         PIC 9        VALUE ZEROS.
      *    Data mais antiga aceita (CAD020; 19950101 qdo a empresa
      *    nao tem o cadastro), igual a VALIDA-DATA-LIMITE de CPP020A.
                   15  LOTE-VALOR        PIC 9(8)V99.
                   15  LOTE-APURACAO     PIC 9(5).
                   15  LOTE-PORTADOR     PIC 9(4).
                   15  LOTE-TIPO-DESC    PIC 9(1).
                   15  LOTE-DESC-COND    PIC 9(7)V99.
                   15  LOTE-LIMITE-DESC  PIC 9(8).
           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPSALDO".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD020" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD020.
           MOVE "CPD023" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD023.
           MOVE "CPD027" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD027.
           MOVE "CPD052" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD052.
           MOVE "CPP024" TO CPSALDO-PROGRAMA.
           MOVE "CPD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD021.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
                   INITIALIZE TB-LOTE
                   MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           END-EVALUATE
           PERFORM ATUALIZA-SALDO-FORNEC
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.

           MOVE CPP024-VALOR     TO LOTE-VALOR(QT-LINHAS-W)
           MOVE CPP024-APURACAO  TO LOTE-APURACAO(QT-LINHAS-W)
           MOVE CPP024-PORTADOR  TO LOTE-PORTADOR(QT-LINHAS-W)
           MOVE CPP024-TIPO-DESC TO LOTE-TIPO-DESC(QT-LINHAS-W)
           MOVE LIMITE-DESC-INV-W TO LOTE-LIMITE-DESC(QT-LINHAS-W)
           IF CPP024-TIPO-DESC = ZEROS
              MOVE ZEROS            TO LOTE-DESC-COND(QT-LINHAS-W)
           ELSE
              MOVE CPP024-DESC-COND TO LOTE-DESC-COND(QT-LINHAS-W)
           END-IF
           MOVE SPACES TO CPP024-LINDET1.
           MOVE CPP024-FORNEC    TO CPP024-LINDET1(01: 06)
           MOVE CPP024-DOCTO     TO CPP024-LINDET1(08: 10)
                PERFORM CARREGA-MENSAGEM-ERRO
                MOVE "N" TO LINHA-OK-W
                GO VALIDA-LINHA-GRADE-FIM.
      *    Desconto condicional: mesmas regras do VALIDA-DESCONTO-
      *    COND de CPP020A.
           MOVE ZEROS TO LIMITE-DESC-INV-W.
           IF CPP024-TIPO-DESC = ZEROS
              GO VALIDA-LINHA-GRADE-FIM.
           IF CPP024-TIPO-DESC NOT = 1 AND CPP024-TIPO-DESC NOT = 2
              MOVE "TIPO DO DESCONTO: 1-PERCENTUAL 2-VALOR" TO
                                                  CPP024-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE "N" TO LINHA-OK-W
              GO VALIDA-LINHA-GRADE-FIM.
           IF CPP024-DESC-COND = ZEROS OR
              (CPP024-TIPO-DESC = 1 AND CPP024-DESC-COND > 100) OR
              (CPP024-TIPO-DESC = 2 AND
               CPP024-DESC-COND NOT < CPP024-VALOR)
              MOVE "DESCONTO CONDICIONAL INVALIDO" TO
                                                  CPP024-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE "N" TO LINHA-OK-W
              GO VALIDA-LINHA-GRADE-FIM.
           MOVE CPP024-LIMITE-DESC TO DATA-INV.
           CALL "GRVDAT1" USING DATA-INV DATA-VALIDA-W
           CANCEL "GRVDAT1"
           IF CPP024-LIMITE-DESC = ZEROS OR DATA-VALIDA-W = 1
              MOVE "DATA LIMITE DO DESCONTO INVALIDA" TO
                                                  CPP024-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE "N" TO LINHA-OK-W
              GO VALIDA-LINHA-GRADE-FIM.
           CALL "GRIDAT2" USING DATA-INV
           CANCEL "GRIDAT2"
           MOVE DATA-INV TO LIMITE-DESC-INV-W.
           IF LIMITE-DESC-INV-W > VENCTO-INV-W
              MOVE "LIMITE DO DESCONTO APOS O VENCIMENTO" TO
                                                  CPP024-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE "N" TO LINHA-OK-W
              GO VALIDA-LINHA-GRADE-FIM.
       VALIDA-LINHA-GRADE-FIM.
           EXIT.

                                    PREV-DEF-CP20 TIPO-MOEDA-CP20.
           MOVE 0101             TO NR-PARCELA-CP20.
           MOVE COD-USUARIO-W    TO DIGITADOR-CP20.
           MOVE LOTE-TIPO-DESC(I)   TO TIPO-DESC-COND-CP20.
           MOVE LOTE-DESC-COND(I)   TO DESC-COND-CP20.
           MOVE LOTE-LIMITE-DESC(I) TO DATA-LIMITE-DESC-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 INVALID KEY
                 MOVE "ERRO GRAVACAO CPD020: " TO CPP024-MENSAGEM-ERRO
                 MOVE ST-CPD020 TO CPP024-MENSAGEM-ERRO(23: 02)
                 MOVE REG-CPD020  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
                 PERFORM GRAVA-JORNAL-CPD020
           END-WRITE.

                 MOVE PROX-SEQ-JRN-W TO LOG4-SEQ
                 WRITE REG-LOG004
                 END-WRITE
           END-WRITE
           PERFORM SELA-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       ATUALIZA-SEQ-CPD021 SECTION.
                        MOVE REG-CPD021  TO LOG1-REGISTRO
                        WRITE REG-LOG001
                        END-WRITE
                        PERFORM SELA-LOG001
                END-WRITE
              NOT INVALID KEY
                  ADD 1 TO SEQ-CP21
                        MOVE REG-CPD021  TO LOG1-REGISTRO
                        WRITE REG-LOG001
                        END-WRITE
                        PERFORM SELA-LOG001
                  END-REWRITE
           END-READ.

                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
                PERFORM SELA-LOGACESS
           END-PERFORM.
           CLOSE LOGACESS.
       GRAVA-EVENTO-NEGADO-FIM.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 CXD020 CPD020 CPD021 LOG001 LOG003 LOG004
                 CAD020 CAD018.
           MOVE 9 TO CPSALDO-FUNCAO.
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           CANCEL "CPSALDO".
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
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
