      *           os brindes previstos/definitivos/suspensos por
      *           contrato de formatura, no mesmo estilo do cadastro
      *           CXP031 (requisito 035).
      *           Ao gravar um brinde previsto/definitivo, avisa
      *           (sem impedir) qdo os brindes do contrato passam do
      *           orcamento da assinatura (ORC-BRINDES-CO40), pela
      *           rotina COCUSTO.
      *           Cada titulo/credito gravado atualiza o resumo de
      *           saldos do fornecedor (CPD052, rotina CPSALDO).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
      *    o teclado no movimento ou, qdo zerado, o do cadastro
      *    de brindes COD050 (a promessa antiga do layout).
           05  QTDE-TOTAL-BRINDE-W    PIC 9(9)     VALUE ZEROS.
           05  TOTAL-BRINDES-W        PIC 9(10)V99 VALUE ZEROS.
           05  EM-USO-W               PIC 9        VALUE ZEROS.
           05  PATH-EXPORT-CO55       PIC X(32)    VALUE SPACES.
           05  ST-LOG003              PIC XX       VALUE SPACES.
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPSALDO".
           COPY "CPCUSTO".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
           MOVE "COD050" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD050.
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD020" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD020.
           MOVE "CPD023" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD023.
           MOVE "CPD027" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD027.
           MOVE "CPD052" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD052.
           MOVE "COP055" TO CPSALDO-PROGRAMA.
           MOVE "CPD034" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD034.
           MOVE "CPD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD021.
           MOVE "VID101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID101.
           MOVE "VID103" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID103.
           MOVE "CAD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD020.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           OPEN I-O COD055
           MOVE 1 TO GRAVA-W.
                   MOVE COP055-LINDET(5: 4)  TO ITEM-CO55
                   PERFORM CARREGAR-DADOS
           END-EVALUATE
           PERFORM ATUALIZA-SALDO-FORNEC
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.

                   NOT INVALID KEY
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CO55
                       PERFORM CONFERE-ORCAMENTO-BRINDES
              END-WRITE
           ELSE REWRITE REG-COD055
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CO55
                    PERFORM CONFERE-ORCAMENTO-BRINDES
           END-REWRITE.
       SALVAR-DADOS-FIM.
           EXIT.

       CONFERE-ORCAMENTO-BRINDES SECTION.
      *    Brindes do contrato (definitivos + previstos, ja com este
      *    item gravado) contra o orcamento da assinatura; contrato
      *    sem orcamento de brindes nao e conferido. So avisa - o
      *    item fica gravado, como no CONFERE-QTDE-FORMANDOS.
           IF SUSP-PREV-DEF-CO55 = 2
              GO CONFERE-ORCAMENTO-BRINDES-FIM.
           MOVE NR-CONTRATO-CO55 TO COCUSTO-CONTRATO.
           MOVE PATH-COD040      TO COCUSTO-PATH-COD040.
           MOVE PATH-COD055      TO COCUSTO-PATH-COD055.
           MOVE PATH-CPD020      TO COCUSTO-PATH-CPD020.
           MOVE PATH-CPD034      TO COCUSTO-PATH-CPD034.
           MOVE PATH-VID101      TO COCUSTO-PATH-VID101.
           MOVE PATH-VID103      TO COCUSTO-PATH-VID103.
           MOVE PATH-CAD020      TO COCUSTO-PATH-CAD020.
           CALL "COCUSTO" USING PARAMETROS-COCUSTO.
           CANCEL "COCUSTO".
           IF COCUSTO-RETORNO NOT = 0 OR COCUSTO-ORC-BRINDES = ZEROS
              GO CONFERE-ORCAMENTO-BRINDES-FIM.
           COMPUTE TOTAL-BRINDES-W = COCUSTO-REAL-BRINDES +
                                     COCUSTO-PREV-BRINDES.
           IF TOTAL-BRINDES-W > COCUSTO-ORC-BRINDES
              MOVE "ATENCAO: BRINDES DO CONTRATO ACIMA DO ORCAMENTO" TO
                                                   COP055-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W.
       CONFERE-ORCAMENTO-BRINDES-FIM.
           EXIT.

       LE-BRINDE-MASTER SECTION.
      *    Descricao do brinde do cadastro COD050 p/ a tela
      *    (COP055-DESCR-BRINDE, campo novo documentado p/ o dono da
                                     PREV-DEF-CP20 TIPO-MOEDA-CP20.
           MOVE 0101              TO NR-PARCELA-CP20.
           MOVE COD-USUARIO-W     TO DIGITADOR-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 INVALID KEY
                 MOVE "ERRO GRAVACAO CPD020" TO COP055-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 MOVE REG-CPD020  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
                 PERFORM GRAVA-JORNAL-CPD020
                 PERFORM GRAVA-VINCULO-CONTRATO
           END-WRITE.
                 MOVE PROX-SEQ-JRN-W TO LOG4-SEQ
                 WRITE REG-LOG004
                 END-WRITE
           END-WRITE
           PERFORM SELA-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       ATUALIZA-SEQ-CPD021-CO55 SECTION.
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

           MOVE "COP055"    TO LOG3-PROGRAMA
           MOVE REG-COD055  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO COP055-MENSAGEM-ERRO
           MOVE ST-COD055        TO COP055-MENSAGEM-ERRO(23: 2)
       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD055 COD050 COD040 CPD020 CPD021 LOG001
                 LOG003 LOG004 CPD034.
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
