      *  grau anterior. A exclusao e recusada p/ conta com movimento
      *  em CPD020 (CODREDUZ-APUR-CP20). Toda mudanca gera imagem em
      *  LOG003, como o CXP031 faz p/ o CXD031.
      *  Conta de receita (TIPO 2) classifica os recebimentos do
      *  CXD021 p/ o DRE (CXB004); conta com recebimento classificado
      *  tambem nao pode ser excluida.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       FILE-CONTROL.
           COPY CXPX020.
           COPY CPPX020.
           COPY CXPX021.
           COPY LOGX003.
           COPY GERX001.
           COPY GERX002.
       FILE SECTION.
       COPY CXPW020.
       COPY CPPW020.
       COPY CXPW021.
       COPY LOGW003.
       COPY GERW001.
       COPY GERW002.
       01  VARIAVEIS.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CXD021             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-GED001             PIC XX       VALUE SPACES.
           05  ST-GED002             PIC XX       VALUE SPACES.
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
              MOVE "ERRO ABERTURA CPD020: "  TO CXP020-MENSAGEM-ERRO
              MOVE ST-CPD020 TO CXP020-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CXD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD021.
           OPEN INPUT CXD021
           IF ST-CXD021 = "35"
              CLOSE CXD021      OPEN OUTPUT CXD021
              CLOSE CXD021      OPEN INPUT CXD021
           END-IF.
           IF ST-CXD021 <> "00"
              MOVE "ERRO ABERTURA CXD021: "  TO CXP020-MENSAGEM-ERRO
              MOVE ST-CXD021 TO CXP020-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
                PERFORM SELA-LOGACESS
           END-PERFORM.
           CLOSE LOGACESS.
       GRAVA-EVENTO-NEGADO-FIM.
                                                   CXP020-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
              ELSE
               PERFORM VERIFICA-RECEBIMENTO-CX20
               IF EM-USO-W = 1
                 MOVE "CONTA COM RECEBIMENTOS CLASSIFICADOS" TO
                                                   CXP020-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
               ELSE
                 PERFORM VERIFICA-FILHOS-CX20
                 IF EM-USO-W = 1
                    MOVE "CONTA POSSUI CONTAS FILHAS NO PLANO" TO
                    END-DELETE
                    PERFORM LIMPAR-DADOS
                 END-IF
               END-IF
              END-IF
           END-READ.

              END-READ
           END-PERFORM.

       VERIFICA-RECEBIMENTO-CX20 SECTION.
      *    Nem conta apontada por recebimento de CXD021 (receita do
      *    DRE) - tambem varredura sequencial.
           MOVE ZEROS TO EM-USO-W.
           MOVE LOW-VALUES TO CHAVE-CX21.
           START CXD021 KEY IS NOT < CHAVE-CX21
                 INVALID KEY MOVE "10" TO ST-CXD021
           END-START.
           PERFORM UNTIL ST-CXD021 = "10" OR EM-USO-W = 1
              READ CXD021 NEXT RECORD AT END MOVE "10" TO ST-CXD021
                NOT AT END
                 IF CODREDUZ-APUR-CX21 = CODIGO-REDUZ-CX20
                    MOVE 1 TO EM-USO-W
                 END-IF
              END-READ
           END-PERFORM.

       VERIFICA-FILHOS-CX20 SECTION.
      *    Conta sintetica com filhas cadastradas tambem nao sai do
      *    plano: a filha ficaria sem pai p/ a validacao de inclusao.
                                              CXP020-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-ESTRUTURA-FIM.
           IF CXP020-TIPO-CONTA > 2
              MOVE "TIPO: 0-NORMAL 1-PERMANENTE 2-RECEITA" TO
                                              CXP020-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-ESTRUTURA-FIM.
           IF GRAU-CALC-W > 1
              PERFORM VERIFICA-PAI.
       VALIDA-ESTRUTURA-FIM.
           MOVE "CXP020"    TO LOG3-PROGRAMA
           MOVE REG-CXD020  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CXP020-MENSAGEM-ERRO
           MOVE ST-CXD020        TO CXP020-MENSAGEM-ERRO(23: 2)
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CXD020 CPD020 CXD021 LOG003 GED001 GED002.
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
