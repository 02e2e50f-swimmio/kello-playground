      *AUTORA: EQUIPE KELLO
       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP043.
      *DATA: 15/10/2026
      *DESCRICAO: Categorias de despesa de viagem (CPD043) - a
      *           politica de reembolso: cada categoria (combustivel,
      *           alimentacao, hospedagem...) com a conta de apuracao
      *           (CXD020) em que as linhas do relatorio de despesas
      *           (CPP041) sao classificadas e o limite diario da
      *           politica (zeros = sem limite), usado p/ destacar ao
      *           aprovador o relatorio que passou do limite.
      *           Categoria ja usada em relatorio nao exclui. Toda
      *           mudanca gera imagem LOG003.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX043.
           COPY CPPX042.
           COPY CXPX020.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW043.
       COPY CPPW042.
       COPY CXPW020.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
           COPY "CPP043.CPB".
           COPY "CPP043.CPY".
           COPY "DS-CNTRL.MF".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD043             PIC XX       VALUE SPACES.
           05  ST-CPD042             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10 WS-DATA-CPU.
                  15 WS-ANO-CPU      PIC 9(04).
                  15 WS-MES-CPU      PIC 9(02).
                  15 WS-DIA-CPU      PIC 9(02).
               10 FILLER             PIC X(13).
           05  WS-HORA-SYS           PIC 9(08).
           05  GRAVA-W               PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  EM-USO-W              PIC 9        VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
       77 wHandle                      pic 9(09) comp-5 value zeros.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           PERFORM CORPO-PROGRAMA UNTIL CPP043-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           INITIALIZE CPP043-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE CPP043-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE CPP043-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CPD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD043.
           OPEN I-O CPD043
           MOVE 1 TO GRAVA-W.
           IF ST-CPD043 = "35"
              CLOSE CPD043      OPEN OUTPUT CPD043
              CLOSE CPD043      OPEN I-O CPD043
           END-IF.
           IF ST-CPD043 <> "00"
              MOVE "ERRO ABERTURA CPD043: "  TO CPP043-MENSAGEM-ERRO
              MOVE ST-CPD043 TO CPP043-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
      *    CPD042 so p/ conferir o uso na exclusao - pode nao existir.
           MOVE "CPD042" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD042.
           OPEN INPUT CPD042
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           OPEN INPUT CXD020
           IF ST-CXD020 <> "00"
              MOVE "ERRO ABERTURA CXD020: "  TO CPP043-MENSAGEM-ERRO
              MOVE ST-CXD020 TO CPP043-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              MOVE "ERRO ABERTURA LOG003: "  TO CPP043-MENSAGEM-ERRO
              MOVE ST-LOG003 TO CPP043-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO CPP043-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN CPP043-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN CPP043-SAVE-FLG-TRUE
                   PERFORM SALVAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP043-LOAD-FLG-TRUE
                   PERFORM CARREGAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP043-EXCLUI-FLG-TRUE
                   PERFORM EXCLUI-RECORD
               WHEN CPP043-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN CPP043-LE-APURACAO-TRUE
                   PERFORM LE-APURACAO
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.

       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       LE-APURACAO SECTION.
           MOVE CPP043-APURACAO TO CODIGO-REDUZ-CX20.
           READ CXD020 INVALID KEY
                MOVE "********" TO DESCRICAO-CX20.
           MOVE DESCRICAO-CX20 TO CPP043-DESCR-APURACAO.

       CARREGAR-DADOS SECTION.
           MOVE ZEROS TO GRAVA-W.
           MOVE CPP043-CATEGORIA    TO CATEGORIA-CP43
           READ CPD043 INVALID KEY INITIALIZE REG-CPD043
                                   MOVE CPP043-CATEGORIA TO
                                        CATEGORIA-CP43
                                   MOVE 1 TO GRAVA-W.
           MOVE DESCRICAO-CP43        TO CPP043-DESCRICAO
           MOVE CODREDUZ-APUR-CP43    TO CPP043-APURACAO
           MOVE LIMITE-DIA-CP43       TO CPP043-LIMITE-DIA
           PERFORM LE-APURACAO.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
           IF CPP043-CATEGORIA = ZEROS
              MOVE "INFORME O CODIGO DA CATEGORIA" TO
                                                   CPP043-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP043-DESCRICAO = SPACES
              MOVE "INFORME A DESCRICAO DA CATEGORIA" TO
                                                   CPP043-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           PERFORM LE-APURACAO.
           IF CPP043-DESCR-APURACAO = "********"
              MOVE "CONTA DE APURACAO NAO CADASTRADA" TO
                                                   CPP043-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           MOVE CPP043-CATEGORIA       TO CATEGORIA-CP43
           MOVE CPP043-DESCRICAO       TO DESCRICAO-CP43
           MOVE CPP043-APURACAO        TO CODREDUZ-APUR-CP43
           MOVE CPP043-LIMITE-DIA      TO LIMITE-DIA-CP43
           IF GRAVA-W = 1
              WRITE REG-CPD043
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CP43
                       MOVE ZEROS TO GRAVA-W
              END-WRITE
           ELSE REWRITE REG-CPD043
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CP43
           END-REWRITE.
           GO SALVAR-DADOS-FIM.
       SALVAR-DADOS-ERRO.
           MOVE ZEROS TO ERRO-W.
       SALVAR-DADOS-FIM.
           EXIT.

       VERIFICA-USO SECTION.
      *    Categoria citada em alguma linha de relatorio de despesas.
           MOVE ZEROS TO EM-USO-W.
           IF ST-CPD042 NOT = "00"
              GO VERIFICA-USO-FIM.
           MOVE ZEROS TO NR-RELAT-CP42 LINHA-CP42.
           START CPD042 KEY IS NOT < CHAVE-CP42 INVALID KEY
                 MOVE "10" TO ST-CPD042.
           PERFORM UNTIL ST-CPD042 = "10"
              READ CPD042 NEXT RECORD AT END MOVE "10" TO ST-CPD042
              NOT AT END
                IF CATEGORIA-CP42 = CPP043-CATEGORIA
                   MOVE 1 TO EM-USO-W
                   MOVE "10" TO ST-CPD042
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD042.
       VERIFICA-USO-FIM.
           EXIT.

       EXCLUI-RECORD SECTION.
           MOVE CPP043-CATEGORIA TO CATEGORIA-CP43
           READ CPD043 INVALID KEY
              MOVE "CATEGORIA NAO ENCONTRADA" TO CPP043-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           NOT INVALID KEY
              PERFORM VERIFICA-USO
              IF EM-USO-W = 1
                 MOVE "CATEGORIA USADA EM RELATORIO - NAO EXCLUI"
                      TO CPP043-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
              ELSE
                 DELETE CPD043 NOT INVALID KEY
                    MOVE "E" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CP43
                 END-DELETE
                 PERFORM LIMPAR-DADOS
              END-IF
           END-READ.

       GRAVA-LOG-CP43 SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPD043"    TO LOG3-ARQUIVO
           MOVE "CPP043"    TO LOG3-PROGRAMA
           MOVE REG-CPD043  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CPP043-MENSAGEM-ERRO
           MOVE ST-CPD043        TO CPP043-MENSAGEM-ERRO(23: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-CPD043
           INITIALIZE CPP043-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       CLEAR-FLAGS SECTION.
           INITIALIZE CPP043-FLAG-GROUP.
       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CPP043" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.
       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, CPP043-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD043 CXD020 LOG003.
           IF ST-CPD042 = "00"
              CLOSE CPD042.
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
