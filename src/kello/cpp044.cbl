      *AUTORA: EQUIPE KELLO
       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP044.
      *DATA: 15/10/2026
      *DESCRICAO: Eventos da folha de pagamento (CPD044) - de-para
      *           dos eventos do resumo que o escritorio de folha
      *           manda todo mes (salario liquido, FGTS, INSS, IRRF,
      *           pensao...) p/ os titulos gerados pelo CPB096: o
      *           credor em CGD001 (zeros = o fornecedor vem em cada
      *           linha, como o salario de cada funcionario), o
      *           portador (CAD018), a conta de apuracao (CXD020) e o
      *           dia/mes do vencimento. Toda mudanca gera imagem
      *           LOG003.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX044.
           COPY CGPX001.
           COPY CAPX018.
           COPY CXPX020.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW044.
       COPY CGPW001.
       COPY CAPW018.
       COPY CXPW020.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
           COPY "CPP044.CPB".
           COPY "CPP044.CPY".
           COPY "DS-CNTRL.MF".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD044             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CAD018             PIC XX       VALUE SPACES.
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
           PERFORM CORPO-PROGRAMA UNTIL CPP044-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           INITIALIZE CPP044-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE CPP044-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE CPP044-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CPD044" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD044.
           OPEN I-O CPD044
           MOVE 1 TO GRAVA-W.
           IF ST-CPD044 = "35"
              CLOSE CPD044      OPEN OUTPUT CPD044
              CLOSE CPD044      OPEN I-O CPD044
           END-IF.
           IF ST-CPD044 <> "00"
              MOVE "ERRO ABERTURA CPD044: "  TO CPP044-MENSAGEM-ERRO
              MOVE ST-CPD044 TO CPP044-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           OPEN INPUT CGD001 CAD018 CXD020
           IF ST-CGD001 <> "00"
              MOVE "ERRO ABERTURA CGD001: "  TO CPP044-MENSAGEM-ERRO
              MOVE ST-CGD001 TO CPP044-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CAD018 <> "00"
              MOVE "ERRO ABERTURA CAD018: "  TO CPP044-MENSAGEM-ERRO
              MOVE ST-CAD018 TO CPP044-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CXD020 <> "00"
              MOVE "ERRO ABERTURA CXD020: "  TO CPP044-MENSAGEM-ERRO
              MOVE ST-CXD020 TO CPP044-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              MOVE "ERRO ABERTURA LOG003: "  TO CPP044-MENSAGEM-ERRO
              MOVE ST-LOG003 TO CPP044-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO CPP044-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN CPP044-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN CPP044-SAVE-FLG-TRUE
                   PERFORM SALVAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP044-LOAD-FLG-TRUE
                   PERFORM CARREGAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP044-EXCLUI-FLG-TRUE
                   PERFORM EXCLUI-RECORD
               WHEN CPP044-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN CPP044-LE-FORNEC-TRUE
                   PERFORM LE-FORNEC
               WHEN CPP044-LE-PORTADOR-TRUE
                   PERFORM LE-PORTADOR
               WHEN CPP044-LE-APURACAO-TRUE
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

       LE-FORNEC SECTION.
           IF CPP044-FORNEC = ZEROS
              MOVE "FORNECEDOR DE CADA LINHA" TO CPP044-DESCR-FORNEC
           ELSE
              MOVE CPP044-FORNEC TO CODIGO-CG01
              READ CGD001 INVALID KEY
                   MOVE "********" TO NOME-CG01
              END-READ
              MOVE NOME-CG01 TO CPP044-DESCR-FORNEC
           END-IF.

       LE-PORTADOR SECTION.
           MOVE CPP044-PORTADOR TO PORTADOR.
           READ CAD018 INVALID KEY
                MOVE "********" TO NOME-PORT.
           MOVE NOME-PORT TO CPP044-DESCR-PORTADOR.

       LE-APURACAO SECTION.
           MOVE CPP044-APURACAO TO CODIGO-REDUZ-CX20.
           READ CXD020 INVALID KEY
                MOVE "********" TO DESCRICAO-CX20.
           MOVE DESCRICAO-CX20 TO CPP044-DESCR-APURACAO.

       CARREGAR-DADOS SECTION.
           MOVE ZEROS TO GRAVA-W.
           MOVE CPP044-EVENTO       TO EVENTO-CP44
           READ CPD044 INVALID KEY INITIALIZE REG-CPD044
                                   MOVE CPP044-EVENTO TO EVENTO-CP44
                                   MOVE 1 TO GRAVA-W.
           MOVE DESCRICAO-CP44        TO CPP044-DESCRICAO
           MOVE FORNEC-CP44           TO CPP044-FORNEC
           MOVE PORTADOR-CP44         TO CPP044-PORTADOR
           MOVE CODREDUZ-APUR-CP44    TO CPP044-APURACAO
           MOVE DIA-VENCTO-CP44       TO CPP044-DIA-VENCTO
           MOVE MES-VENCTO-CP44       TO CPP044-MES-VENCTO
           PERFORM LE-FORNEC
           PERFORM LE-PORTADOR
           PERFORM LE-APURACAO.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
           IF CPP044-EVENTO = ZEROS
              MOVE "INFORME O CODIGO DO EVENTO" TO
                                                   CPP044-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP044-DESCRICAO = SPACES
              MOVE "INFORME A DESCRICAO DO EVENTO" TO
                                                   CPP044-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           PERFORM LE-FORNEC.
           IF CPP044-DESCR-FORNEC = "********"
              MOVE "FORNECEDOR NAO CADASTRADO EM CGD001" TO
                                                   CPP044-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           PERFORM LE-PORTADOR.
           IF CPP044-DESCR-PORTADOR = "********"
              MOVE "PORTADOR NAO CADASTRADO" TO CPP044-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           PERFORM LE-APURACAO.
           IF CPP044-DESCR-APURACAO = "********"
              MOVE "CONTA DE APURACAO NAO CADASTRADA" TO
                                                   CPP044-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP044-DIA-VENCTO < 1 OR CPP044-DIA-VENCTO > 31
              MOVE "DIA DO VENCIMENTO INVALIDO (1 A 31)" TO
                                                   CPP044-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP044-MES-VENCTO > 1
              MOVE "MES DO VENCIMENTO: 0-MESMO MES  1-MES SEGUINTE"
                                                TO CPP044-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           MOVE CPP044-EVENTO          TO EVENTO-CP44
           MOVE CPP044-DESCRICAO       TO DESCRICAO-CP44
           MOVE CPP044-FORNEC          TO FORNEC-CP44
           MOVE CPP044-PORTADOR        TO PORTADOR-CP44
           MOVE CPP044-APURACAO        TO CODREDUZ-APUR-CP44
           MOVE CPP044-DIA-VENCTO      TO DIA-VENCTO-CP44
           MOVE CPP044-MES-VENCTO      TO MES-VENCTO-CP44
           IF GRAVA-W = 1
              WRITE REG-CPD044
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CP44
                       MOVE ZEROS TO GRAVA-W
              END-WRITE
           ELSE REWRITE REG-CPD044
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CP44
           END-REWRITE.
           GO SALVAR-DADOS-FIM.
       SALVAR-DADOS-ERRO.
           MOVE ZEROS TO ERRO-W.
       SALVAR-DADOS-FIM.
           EXIT.

       EXCLUI-RECORD SECTION.
           MOVE CPP044-EVENTO TO EVENTO-CP44
           READ CPD044 INVALID KEY
              MOVE "EVENTO NAO ENCONTRADO" TO CPP044-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           NOT INVALID KEY
              DELETE CPD044 NOT INVALID KEY
                 MOVE "E" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-CP44
              END-DELETE
              PERFORM LIMPAR-DADOS
           END-READ.

       GRAVA-LOG-CP44 SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPD044"    TO LOG3-ARQUIVO
           MOVE "CPP044"    TO LOG3-PROGRAMA
           MOVE REG-CPD044  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CPP044-MENSAGEM-ERRO
           MOVE ST-CPD044        TO CPP044-MENSAGEM-ERRO(23: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-CPD044
           INITIALIZE CPP044-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       CLEAR-FLAGS SECTION.
           INITIALIZE CPP044-FLAG-GROUP.
       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CPP044" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.
       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, CPP044-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD044 CGD001 CAD018 CXD020 LOG003.
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
