      *AUTORA: EQUIPE KELLO
       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP036.
      *DATA: 15/10/2026
      *DESCRICAO: Cadastro dos Indices de Reajuste Mensais (CPD036)
      *           - variacao percentual de cada mes (AAAAMM) do
      *           IGP-M (1) e do IPCA (2), podendo ser negativa.
      *           O CPB090 acumula os 12 meses anteriores ao
      *           aniversario de cada contrato de fornecedor
      *           (CPD035) p/ reajustar as parcelas previstas. Toda
      *           mudanca gera imagem LOG003.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX036.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW036.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
           COPY "CPP036.CPB".
           COPY "CPP036.CPY".
           COPY "DS-CNTRL.MF".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD036             PIC XX       VALUE SPACES.
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
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  ANOMES-R REDEFINES ANOMES-W.
               10  ANO-W             PIC 9(4).
               10  MES-W             PIC 9(2).
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
           PERFORM CORPO-PROGRAMA UNTIL CPP036-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           INITIALIZE CPP036-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE CPP036-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE CPP036-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CPD036" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD036.
           OPEN I-O CPD036
           MOVE 1 TO GRAVA-W.
           IF ST-CPD036 = "35"
              CLOSE CPD036      OPEN OUTPUT CPD036
              CLOSE CPD036      OPEN I-O CPD036
           END-IF.
           IF ST-CPD036 <> "00"
              MOVE "ERRO ABERTURA CPD036: "  TO CPP036-MENSAGEM-ERRO
              MOVE ST-CPD036 TO CPP036-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              MOVE "ERRO ABERTURA LOG003: "  TO CPP036-MENSAGEM-ERRO
              MOVE ST-LOG003 TO CPP036-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO CPP036-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN CPP036-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN CPP036-SAVE-FLG-TRUE
                   PERFORM SALVAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP036-LOAD-FLG-TRUE
                   PERFORM CARREGAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP036-EXCLUI-FLG-TRUE
                   PERFORM EXCLUI-RECORD
               WHEN CPP036-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.

       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       CARREGAR-DADOS SECTION.
           MOVE ZEROS TO GRAVA-W.
           MOVE CPP036-INDICE       TO INDICE-CP36
           MOVE CPP036-ANOMES       TO ANOMES-CP36
           READ CPD036 INVALID KEY INITIALIZE REG-CPD036
                                   MOVE CPP036-INDICE TO INDICE-CP36
                                   MOVE CPP036-ANOMES TO ANOMES-CP36
                                   MOVE 1 TO GRAVA-W.
           MOVE PERC-CP36           TO CPP036-PERC.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
           IF CPP036-INDICE < 1 OR CPP036-INDICE > 2
              MOVE "INDICE: 1-IGP-M 2-IPCA" TO CPP036-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE CPP036-ANOMES TO ANOMES-W.
           IF ANO-W < 1995 OR MES-W < 1 OR MES-W > 12
              MOVE "MES/ANO INVALIDO (AAAAMM)" TO CPP036-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
           MOVE CPP036-INDICE       TO INDICE-CP36
           MOVE CPP036-ANOMES       TO ANOMES-CP36
           MOVE CPP036-PERC         TO PERC-CP36
           MOVE COD-USUARIO-W       TO USUARIO-CP36
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU         TO DATA-CP36
           IF GRAVA-W = 1
              WRITE REG-CPD036
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CP36
                       MOVE ZEROS TO GRAVA-W
              END-WRITE
           ELSE REWRITE REG-CPD036
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CP36
           END-REWRITE.
       SALVAR-DADOS-FIM.
           EXIT.

       EXCLUI-RECORD SECTION.
           MOVE CPP036-INDICE    TO INDICE-CP36
           MOVE CPP036-ANOMES    TO ANOMES-CP36
           READ CPD036 INVALID KEY
              MOVE "INDICE NAO ENCONTRADO" TO CPP036-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           NOT INVALID KEY
              DELETE CPD036 NOT INVALID KEY
                 MOVE "E" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-CP36
              END-DELETE
              PERFORM LIMPAR-DADOS
           END-READ.

       GRAVA-LOG-CP36 SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPD036"    TO LOG3-ARQUIVO
           MOVE "CPP036"    TO LOG3-PROGRAMA
           MOVE REG-CPD036  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CPP036-MENSAGEM-ERRO
           MOVE ST-CPD036        TO CPP036-MENSAGEM-ERRO(23: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-CPD036
           INITIALIZE CPP036-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       CLEAR-FLAGS SECTION.
           INITIALIZE CPP036-FLAG-GROUP.
       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CPP036" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.
       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, CPP036-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD036 LOG003.
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
