      *AUTORA: EQUIPE KELLO
       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP035.
      *DATA: 15/10/2026
      *DESCRICAO: Cadastro de Contratos de Fornecedor (CPD035) -
      *           aluguel, seguranca, licencas e limpeza deixam de
      *           ser so uma conta permanente repetida para sempre:
      *           cada contrato liga o fornecedor/nr. documento da
      *           conta permanente de CPD020 (TIPO-CONTA-CP20 = 1) a
      *           vigencia (inicio/fim), valor mensal, teto global e
      *           indice de reajuste (1-IGP-M 2-IPCA, valores mensais
      *           em CPD036 pelo CPP036). O CPB090 reajusta as
      *           parcelas previstas no aniversario e avisa 60 dias
      *           antes do fim; o CPB021 para de repor parcela alem
      *           do fim ou do teto. Toda mudanca gera imagem LOG003.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX035.
           COPY CPPX020.
           COPY CGPX001.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW035.
       COPY CPPW020.
       COPY CGPW001.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
           COPY "CPP035.CPB".
           COPY "CPP035.CPY".
           COPY "DS-CNTRL.MF".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD035             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
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
           05  ACHOU-CONTA-W         PIC 9        VALUE ZEROS.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
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
           PERFORM CORPO-PROGRAMA UNTIL CPP035-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           INITIALIZE CPP035-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE CPP035-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE CPP035-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CPD035" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD035.
           OPEN I-O CPD035
           MOVE 1 TO GRAVA-W.
           IF ST-CPD035 = "35"
              CLOSE CPD035      OPEN OUTPUT CPD035
              CLOSE CPD035      OPEN I-O CPD035
           END-IF.
           IF ST-CPD035 <> "00"
              MOVE "ERRO ABERTURA CPD035: "  TO CPP035-MENSAGEM-ERRO
              MOVE ST-CPD035 TO CPP035-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           OPEN INPUT CPD020 CGD001
           IF ST-CPD020 <> "00"
              MOVE "ERRO ABERTURA CPD020: "  TO CPP035-MENSAGEM-ERRO
              MOVE ST-CPD020 TO CPP035-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CGD001 <> "00"
              MOVE "ERRO ABERTURA CGD001: "  TO CPP035-MENSAGEM-ERRO
              MOVE ST-CGD001 TO CPP035-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              MOVE "ERRO ABERTURA LOG003: "  TO CPP035-MENSAGEM-ERRO
              MOVE ST-LOG003 TO CPP035-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO CPP035-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN CPP035-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN CPP035-SAVE-FLG-TRUE
                   PERFORM SALVAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP035-LOAD-FLG-TRUE
                   PERFORM CARREGAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP035-EXCLUI-FLG-TRUE
                   PERFORM EXCLUI-RECORD
               WHEN CPP035-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN CPP035-LE-FORNEC-TRUE
                   PERFORM LE-FORNEC
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
           MOVE CPP035-FORNEC TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           MOVE NOME-CG01 TO CPP035-DESCR-FORN.

       CARREGAR-DADOS SECTION.
           MOVE ZEROS TO GRAVA-W.
           MOVE CPP035-FORNEC       TO FORNEC-CP35
           MOVE CPP035-NR-DOCTO     TO NR-DOCTO-CP35
           READ CPD035 INVALID KEY INITIALIZE REG-CPD035
                                   MOVE CPP035-FORNEC TO FORNEC-CP35
                                   MOVE CPP035-NR-DOCTO TO
                                        NR-DOCTO-CP35
                                   MOVE 1 TO GRAVA-W.
           MOVE DESCRICAO-CP35      TO CPP035-DESCRICAO
           MOVE DATA-INICIO-CP35    TO CPP035-DATA-INICIO
           MOVE DATA-FIM-CP35       TO CPP035-DATA-FIM
           MOVE VALOR-MENSAL-CP35   TO CPP035-VALOR-MENSAL
           MOVE VALOR-TETO-CP35     TO CPP035-VALOR-TETO
           MOVE INDICE-CP35         TO CPP035-INDICE
           MOVE SITUACAO-CP35       TO CPP035-SITUACAO
           MOVE DATA-ULT-REAJ-CP35  TO CPP035-DATA-ULT-REAJ
           MOVE PERC-ULT-REAJ-CP35  TO CPP035-PERC-ULT-REAJ
           PERFORM LE-FORNEC.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
           PERFORM LE-FORNEC.
           IF NOME-CG01 = "********"
              MOVE "FORNECEDOR NAO CADASTRADO" TO CPP035-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           PERFORM VERIFICA-CONTA-PERMANENTE.
           IF ACHOU-CONTA-W = 0
              MOVE "DOCTO NAO E CONTA PERMANENTE DO FORNECEDOR"
                   TO CPP035-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP035-DATA-INICIO = ZEROS OR CPP035-DATA-FIM = ZEROS
              MOVE "INFORME A VIGENCIA DO CONTRATO" TO
                                                   CPP035-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP035-DATA-FIM NOT > CPP035-DATA-INICIO
              MOVE "FIM DA VIGENCIA ANTERIOR AO INICIO" TO
                                                   CPP035-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP035-VALOR-MENSAL = ZEROS
              MOVE "INFORME O VALOR MENSAL" TO CPP035-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP035-VALOR-TETO > ZEROS AND
              CPP035-VALOR-TETO < CPP035-VALOR-MENSAL
              MOVE "TETO MENOR QUE O VALOR MENSAL" TO
                                                   CPP035-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP035-INDICE > 2
              MOVE "INDICE: 0-SEM REAJUSTE 1-IGP-M 2-IPCA" TO
                                                   CPP035-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP035-SITUACAO > 1
              MOVE "SITUACAO: 0-ATIVO 1-ENCERRADO" TO
                                                   CPP035-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           MOVE CPP035-FORNEC       TO FORNEC-CP35
           MOVE CPP035-NR-DOCTO     TO NR-DOCTO-CP35
           MOVE CPP035-DESCRICAO    TO DESCRICAO-CP35
      *    Vigencia alterada: o aviso de vencimento volta a valer
      *    p/ a nova data de fim.
           IF CPP035-DATA-FIM NOT = DATA-FIM-CP35
              MOVE ZEROS TO DATA-AVISO-CP35.
           MOVE CPP035-DATA-INICIO  TO DATA-INICIO-CP35
           MOVE CPP035-DATA-FIM     TO DATA-FIM-CP35
           MOVE CPP035-VALOR-MENSAL TO VALOR-MENSAL-CP35
           MOVE CPP035-VALOR-TETO   TO VALOR-TETO-CP35
           MOVE CPP035-INDICE       TO INDICE-CP35
           MOVE CPP035-SITUACAO     TO SITUACAO-CP35
           MOVE COD-USUARIO-W       TO USUARIO-CP35
           IF GRAVA-W = 1
              WRITE REG-CPD035
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CP35
                       MOVE ZEROS TO GRAVA-W
              END-WRITE
           ELSE REWRITE REG-CPD035
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CP35
           END-REWRITE.
           GO SALVAR-DADOS-FIM.
       SALVAR-DADOS-ERRO.
           MOVE ZEROS TO ERRO-W.
       SALVAR-DADOS-FIM.
           EXIT.

       VERIFICA-CONTA-PERMANENTE SECTION.
      *    O contrato so pode apontar p/ uma conta permanente
      *    existente do fornecedor (qualquer situacao).
           MOVE ZEROS TO ACHOU-CONTA-W.
           MOVE CPP035-FORNEC TO FORNEC-W FORNEC-CP20.
           MOVE ZEROS         TO DATA-VENCTO-CP20 SEQ-CP20.
           START CPD020 KEY IS NOT < ALT5-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-W
                      MOVE "10" TO ST-CPD020
                   ELSE
                      IF NR-DOCTO-CP20 = CPP035-NR-DOCTO AND
                         TIPO-CONTA-CP20 = 1
                         MOVE 1    TO ACHOU-CONTA-W
                         MOVE "10" TO ST-CPD020
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD020.

       EXCLUI-RECORD SECTION.
           MOVE CPP035-FORNEC    TO FORNEC-CP35
           MOVE CPP035-NR-DOCTO  TO NR-DOCTO-CP35
           READ CPD035 INVALID KEY
              MOVE "CONTRATO NAO ENCONTRADO" TO CPP035-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           NOT INVALID KEY
              DELETE CPD035 NOT INVALID KEY
                 MOVE "E" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-CP35
              END-DELETE
              PERFORM LIMPAR-DADOS
           END-READ.

       GRAVA-LOG-CP35 SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPD035"    TO LOG3-ARQUIVO
           MOVE "CPP035"    TO LOG3-PROGRAMA
           MOVE REG-CPD035  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CPP035-MENSAGEM-ERRO
           MOVE ST-CPD035        TO CPP035-MENSAGEM-ERRO(23: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-CPD035
           INITIALIZE CPP035-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       CLEAR-FLAGS SECTION.
           INITIALIZE CPP035-FLAG-GROUP.
       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CPP035" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.
       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, CPP035-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD035 CPD020 CGD001 LOG003.
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
