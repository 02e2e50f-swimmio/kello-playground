      *AUTORA: EQUIPE KELLO
       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP041.
      *DATA: 14/10/2026
      *DESCRICAO: Cadastro de Vendedores (COD041) - os contratos de
      *           formatura sao vendidos por representantes
      *           comissionados e a comissao era calculada numa
      *           planilha. Cada vendedor tem nome, fornecedor de
      *           pagamento (validado em CGD001), % de comissao
      *           sobre o recebido e flag ativo/inativo; o COP040
      *           grava o vendedor no contrato (VENDEDOR-CO40) e o
      *           CPB083 apura e paga a comissao. Toda mudanca gera
      *           imagem LOG003.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX041.
           COPY CGPX001.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW041.
       COPY CGPW001.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
           COPY "COP041.CPB".
           COPY "COP041.CPY".
           COPY "DS-CNTRL.MF".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD041             PIC XX       VALUE SPACES.
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
           PERFORM CORPO-PROGRAMA UNTIL COP041-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           INITIALIZE COP041-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE COP041-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE COP041-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "COD041" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD041.
           OPEN I-O COD041
           MOVE 1 TO GRAVA-W.
           IF ST-COD041 = "35"
              CLOSE COD041      OPEN OUTPUT COD041
              CLOSE COD041      OPEN I-O COD041
           END-IF.
           IF ST-COD041 <> "00"
              MOVE "ERRO ABERTURA COD041: "  TO COP041-MENSAGEM-ERRO
              MOVE ST-COD041 TO COP041-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           OPEN INPUT CGD001
           IF ST-CGD001 <> "00"
              MOVE "ERRO ABERTURA CGD001: "  TO COP041-MENSAGEM-ERRO
              MOVE ST-CGD001 TO COP041-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              MOVE "ERRO ABERTURA LOG003: "  TO COP041-MENSAGEM-ERRO
              MOVE ST-LOG003 TO COP041-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO COP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN COP041-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN COP041-SAVE-FLG-TRUE
                   PERFORM SALVAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN COP041-LOAD-FLG-TRUE
                   PERFORM CARREGAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN COP041-INATIVA-FLG-TRUE
                   PERFORM INATIVA-RECORD
               WHEN COP041-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN COP041-LE-FORNEC-TRUE
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
           MOVE COP041-FORNEC TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           MOVE NOME-CG01 TO COP041-DESCR-FORN.

       CARREGAR-DADOS SECTION.
           MOVE ZEROS TO GRAVA-W.
           MOVE COP041-VENDEDOR     TO CODIGO-CO41
           READ COD041 INVALID KEY INITIALIZE REG-COD041
                                   MOVE COP041-VENDEDOR TO CODIGO-CO41
                                   MOVE 1 TO GRAVA-W.
           MOVE NOME-CO41           TO COP041-NOME
           MOVE FORNEC-CO41         TO COP041-FORNEC
           MOVE PERC-COMISSAO-CO41  TO COP041-PERC-COMISSAO
           MOVE SITUACAO-CO41       TO COP041-SITUACAO
           PERFORM LE-FORNEC.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
           IF COP041-VENDEDOR = ZEROS
              MOVE "CODIGO DO VENDEDOR E OBRIGATORIO" TO
                                                   COP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COP041-NOME = SPACES
              MOVE "INFORME O NOME DO VENDEDOR" TO COP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
      *    Sem fornecedor nao ha a quem pagar a comissao.
           IF COP041-FORNEC = ZEROS
              MOVE "INFORME O FORNECEDOR DE PAGAMENTO" TO
                                                   COP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           ELSE
              PERFORM LE-FORNEC
              IF NOME-CG01 = "********"
                 MOVE "FORNECEDOR NAO CADASTRADO" TO
                                                   COP041-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
           MOVE COP041-VENDEDOR       TO CODIGO-CO41
           MOVE COP041-NOME           TO NOME-CO41
           MOVE COP041-FORNEC         TO FORNEC-CO41
           MOVE COP041-PERC-COMISSAO  TO PERC-COMISSAO-CO41
           MOVE COP041-SITUACAO       TO SITUACAO-CO41
           IF GRAVA-W = 1
              WRITE REG-COD041
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CO41
              END-WRITE
           ELSE REWRITE REG-COD041
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CO41
           END-REWRITE.
       SALVAR-DADOS-FIM.
           EXIT.

       INATIVA-RECORD SECTION.
      *    Toggle ativo/inativo - nao excluimos vendedor com
      *    contrato vendido (a comissao continua sendo apurada).
           MOVE COP041-VENDEDOR TO CODIGO-CO41
           READ COD041 INVALID KEY
              MOVE "VENDEDOR NAO ENCONTRADO" TO COP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO INATIVA-RECORD-FIM.
           IF SITUACAO-CO41 = 0
              MOVE 1 TO SITUACAO-CO41
           ELSE
              MOVE 0 TO SITUACAO-CO41
           END-IF.
           REWRITE REG-COD041
               INVALID KEY PERFORM ERRO-GRAVACAO
               NOT INVALID KEY
                   MOVE "A" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-CO41
           END-REWRITE.
           PERFORM CARREGAR-DADOS.
       INATIVA-RECORD-FIM.
           EXIT.

       GRAVA-LOG-CO41 SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "COD041"    TO LOG3-ARQUIVO
           MOVE "COP041"    TO LOG3-PROGRAMA
           MOVE REG-COD041  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO COP041-MENSAGEM-ERRO
           MOVE ST-COD041        TO COP041-MENSAGEM-ERRO(23: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-COD041
           INITIALIZE COP041-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       CLEAR-FLAGS SECTION.
           INITIALIZE COP041-FLAG-GROUP.
       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "COP041" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.
       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, COP041-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD041 CGD001 LOG003.
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
