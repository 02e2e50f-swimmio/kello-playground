      *AUTORA: EQUIPE KELLO
       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP080.
      *DATA: 15/10/2026
      *DESCRICAO: Agenda de Eventos do Contrato (COD080) e Equipe
      *           Alocada (COD081) - colacao, culto, baile e aula da
      *           saudade de cada contrato, com data, horario e
      *           local, viviam num quadro branco e os fotografos/
      *           cinegrafistas (freelancers, fornecedores de
      *           CGD001, pagos por evento) eram escalados em dobro
      *           nos sabados cheios. Cada evento recebe a equipe
      *           com funcao e cache; a alocacao e recusada se o
      *           profissional ja estiver em outro evento (nao
      *           cancelado) no mesmo dia com horario sobreposto -
      *           evento sem horario ocupa o dia todo. Mudar data/
      *           horario de evento com equipe reconfere todos.
      *           Encerrar o evento (realizado) libera o cache p/ o
      *           CPB084 gerar os titulos em CPD020; evento
      *           encerrado nao muda mais. Campos de tela COP080-
      *           CONTRATO/SEQ/TIPO/DATA/HORA-INI/HORA-FIM/LOCAL/
      *           SITUACAO e, da equipe, COP080-FORNEC/DESCR-FORN/
      *           FUNCAO/CACHE com a lista COP080-LINDET. Toda
      *           mudanca gera imagem LOG003.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX080.
           COPY COPX081.
           COPY COPX040.
           COPY CGPX001.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW080.
       COPY COPW081.
       COPY COPW040.
       COPY CGPW001.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
           COPY "COP080.CPB".
           COPY "COP080.CPY".
           COPY "DS-CNTRL.MF".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD080             PIC XX       VALUE SPACES.
           05  ST-COD081             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
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
           05  ULT-SEQ-W             PIC 9(3)     VALUE ZEROS.
           05  MUDOU-HORARIO-W       PIC 9        VALUE ZEROS.
           05  SITUACAO-ANT-W        PIC 9        VALUE ZEROS.
      *    Conferencia de dupla alocacao: profissional, data e
      *    horario pretendidos e o evento que esta sendo alocado
           05  CONF-FORNEC-W         PIC 9(6)     VALUE ZEROS.
           05  CONF-DATA-W           PIC 9(8)     VALUE ZEROS.
           05  CONF-HORA-INI-W       PIC 9(4)     VALUE ZEROS.
           05  CONF-HORA-FIM-W       PIC 9(4)     VALUE ZEROS.
           05  CONFLITO-W            PIC 9        VALUE ZEROS.
           05  CONFLITO-CONTRATO-W   PIC 9(4)     VALUE ZEROS.
           05  CONFLITO-SEQ-W        PIC 9(3)     VALUE ZEROS.
           05  FIM-ALT1-W            PIC 9        VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  QT-EQUIPE-W           PIC 9(3)     VALUE ZEROS.
           05  TB-EQUIPE.
               10  EQP-FORNEC-TB     PIC 9(6)     OCCURS 100.
           05  CACHE-E               PIC ZZZ.ZZ9,99.
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
           PERFORM CORPO-PROGRAMA UNTIL COP080-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           INITIALIZE COP080-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE COP080-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE COP080-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "COD080" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD080.
           OPEN I-O COD080
           MOVE 1 TO GRAVA-W.
           IF ST-COD080 = "35"
              CLOSE COD080      OPEN OUTPUT COD080
              CLOSE COD080      OPEN I-O COD080
           END-IF.
           IF ST-COD080 <> "00"
              MOVE "ERRO ABERTURA COD080: "  TO COP080-MENSAGEM-ERRO
              MOVE ST-COD080 TO COP080-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "COD081" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD081.
           OPEN I-O COD081
           IF ST-COD081 = "35"
              CLOSE COD081      OPEN OUTPUT COD081
              CLOSE COD081      OPEN I-O COD081
           END-IF.
           IF ST-COD081 <> "00"
              MOVE "ERRO ABERTURA COD081: "  TO COP080-MENSAGEM-ERRO
              MOVE ST-COD081 TO COP080-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           OPEN INPUT COD040
           IF ST-COD040 <> "00"
              MOVE "ERRO ABERTURA COD040: "  TO COP080-MENSAGEM-ERRO
              MOVE ST-COD040 TO COP080-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           OPEN INPUT CGD001
           IF ST-CGD001 <> "00"
              MOVE "ERRO ABERTURA CGD001: "  TO COP080-MENSAGEM-ERRO
              MOVE ST-CGD001 TO COP080-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              MOVE "ERRO ABERTURA LOG003: "  TO COP080-MENSAGEM-ERRO
              MOVE ST-LOG003 TO COP080-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN COP080-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN COP080-SAVE-FLG-TRUE
                   PERFORM SALVAR-DADOS
                   PERFORM CARREGA-LISTA
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN COP080-LOAD-FLG-TRUE
                   PERFORM CARREGAR-DADOS
                   PERFORM CARREGA-LISTA
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN COP080-EXCLUI-FLG-TRUE
                   PERFORM EXCLUI-EVENTO
               WHEN COP080-ENCERRA-FLG-TRUE
                   PERFORM ENCERRA-EVENTO
               WHEN COP080-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN COP080-LE-FORNEC-TRUE
                   PERFORM LE-FORNEC
               WHEN COP080-INCLUI-EQUIPE-TRUE
                   PERFORM INCLUI-EQUIPE
                   PERFORM CARREGA-LISTA
               WHEN COP080-EXCLUI-EQUIPE-TRUE
                   PERFORM EXCLUI-EQUIPE
                   PERFORM CARREGA-LISTA
               WHEN COP080-CARREGA-LIST-BOX-TRUE
                   MOVE COP080-LINDET(1: 6) TO COP080-FORNEC
                   PERFORM CARREGA-EQUIPE
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
           MOVE COP080-FORNEC TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           MOVE NOME-CG01 TO COP080-DESCR-FORN.

       CARREGAR-DADOS SECTION.
           MOVE ZEROS TO GRAVA-W.
           MOVE COP080-CONTRATO     TO NR-CONTRATO-CO80
           MOVE COP080-SEQ          TO SEQ-EVENTO-CO80
           READ COD080 INVALID KEY INITIALIZE REG-COD080
                                   MOVE COP080-CONTRATO TO
                                        NR-CONTRATO-CO80
                                   MOVE COP080-SEQ TO
                                        SEQ-EVENTO-CO80
                                   MOVE 1 TO GRAVA-W.
           MOVE TIPO-EVENTO-CO80    TO COP080-TIPO
           MOVE DATA-EVENTO-CO80    TO COP080-DATA
           MOVE HORA-INI-CO80       TO COP080-HORA-INI
           MOVE HORA-FIM-CO80       TO COP080-HORA-FIM
           MOVE LOCAL-CO80          TO COP080-LOCAL
           MOVE SITUACAO-CO80       TO COP080-SITUACAO.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W MUDOU-HORARIO-W SITUACAO-ANT-W.
           MOVE COP080-CONTRATO TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                MOVE "CONTRATO NAO CADASTRADO EM COD040" TO
                                                   COP080-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
           END-READ.
           IF COP080-DATA = ZEROS
              MOVE "INFORME A DATA DO EVENTO" TO COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COP080-TIPO < 1 OR COP080-TIPO > 5
              MOVE "TIPO DE EVENTO INVALIDO (1 A 5)" TO
                                                   COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COP080-HORA-INI > 2359 OR COP080-HORA-FIM > 2359 OR
              (COP080-HORA-FIM > ZEROS AND
               COP080-HORA-FIM NOT > COP080-HORA-INI)
              MOVE "HORARIO DO EVENTO INVALIDO" TO
                                                   COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
      *    Encerramento so pelo botao proprio (libera o pagamento).
           IF COP080-SITUACAO <> 0 AND COP080-SITUACAO <> 2
              MOVE "SITUACAO: 0-AGENDADO 2-CANCELADO" TO
                                                   COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
           IF GRAVA-W = 1 AND COP080-SEQ = ZEROS
              PERFORM ACHA-SEQ-EVENTO
              MOVE ULT-SEQ-W TO COP080-SEQ
           END-IF.
           IF GRAVA-W = 0
              MOVE COP080-CONTRATO TO NR-CONTRATO-CO80
              MOVE COP080-SEQ      TO SEQ-EVENTO-CO80
              READ COD080 INVALID KEY
                   MOVE 1 TO GRAVA-W
              NOT INVALID KEY
                   MOVE SITUACAO-CO80 TO SITUACAO-ANT-W
                   IF DATA-EVENTO-CO80 <> COP080-DATA OR
                      HORA-INI-CO80 <> COP080-HORA-INI OR
                      HORA-FIM-CO80 <> COP080-HORA-FIM
                      MOVE 1 TO MUDOU-HORARIO-W
                   END-IF
              END-READ
           END-IF.
           IF SITUACAO-ANT-W = 1
              MOVE "EVENTO ENCERRADO NAO PODE SER ALTERADO" TO
                                                   COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
      *    Nova data/horario (ou reativacao de evento cancelado)
      *    reconfere a agenda de toda a equipe ja alocada.
           IF COP080-SITUACAO = 0 AND
              (MUDOU-HORARIO-W = 1 OR SITUACAO-ANT-W = 2)
              PERFORM RECONFERE-EQUIPE
              IF CONFLITO-W = 1
                 GO SALVAR-DADOS-FIM
              END-IF
           END-IF.
           MOVE COP080-CONTRATO     TO NR-CONTRATO-CO80
           MOVE COP080-SEQ          TO SEQ-EVENTO-CO80
           MOVE COP080-TIPO         TO TIPO-EVENTO-CO80
           MOVE COP080-DATA         TO DATA-EVENTO-CO80
           MOVE COP080-HORA-INI     TO HORA-INI-CO80
           MOVE COP080-HORA-FIM     TO HORA-FIM-CO80
           MOVE COP080-LOCAL        TO LOCAL-CO80
           MOVE COP080-SITUACAO     TO SITUACAO-CO80
           IF GRAVA-W = 1
              MOVE ZEROS TO DATA-ENCERRA-CO80
              WRITE REG-COD080
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
                       MOVE 0 TO GRAVA-W
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CO80
              END-WRITE
           ELSE REWRITE REG-COD080
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CO80
                    IF MUDOU-HORARIO-W = 1
                       PERFORM ATUALIZA-HORARIO-EQUIPE
                    END-IF
           END-REWRITE.
       SALVAR-DADOS-FIM.
           EXIT.

       ACHA-SEQ-EVENTO SECTION.
           MOVE COP080-CONTRATO TO NR-CONTRATO-CO80.
           MOVE ZEROS           TO SEQ-EVENTO-CO80 ULT-SEQ-W.
           START COD080 KEY IS NOT < CHAVE-CO80 INVALID KEY
                 MOVE "10" TO ST-COD080.
           PERFORM UNTIL ST-COD080 = "10"
              READ COD080 NEXT RECORD AT END MOVE "10" TO ST-COD080
              NOT AT END
                IF NR-CONTRATO-CO80 NOT = COP080-CONTRATO
                   MOVE "10" TO ST-COD080
                ELSE
                   MOVE SEQ-EVENTO-CO80 TO ULT-SEQ-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD080.
           ADD 1 TO ULT-SEQ-W.

       CARREGA-TABELA-EQUIPE SECTION.
      *    Profissionais alocados no evento da tela (a conferencia
      *    de agenda reposiciona o COD081 pela chave ALT1).
           MOVE ZEROS TO QT-EQUIPE-W.
           MOVE COP080-CONTRATO TO NR-CONTRATO-CO81.
           MOVE COP080-SEQ      TO SEQ-EVENTO-CO81.
           MOVE ZEROS           TO FORNEC-CO81.
           START COD081 KEY IS NOT < CHAVE-CO81 INVALID KEY
                 MOVE "10" TO ST-COD081.
           PERFORM UNTIL ST-COD081 = "10"
              READ COD081 NEXT RECORD AT END MOVE "10" TO ST-COD081
              NOT AT END
                IF NR-CONTRATO-CO81 NOT = COP080-CONTRATO OR
                   SEQ-EVENTO-CO81 NOT = COP080-SEQ
                   MOVE "10" TO ST-COD081
                ELSE
                   IF QT-EQUIPE-W < 100
                      ADD 1 TO QT-EQUIPE-W
                      MOVE FORNEC-CO81 TO EQP-FORNEC-TB(QT-EQUIPE-W)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD081.

       RECONFERE-EQUIPE SECTION.
           MOVE ZEROS TO CONFLITO-W.
           PERFORM CARREGA-TABELA-EQUIPE.
           MOVE COP080-DATA     TO CONF-DATA-W.
           MOVE COP080-HORA-INI TO CONF-HORA-INI-W.
           MOVE COP080-HORA-FIM TO CONF-HORA-FIM-W.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-EQUIPE-W OR CONFLITO-W = 1
              MOVE EQP-FORNEC-TB(I) TO CONF-FORNEC-W
              PERFORM CONFERE-AGENDA
           END-PERFORM.
           IF CONFLITO-W = 1
              PERFORM MOSTRA-CONFLITO.

       ATUALIZA-HORARIO-EQUIPE SECTION.
      *    Copia a data/horario novos nas alocacoes (chave ALT1).
           PERFORM CARREGA-TABELA-EQUIPE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-EQUIPE-W
              MOVE COP080-CONTRATO  TO NR-CONTRATO-CO81
              MOVE COP080-SEQ       TO SEQ-EVENTO-CO81
              MOVE EQP-FORNEC-TB(I) TO FORNEC-CO81
              READ COD081 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE COP080-DATA     TO DATA-EVENTO-CO81
                   MOVE COP080-HORA-INI TO HORA-INI-CO81
                   MOVE COP080-HORA-FIM TO HORA-FIM-CO81
                   REWRITE REG-COD081 NOT INVALID KEY
                        MOVE "A" TO LOG3-OPERACAO
                        PERFORM GRAVA-LOG-CO81
                   END-REWRITE
              END-READ
           END-PERFORM.

       CONFERE-AGENDA SECTION.
      *    Procura o profissional CONF-FORNEC-W em outro evento nao
      *    cancelado na data CONF-DATA-W com horario sobreposto
      *    (horario zerado em qualquer dos dois = dia todo).
           MOVE ZEROS TO FIM-ALT1-W.
           MOVE CONF-FORNEC-W TO FORNEC-CO81.
           MOVE CONF-DATA-W   TO DATA-EVENTO-CO81.
           START COD081 KEY IS NOT < ALT1-CO81 INVALID KEY
                 MOVE 1 TO FIM-ALT1-W.
           PERFORM UNTIL FIM-ALT1-W = 1 OR CONFLITO-W = 1
              READ COD081 NEXT RECORD AT END MOVE 1 TO FIM-ALT1-W
              NOT AT END
                IF FORNEC-CO81 NOT = CONF-FORNEC-W OR
                   DATA-EVENTO-CO81 NOT = CONF-DATA-W
                   MOVE 1 TO FIM-ALT1-W
                ELSE
                   IF NR-CONTRATO-CO81 NOT = COP080-CONTRATO OR
                      SEQ-EVENTO-CO81 NOT = COP080-SEQ
                      PERFORM CONFERE-UMA-ALOCACAO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD081.

       CONFERE-UMA-ALOCACAO SECTION.
           MOVE NR-CONTRATO-CO81 TO NR-CONTRATO-CO80.
           MOVE SEQ-EVENTO-CO81  TO SEQ-EVENTO-CO80.
           READ COD080 INVALID KEY
                GO CONFERE-UMA-ALOCACAO-FIM.
           IF SITUACAO-CO80 = 2
              GO CONFERE-UMA-ALOCACAO-FIM.
           IF CONF-HORA-FIM-W = ZEROS OR HORA-FIM-CO81 = ZEROS OR
              (CONF-HORA-INI-W < HORA-FIM-CO81 AND
               HORA-INI-CO81 < CONF-HORA-FIM-W)
              MOVE 1                TO CONFLITO-W
              MOVE NR-CONTRATO-CO81 TO CONFLITO-CONTRATO-W
              MOVE SEQ-EVENTO-CO81  TO CONFLITO-SEQ-W.
       CONFERE-UMA-ALOCACAO-FIM.
           EXIT.

       MOSTRA-CONFLITO SECTION.
           MOVE SPACES TO COP080-MENSAGEM-ERRO.
           STRING "PROFISSIONAL " CONF-FORNEC-W " JA ESTA NO EVENTO "
                  CONFLITO-CONTRATO-W "/" CONFLITO-SEQ-W
                  DELIMITED BY SIZE INTO COP080-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE ZEROS TO ERRO-W.

       INCLUI-EQUIPE SECTION.
           MOVE ZEROS TO ERRO-W CONFLITO-W.
           MOVE COP080-CONTRATO TO NR-CONTRATO-CO80.
           MOVE COP080-SEQ      TO SEQ-EVENTO-CO80.
           READ COD080 INVALID KEY
                MOVE "GRAVE O EVENTO ANTES DA EQUIPE" TO
                                                   COP080-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO INCLUI-EQUIPE-FIM.
           IF SITUACAO-CO80 NOT = 0
              MOVE "EVENTO ENCERRADO/CANCELADO" TO
                                                   COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO INCLUI-EQUIPE-FIM.
           MOVE DATA-EVENTO-CO80 TO CONF-DATA-W.
           MOVE HORA-INI-CO80    TO CONF-HORA-INI-W.
           MOVE HORA-FIM-CO80    TO CONF-HORA-FIM-W.
           PERFORM LE-FORNEC.
           IF NOME-CG01 = "********"
              MOVE "FORNECEDOR NAO CADASTRADO" TO COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO INCLUI-EQUIPE-FIM.
           IF SITUACAO-CG01 = 1
              MOVE "FORNECEDOR BLOQUEADO" TO COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO INCLUI-EQUIPE-FIM.
           IF COP080-FUNCAO < 1 OR COP080-FUNCAO > 3
              MOVE "FUNCAO: 1-FOTOGRAFO 2-CINEGRAFISTA 3-AUXILIAR" TO
                                                   COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO INCLUI-EQUIPE-FIM.
           IF COP080-CACHE = ZEROS
              MOVE "INFORME O CACHE DO EVENTO" TO COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO INCLUI-EQUIPE-FIM.
           MOVE COP080-FORNEC TO CONF-FORNEC-W.
           PERFORM CONFERE-AGENDA.
           IF CONFLITO-W = 1
              PERFORM MOSTRA-CONFLITO
              GO INCLUI-EQUIPE-FIM.

           MOVE COP080-CONTRATO TO NR-CONTRATO-CO81.
           MOVE COP080-SEQ      TO SEQ-EVENTO-CO81.
           MOVE COP080-FORNEC   TO FORNEC-CO81.
           READ COD081 INVALID KEY
                INITIALIZE REG-COD081
                MOVE COP080-CONTRATO TO NR-CONTRATO-CO81
                MOVE COP080-SEQ      TO SEQ-EVENTO-CO81
                MOVE COP080-FORNEC   TO FORNEC-CO81
                MOVE 1 TO GRAVA-W
           NOT INVALID KEY
                MOVE 0 TO GRAVA-W
           END-READ.
           MOVE COP080-FUNCAO    TO FUNCAO-CO81.
           MOVE COP080-CACHE     TO VALOR-CACHE-CO81.
           MOVE CONF-DATA-W      TO DATA-EVENTO-CO81.
           MOVE CONF-HORA-INI-W  TO HORA-INI-CO81.
           MOVE CONF-HORA-FIM-W  TO HORA-FIM-CO81.
           IF GRAVA-W = 1
              MOVE ZEROS TO SEQ-TITULO-CO81
              WRITE REG-COD081
                   INVALID KEY PERFORM ERRO-GRAVACAO-CO81
                   NOT INVALID KEY
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CO81
              END-WRITE
           ELSE REWRITE REG-COD081
                INVALID KEY PERFORM ERRO-GRAVACAO-CO81
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CO81
           END-REWRITE.
           MOVE 0 TO GRAVA-W.
       INCLUI-EQUIPE-FIM.
           EXIT.

       EXCLUI-EQUIPE SECTION.
           MOVE COP080-CONTRATO TO NR-CONTRATO-CO81.
           MOVE COP080-SEQ      TO SEQ-EVENTO-CO81.
           MOVE COP080-FORNEC   TO FORNEC-CO81.
           READ COD081 INVALID KEY
                MOVE "PROFISSIONAL NAO ALOCADO NO EVENTO" TO
                                                   COP080-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO EXCLUI-EQUIPE-FIM.
           IF SEQ-TITULO-CO81 > ZEROS
              MOVE "CACHE JA PAGO - NAO PODE SER EXCLUIDO" TO
                                                   COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EXCLUI-EQUIPE-FIM.
           DELETE COD081 NOT INVALID KEY
              MOVE "E" TO LOG3-OPERACAO
              PERFORM GRAVA-LOG-CO81
           END-DELETE.
       EXCLUI-EQUIPE-FIM.
           EXIT.

       CARREGA-EQUIPE SECTION.
           MOVE COP080-CONTRATO TO NR-CONTRATO-CO81.
           MOVE COP080-SEQ      TO SEQ-EVENTO-CO81.
           MOVE COP080-FORNEC   TO FORNEC-CO81.
           READ COD081 INVALID KEY
                INITIALIZE REG-COD081.
           MOVE FUNCAO-CO81      TO COP080-FUNCAO.
           MOVE VALOR-CACHE-CO81 TO COP080-CACHE.
           PERFORM LE-FORNEC.

       ENCERRA-EVENTO SECTION.
      *    Evento realizado: cache da equipe liberado p/ o CPB084.
           MOVE COP080-CONTRATO TO NR-CONTRATO-CO80.
           MOVE COP080-SEQ      TO SEQ-EVENTO-CO80.
           READ COD080 INVALID KEY
              MOVE "EVENTO NAO ENCONTRADO" TO COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ENCERRA-EVENTO-FIM.
           IF SITUACAO-CO80 NOT = 0
              MOVE "EVENTO JA ENCERRADO/CANCELADO" TO
                                                   COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ENCERRA-EVENTO-FIM.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           IF DATA-EVENTO-CO80 > WS-DATA-CPU
              MOVE "EVENTO AINDA NAO REALIZADO" TO COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ENCERRA-EVENTO-FIM.
           MOVE 1           TO SITUACAO-CO80.
           MOVE WS-DATA-CPU TO DATA-ENCERRA-CO80.
           REWRITE REG-COD080
               INVALID KEY PERFORM ERRO-GRAVACAO
               NOT INVALID KEY
                   MOVE "A" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-CO80
           END-REWRITE.
           MOVE SITUACAO-CO80 TO COP080-SITUACAO.
       ENCERRA-EVENTO-FIM.
           EXIT.

       EXCLUI-EVENTO SECTION.
           MOVE COP080-CONTRATO TO NR-CONTRATO-CO80.
           MOVE COP080-SEQ      TO SEQ-EVENTO-CO80.
           READ COD080 INVALID KEY
              MOVE "EVENTO NAO ENCONTRADO" TO COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EXCLUI-EVENTO-FIM.
           PERFORM CARREGA-TABELA-EQUIPE.
           IF QT-EQUIPE-W > ZEROS
              MOVE "EVENTO COM EQUIPE - CANCELE EM VEZ DE EXCLUIR" TO
                                                   COP080-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EXCLUI-EVENTO-FIM.
           DELETE COD080 NOT INVALID KEY
              MOVE "E" TO LOG3-OPERACAO
              PERFORM GRAVA-LOG-CO80
           END-DELETE.
           PERFORM LIMPAR-DADOS.
       EXCLUI-EVENTO-FIM.
           EXIT.

       CARREGA-LISTA SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE COP080-CONTRATO TO NR-CONTRATO-CO81.
           MOVE COP080-SEQ      TO SEQ-EVENTO-CO81.
           MOVE ZEROS           TO FORNEC-CO81.
           START COD081 KEY IS NOT < CHAVE-CO81 INVALID KEY
                 MOVE "10" TO ST-COD081.
           PERFORM UNTIL ST-COD081 = "10"
              READ COD081 NEXT RECORD AT END MOVE "10" TO ST-COD081
              NOT AT END
                IF NR-CONTRATO-CO81 NOT = COP080-CONTRATO OR
                   SEQ-EVENTO-CO81 NOT = COP080-SEQ
                   MOVE "10" TO ST-COD081
                ELSE
                   MOVE SPACES TO COP080-LINDET
                   MOVE FORNEC-CO81 TO COP080-LINDET(01: 06)
                   MOVE FORNEC-CO81 TO CODIGO-CG01
                   READ CGD001 INVALID KEY
                        MOVE "********" TO NOME-CG01
                   END-READ
                   MOVE NOME-CG01   TO COP080-LINDET(08: 30)
                   EVALUATE FUNCAO-CO81
                     WHEN 1 MOVE "FOTOGRAFO"    TO COP080-LINDET(39: 12)
                     WHEN 2 MOVE "CINEGRAFISTA" TO COP080-LINDET(39: 12)
                     WHEN OTHER
                            MOVE "AUXILIAR"     TO COP080-LINDET(39: 12)
                   END-EVALUATE
                   MOVE VALOR-CACHE-CO81 TO CACHE-E
                   MOVE CACHE-E     TO COP080-LINDET(52: 10)
                   IF SEQ-TITULO-CO81 > ZEROS
                      MOVE "(PAGO)" TO COP080-LINDET(63: 06)
                   END-IF
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD081.

       GRAVA-LOG-CO80 SECTION.
           MOVE "COD080"    TO LOG3-ARQUIVO
           MOVE REG-COD080  TO LOG3-REGISTRO
           PERFORM GRAVA-LOG-GENERICO.

       GRAVA-LOG-CO81 SECTION.
           MOVE "COD081"    TO LOG3-ARQUIVO
           MOVE REG-COD081  TO LOG3-REGISTRO
           PERFORM GRAVA-LOG-GENERICO.

       GRAVA-LOG-GENERICO SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja preenchidos.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "COP080"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO COP080-MENSAGEM-ERRO
           MOVE ST-COD080        TO COP080-MENSAGEM-ERRO(23: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       ERRO-GRAVACAO-CO81 SECTION.
           MOVE "ERRO GRAVACAO"  TO COP080-MENSAGEM-ERRO
           MOVE ST-COD081        TO COP080-MENSAGEM-ERRO(23: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-COD080
           INITIALIZE COP080-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       CLEAR-FLAGS SECTION.
           INITIALIZE COP080-FLAG-GROUP.
       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "COP080" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.
       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, COP080-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD080 COD081 COD040 CGD001 LOG003.
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
