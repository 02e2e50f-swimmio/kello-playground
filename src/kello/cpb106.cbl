       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB106.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Caucao paga a fornecedor - todo baile paga caucao ao
      * salao de festas (e as vezes a locadora de equipamento), que
      * deveria voltar depois do evento; lancada como titulo comum,
      * metade das devolucoes era esquecida. A caucao fica em CPD053
      * (nao e adiantamento: nao se abate de titulo como o CPD027),
      * ligada ao contrato/evento (COD080) que garante, com a data
      * prevista de devolucao e o que voltou ou foi retido. Movimentos
      * entram pelo arquivo CAUC106 da pasta da empresa, um por
      * linha:
      *   C;FORNEC;VALOR;CONTRATO;EVENTO;PREV-DEVOL;SEQ-TITULO;DESCR
      *     registra a caucao (valor em centavos; PREV-DEVOL
      *     AAAAMMDD - em branco, 30 dias depois do evento; SEQ-TITULO
      *     opcional, o titulo de CPD020 que pagou a caucao)
      *   D;FORNEC;SEQ-CAUCAO;VALOR;DATA
      *     devolucao recebida (centavos; DATA AAAAMMDD, em branco =
      *     hoje)
      *   A;FORNEC;SEQ-CAUCAO;VALOR;MOTIVO
      *     desconto do fornecedor por avaria/dano (centavos)
      * Devolvido + retido nao passa do valor da caucao; quando
      * fecha o valor, a caucao fica ENCERRADA. Toda gravacao gera
      * imagem LOG003. Caucoes vencidas p/ devolucao: CPB107.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CPPX020.
           COPY CPPX053.
           COPY COPX080.
           COPY LOGX003.

           SELECT ARQ-MOVTOS ASSIGN TO PATH-MOVTOS
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-MOVTOS.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CPPW020.
       COPY CPPW053.
       COPY COPW080.
       COPY LOGW003.

       FD  ARQ-MOVTOS.
       01  LINHA-MOVTO              PIC X(120).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD053             PIC XX       VALUE SPACES.
           05  ST-COD080             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-MOVTOS             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-MOVTOS           PIC X(30)    VALUE SPACES.

           05  CAMPO-OP-X            PIC X(01)    VALUE SPACES.
           05  CAMPO-FORNEC-X        PIC X(06)    VALUE SPACES.
           05  CAMPO-REF-X           PIC X(11)    VALUE SPACES.
           05  CAMPO-VALOR-X         PIC X(11)    VALUE SPACES.
           05  CAMPO-CONTRATO-X      PIC X(04)    VALUE SPACES.
           05  CAMPO-EVENTO-X        PIC X(03)    VALUE SPACES.
           05  CAMPO-DATA-X          PIC X(08)    VALUE SPACES.
           05  CAMPO-TITULO-X        PIC X(05)    VALUE SPACES.
           05  CAMPO-DESCR-X         PIC X(30)    VALUE SPACES.
           05  FORNEC-MOV-W          PIC 9(6)     VALUE ZEROS.
           05  SEQ-CAUCAO-W          PIC 9(5)     VALUE ZEROS.
           05  SEQ-LIVRE-W           PIC 9(5)     VALUE ZEROS.
           05  VALOR-CENT-W          PIC 9(11)    VALUE ZEROS.
           05  VALOR-MOV-W           PIC 9(8)V99  VALUE ZEROS.
           05  SALDO-CAUCAO-W        PIC S9(8)V99 VALUE ZEROS.
           05  DATA-PREV-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-MOV-W            PIC 9(8)     VALUE ZEROS.
           05  QT-REGISTRADAS-W      PIC 9(4)     VALUE ZEROS.
           05  QT-DEVOLUCOES-W       PIC 9(4)     VALUE ZEROS.
           05  QT-RETENCOES-W        PIC 9(4)     VALUE ZEROS.
           05  QT-ENCERRADAS-W       PIC 9(4)     VALUE ZEROS.
           05  QT-REJEITADOS-W       PIC 9(4)     VALUE ZEROS.

           COPY "CPTIME.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-REGISTRADAS-W QT-DEVOLUCOES-W
                         QT-RETENCOES-W QT-ENCERRADAS-W
                         QT-REJEITADOS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD053"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD053
           MOVE "COD080"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD080
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "CAUC106" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-MOVTOS
           CLOSE CONTROLE

           OPEN INPUT CGD001 CPD020 COD080
           OPEN I-O LOG003
           OPEN I-O CPD053
           IF ST-CPD053 = "35"
              CLOSE CPD053      OPEN OUTPUT CPD053
              CLOSE CPD053      OPEN I-O CPD053
           END-IF
           OPEN INPUT ARQ-MOVTOS

           IF ST-CGD001 <> "00" OR ST-CPD020 <> "00" OR
              ST-CPD053 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CGD001/CPD020/CPD053/LOG003"
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem agenda (COD080 inexistente) so entra caucao com a data
      *    de devolucao informada.
           IF ST-COD080 <> "00" AND ST-COD080 <> "35"
              DISPLAY "ERRO ABERTURA COD080: " ST-COD080
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-MOVTOS <> "00"
              DISPLAY "ARQUIVO DE MOVIMENTOS CAUC106 NAO ENCONTRADO: "
                      ST-MOVTOS
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM PROCESSA-MOVIMENTOS
              CLOSE ARQ-MOVTOS
           END-IF.
           CLOSE CGD001 CPD020 CPD053 LOG003.
           IF ST-COD080 <> "35"
              CLOSE COD080.

           DISPLAY "CAUCOES REGISTRADAS..............: "
                   QT-REGISTRADAS-W.
           DISPLAY "DEVOLUCOES LANCADAS..............: "
                   QT-DEVOLUCOES-W.
           DISPLAY "RETENCOES POR AVARIA.............: "
                   QT-RETENCOES-W.
           DISPLAY "CAUCOES ENCERRADAS...............: "
                   QT-ENCERRADAS-W.
           DISPLAY "MOVIMENTOS REJEITADOS............: "
                   QT-REJEITADOS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       PROCESSA-MOVIMENTOS SECTION.
           PERFORM UNTIL ST-MOVTOS = "10"
              READ ARQ-MOVTOS AT END
                   MOVE "10" TO ST-MOVTOS
              NOT AT END
                   PERFORM PROCESSA-UM-MOVIMENTO
              END-READ
           END-PERFORM.

       PROCESSA-UM-MOVIMENTO SECTION.
           MOVE SPACES TO CAMPO-OP-X CAMPO-FORNEC-X CAMPO-REF-X
                          CAMPO-VALOR-X CAMPO-CONTRATO-X
                          CAMPO-EVENTO-X CAMPO-DATA-X CAMPO-TITULO-X
                          CAMPO-DESCR-X.
      *    Cada operacao tem o seu layout - desfeita por operacao.
           EVALUATE LINHA-MOVTO(1: 1)
             WHEN "C"
                UNSTRING LINHA-MOVTO DELIMITED BY ";"
                     INTO CAMPO-OP-X CAMPO-FORNEC-X CAMPO-VALOR-X
                          CAMPO-CONTRATO-X CAMPO-EVENTO-X
                          CAMPO-DATA-X CAMPO-TITULO-X CAMPO-DESCR-X
                END-UNSTRING
             WHEN "D"
                UNSTRING LINHA-MOVTO DELIMITED BY ";"
                     INTO CAMPO-OP-X CAMPO-FORNEC-X CAMPO-REF-X
                          CAMPO-VALOR-X CAMPO-DATA-X
                END-UNSTRING
             WHEN "A"
                UNSTRING LINHA-MOVTO DELIMITED BY ";"
                     INTO CAMPO-OP-X CAMPO-FORNEC-X CAMPO-REF-X
                          CAMPO-VALOR-X CAMPO-DESCR-X
                END-UNSTRING
             WHEN OTHER
                ADD 1 TO QT-REJEITADOS-W
                DISPLAY "OPERACAO DESCONHECIDA: " LINHA-MOVTO
                GO PROCESSA-UM-MOVIMENTO-FIM
           END-EVALUATE.
           IF CAMPO-FORNEC-X NOT NUMERIC OR
              CAMPO-VALOR-X  NOT NUMERIC
              ADD 1 TO QT-REJEITADOS-W
              DISPLAY "FORNECEDOR/VALOR INVALIDO: " LINHA-MOVTO
              GO PROCESSA-UM-MOVIMENTO-FIM.
           MOVE CAMPO-FORNEC-X TO FORNEC-MOV-W.
           MOVE CAMPO-VALOR-X  TO VALOR-CENT-W.
           COMPUTE VALOR-MOV-W = VALOR-CENT-W / 100.
           IF VALOR-MOV-W = ZEROS
              ADD 1 TO QT-REJEITADOS-W
              DISPLAY "VALOR ZERADO: " LINHA-MOVTO
              GO PROCESSA-UM-MOVIMENTO-FIM.
           IF CAMPO-OP-X = "C"
              PERFORM REGISTRA-CAUCAO
              GO PROCESSA-UM-MOVIMENTO-FIM.

      *    D/A - caucao em aberto do fornecedor
           IF CAMPO-REF-X(1: 5) NOT NUMERIC OR
              CAMPO-REF-X(6: 6) NOT = SPACES
              ADD 1 TO QT-REJEITADOS-W
              DISPLAY "SEQUENCIA DA CAUCAO INVALIDA: " LINHA-MOVTO
              GO PROCESSA-UM-MOVIMENTO-FIM.
           MOVE CAMPO-REF-X(1: 5) TO SEQ-CAUCAO-W.
           MOVE FORNEC-MOV-W TO FORNEC-CP53.
           MOVE SEQ-CAUCAO-W TO SEQ-CAUCAO-CP53.
           READ CPD053 INVALID KEY
                ADD 1 TO QT-REJEITADOS-W
                DISPLAY "CAUCAO NAO ENCONTRADA - FORNEC=" FORNEC-MOV-W
                        " SEQ=" SEQ-CAUCAO-W
                GO PROCESSA-UM-MOVIMENTO-FIM.
           IF SITUACAO-CP53 NOT = 0
              ADD 1 TO QT-REJEITADOS-W
              DISPLAY "CAUCAO JA ENCERRADA - FORNEC=" FORNEC-MOV-W
                      " SEQ=" SEQ-CAUCAO-W
              GO PROCESSA-UM-MOVIMENTO-FIM.
           COMPUTE SALDO-CAUCAO-W = VALOR-CP53 - VALOR-DEVOL-CP53
                                  - VALOR-RETIDO-CP53.
           IF VALOR-MOV-W > SALDO-CAUCAO-W
              ADD 1 TO QT-REJEITADOS-W
              DISPLAY "VALOR MAIOR QUE O SALDO DA CAUCAO - FORNEC="
                      FORNEC-MOV-W " SEQ=" SEQ-CAUCAO-W
              GO PROCESSA-UM-MOVIMENTO-FIM.
           IF CAMPO-OP-X = "D"
              PERFORM DEVOLVE-CAUCAO
           ELSE
              PERFORM RETEM-CAUCAO
           END-IF.
       PROCESSA-UM-MOVIMENTO-FIM.
           EXIT.

       REGISTRA-CAUCAO SECTION.
           MOVE FORNEC-MOV-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                ADD 1 TO QT-REJEITADOS-W
                DISPLAY "FORNECEDOR NAO CADASTRADO: " FORNEC-MOV-W
                GO REGISTRA-CAUCAO-FIM.
           MOVE ZEROS TO DATA-PREV-W.
           IF CAMPO-DATA-X NOT = SPACES
              MOVE ZEROS TO GRTIME-DATE-FINAL
              IF CAMPO-DATA-X IS NUMERIC
                 MOVE 2            TO GRTIME-TYPE
                 MOVE 7            TO GRTIME-FUNCTION
                 MOVE CAMPO-DATA-X TO GRTIME-DATE
                 CALL   "GRTIME" USING PARAMETROS-GRTIME
                 CANCEL "GRTIME"
              END-IF
              IF GRTIME-DATE-FINAL = ZEROS
                 ADD 1 TO QT-REJEITADOS-W
                 DISPLAY "DATA PREVISTA DE DEVOLUCAO INVALIDA: "
                         LINHA-MOVTO
                 GO REGISTRA-CAUCAO-FIM
              END-IF
              MOVE CAMPO-DATA-X TO DATA-PREV-W
           END-IF.
      *    Evento garantido (COD080) - tambem da a data prevista
      *    quando nao informada: 30 dias depois do evento.
           MOVE ZEROS TO NR-CONTRATO-CO80 SEQ-EVENTO-CO80
                         DATA-EVENTO-CO80.
           IF CAMPO-CONTRATO-X IS NUMERIC AND
              CAMPO-CONTRATO-X NOT = ZEROS
              MOVE CAMPO-CONTRATO-X TO NR-CONTRATO-CO80
              IF CAMPO-EVENTO-X IS NUMERIC
                 MOVE CAMPO-EVENTO-X TO SEQ-EVENTO-CO80
              END-IF
              IF ST-COD080 = "35"
                 MOVE ZEROS TO DATA-EVENTO-CO80
              ELSE
                 READ COD080 INVALID KEY
                      ADD 1 TO QT-REJEITADOS-W
                      DISPLAY "EVENTO NAO CADASTRADO NA AGENDA: "
                              LINHA-MOVTO
                      GO REGISTRA-CAUCAO-FIM
                 END-READ
              END-IF
           END-IF.
           IF DATA-PREV-W = ZEROS
              IF DATA-EVENTO-CO80 = ZEROS
                 ADD 1 TO QT-REJEITADOS-W
                 DISPLAY "INFORME A DATA PREVISTA DE DEVOLUCAO: "
                         LINHA-MOVTO
                 GO REGISTRA-CAUCAO-FIM
              END-IF
              MOVE 2                TO GRTIME-TYPE
              MOVE 1                TO GRTIME-FUNCTION
              MOVE DATA-EVENTO-CO80 TO GRTIME-DATE
              MOVE 30               TO GRTIME-DAYS
              CALL   "GRTIME" USING PARAMETROS-GRTIME
              CANCEL "GRTIME"
              MOVE GRTIME-DATE-FINAL TO DATA-PREV-W
           END-IF.
      *    Titulo que pagou a caucao, se informado, tem que existir.
           MOVE ZEROS TO SEQ-CP20.
           IF CAMPO-TITULO-X IS NUMERIC
              MOVE FORNEC-MOV-W   TO FORNEC-CP20
              MOVE CAMPO-TITULO-X TO SEQ-CP20
              READ CPD020 INVALID KEY
                   ADD 1 TO QT-REJEITADOS-W
                   DISPLAY "TITULO NAO ENCONTRADO - FORNEC="
                           FORNEC-MOV-W " SEQ=" CAMPO-TITULO-X
                   GO REGISTRA-CAUCAO-FIM
              END-READ
           END-IF.

           PERFORM ACHA-SEQ-CAUCAO.
           INITIALIZE REG-CPD053.
           MOVE FORNEC-MOV-W     TO FORNEC-CP53.
           MOVE SEQ-LIVRE-W      TO SEQ-CAUCAO-CP53.
           MOVE WS-DATA-CPU      TO DATA-CP53.
           MOVE VALOR-MOV-W      TO VALOR-CP53.
           MOVE NR-CONTRATO-CO80 TO CONTRATO-CP53.
           MOVE SEQ-EVENTO-CO80  TO SEQ-EVENTO-CP53.
           MOVE SEQ-CP20         TO SEQ-TITULO-CP53.
           MOVE DATA-PREV-W      TO DATA-PREV-DEVOL-CP53.
           MOVE 0                TO SITUACAO-CP53.
           MOVE CAMPO-DESCR-X    TO DESCRICAO-CP53.
           MOVE USUARIO-W        TO USUARIO-CP53.
           WRITE REG-CPD053 INVALID KEY
                 ADD 1 TO QT-REJEITADOS-W
                 DISPLAY "ERRO GRAVACAO CPD053: " ST-CPD053
           NOT INVALID KEY
                 ADD 1 TO QT-REGISTRADAS-W
                 MOVE "I" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-CPD053
           END-WRITE.
       REGISTRA-CAUCAO-FIM.
           EXIT.

       DEVOLVE-CAUCAO SECTION.
           MOVE WS-DATA-CPU TO DATA-MOV-W.
           IF CAMPO-DATA-X NOT = SPACES
              MOVE ZEROS TO GRTIME-DATE-FINAL
              IF CAMPO-DATA-X IS NUMERIC
                 MOVE 2            TO GRTIME-TYPE
                 MOVE 7            TO GRTIME-FUNCTION
                 MOVE CAMPO-DATA-X TO GRTIME-DATE
                 CALL   "GRTIME" USING PARAMETROS-GRTIME
                 CANCEL "GRTIME"
              END-IF
              IF GRTIME-DATE-FINAL = ZEROS
                 ADD 1 TO QT-REJEITADOS-W
                 DISPLAY "DATA DA DEVOLUCAO INVALIDA: " LINHA-MOVTO
                 GO DEVOLVE-CAUCAO-FIM
              END-IF
              MOVE CAMPO-DATA-X TO DATA-MOV-W
           END-IF.
           ADD VALOR-MOV-W    TO VALOR-DEVOL-CP53.
           MOVE DATA-MOV-W    TO DATA-DEVOL-CP53.
           ADD 1 TO QT-DEVOLUCOES-W.
           PERFORM REGRAVA-CAUCAO.
       DEVOLVE-CAUCAO-FIM.
           EXIT.

       RETEM-CAUCAO SECTION.
           IF CAMPO-DESCR-X = SPACES
              ADD 1 TO QT-REJEITADOS-W
              DISPLAY "INFORME O MOTIVO DA RETENCAO: " LINHA-MOVTO
              GO RETEM-CAUCAO-FIM.
           ADD VALOR-MOV-W    TO VALOR-RETIDO-CP53.
           MOVE CAMPO-DESCR-X TO MOTIVO-RETIDO-CP53.
           ADD 1 TO QT-RETENCOES-W.
           PERFORM REGRAVA-CAUCAO.
       RETEM-CAUCAO-FIM.
           EXIT.

       REGRAVA-CAUCAO SECTION.
      *    Devolvido + retido fechando o valor encerra a caucao.
           IF VALOR-DEVOL-CP53 + VALOR-RETIDO-CP53 = VALOR-CP53
              MOVE 1 TO SITUACAO-CP53
              ADD 1 TO QT-ENCERRADAS-W.
           MOVE USUARIO-W TO USUARIO-CP53.
           REWRITE REG-CPD053 INVALID KEY
                 ADD 1 TO QT-REJEITADOS-W
                 DISPLAY "ERRO REGRAVACAO CPD053: " ST-CPD053
           NOT INVALID KEY
                 MOVE "A" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-CPD053
           END-REWRITE.

       ACHA-SEQ-CAUCAO SECTION.
      *    Proxima sequencia livre de CPD053 do fornecedor, como
      *    ACHA-SEQ-ADIANTAMENTO do CPB036.
           MOVE ZEROS TO SEQ-LIVRE-W.
           MOVE FORNEC-MOV-W TO FORNEC-CP53.
           MOVE ZEROS        TO SEQ-CAUCAO-CP53.
           START CPD053 KEY IS NOT < CHAVE-CP53 INVALID KEY
                 MOVE "99" TO ST-CPD053.
           PERFORM UNTIL ST-CPD053 NOT = "00"
              READ CPD053 NEXT RECORD AT END
                   MOVE "99" TO ST-CPD053
              NOT AT END
                   IF FORNEC-CP53 NOT = FORNEC-MOV-W
                      MOVE "99" TO ST-CPD053
                   ELSE
                      MOVE SEQ-CAUCAO-CP53 TO SEQ-LIVRE-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD053.
           ADD 1 TO SEQ-LIVRE-W.

       GRAVA-LOG-CPD053 SECTION.
      *    LOG3-OPERACAO ja vem preenchida pelo chamador ("I"/"A").
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPD053"    TO LOG3-ARQUIVO
           MOVE "CPB106"    TO LOG3-PROGRAMA
           MOVE REG-CPD053  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

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
