       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICB003.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Transferencia de estoque de brindes entre empresas -
      * cada empresa tem seu COD050/COD060 e, qdo uma fica sem um
      * brinde que sobra na outra, as caixas iam de uma p/ outra com
      * saida e entrada "de mentira" lancadas a mao no COP060. Este
      * batch faz a transferencia amarrada por um numero (ICD002, na
      * raiz "\PROGRAMA\KELLO", comum as duas pontas) em dois passos:
      *   ENVIO (rodado na empresa de origem): saida TIPO 6 no
      *     COD060 da origem pelo custo medio do brinde
      *     (CUSTO-MEDIO-CO50), transferencia gravada "em transito"
      *     e o valor (qtde x custo medio) lancado no conta
      *     corrente inter-empresas ICD001 nas duas pastas (tecnica
      *     do ICB001: C na origem - o destino nos deve - e o
      *     espelho D no destino);
      *   RECEBIMENTO (rodado na empresa de destino, qdo as caixas
      *     chegam): entrada TIPO 7 no COD060 do destino pelo mesmo
      *     custo do envio, recalculando o custo medio do brinde
      *     como a entrada de compra do COP060, e a transferencia
      *     passa a recebida.
      * Enquanto nao chega, o brinde nao esta no saldo de nenhuma
      * das duas - o ICB004 lista o que esta em transito.
      * Toda gravacao em COD060 gera imagem LOG003 na pasta da
      * empresa.
      *
      * Movimentos no arquivo TRFIC03 da pasta da empresa corrente,
      * um por linha:
      *   E;EMPRESA-DESTINO(3);CODBRINDE(5);QTDE(6)
      *     [;CODBRINDE-NO-DESTINO(5)]   (ausente = o mesmo codigo)
      *   R;NR-TRANSF(5)
      * Saida: arquivo-relatorio RELIC03 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY COPX050.
           COPY COPX060.
           COPY ICPX001.
           COPY ICPX002.
           COPY LOGX003.

      *    Espelho do ICD001 na pasta da contraparte (como ICB001).
           SELECT ICD001C ASSIGN TO PATH-ICD001C
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-ICD001C
                  RECORD KEY IS CHAVE-ICC = EMPRESA-CONTRA-ICC
                                            DATA-ICC SEQ-ICC.

      *    Cadastro de brindes da empresa de destino - so p/
      *    conferir, no envio, que o brinde existe la.
           SELECT COD050C ASSIGN TO PATH-COD050C
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-COD050C
                  RECORD KEY IS CODBRINDE-COC.

           SELECT ARQ-MOVTOS ASSIGN TO PATH-MOVTOS
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-MOVTOS.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY COPW050.
       COPY COPW060.
       COPY ICPW001.
       COPY ICPW002.
       COPY LOGW003.

       FD  ICD001C.
       01  REG-ICD001C.
           05  EMPRESA-CONTRA-ICC  PIC X(03).
           05  DATA-ICC            PIC 9(08).
           05  SEQ-ICC             PIC 9(04).
           05  TIPO-DC-ICC         PIC X(01).
           05  VALOR-ICC           PIC 9(08)V99.
           05  HISTORICO-ICC       PIC X(30).
           05  FORNEC-CP20-ICC     PIC 9(06).
           05  SEQ-CP20-ICC        PIC 9(05).
           05  USUARIO-ICC         PIC X(08).
           05  FILLER              PIC X(10).

       FD  COD050C.
       01  REG-COD050C.
           05  CODBRINDE-COC       PIC 9(05).
           05  DESCRICAO-COC       PIC X(30).
           05  FILLER              PIC X(27).

       FD  ARQ-MOVTOS.
       01  LINHA-MOVTO              PIC X(80).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(132).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD050             PIC XX       VALUE SPACES.
           05  ST-COD050C            PIC XX       VALUE SPACES.
           05  ST-COD060             PIC XX       VALUE SPACES.
           05  ST-ICD001             PIC XX       VALUE SPACES.
           05  ST-ICD001C            PIC XX       VALUE SPACES.
           05  ST-ICD002             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-MOVTOS             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ST-CONTROLE-W         PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMPRESA-ATUAL-W       PIC XXX      VALUE SPACES.
           05  RAIZ-ATUAL-W          PIC X(15)    VALUE SPACES.
           05  EMP-REFERENCIA.
               10  RAIZ-EMP          PIC X(15).
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(27).
           05  PATH-ICD001C          PIC X(40)    VALUE SPACES.
           05  PATH-COD050C          PIC X(40)    VALUE SPACES.
           05  PATH-ICD002           PIC X(30)    VALUE SPACES.
           05  PATH-MOVTOS           PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  CAMPO1-X              PIC X(01)    VALUE SPACES.
           05  CAMPO2-X              PIC X(05)    VALUE SPACES.
           05  CAMPO3-X              PIC X(05)    VALUE SPACES.
           05  CAMPO4-X              PIC X(06)    VALUE SPACES.
           05  CAMPO5-X              PIC X(05)    VALUE SPACES.
           05  CONTRA-W              PIC XXX      VALUE SPACES.
           05  ACHOU-CONTRA-W        PIC X        VALUE "N".
           05  RAIZ-CONTRA-W         PIC X(15)    VALUE SPACES.
           05  ULT-SEQ-W             PIC 9(4)     VALUE ZEROS.
           05  BRINDE-W              PIC 9(05)    VALUE ZEROS.
           05  BRINDE-DEST-W         PIC 9(05)    VALUE ZEROS.
           05  QTDE-W                PIC 9(06)    VALUE ZEROS.
           05  NR-TRANSF-W           PIC 9(05)    VALUE ZEROS.
           05  SALDO-BRINDE-W        PIC S9(07)   VALUE ZEROS.
           05  SEQ-LIVRE-W           PIC 9(05)    VALUE ZEROS.
           05  CUSTO-W               PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-TRANSF-W        PIC 9(10)V99 VALUE ZEROS.
           05  MENSAGEM-W            PIC X(50)    VALUE SPACES.
           05  QT-LIDOS-W            PIC 9(6)     VALUE ZEROS.
           05  QT-ENVIADOS-W         PIC 9(6)     VALUE ZEROS.
           05  QT-RECEBIDOS-W        PIC 9(6)     VALUE ZEROS.
           05  QT-REJEITADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-E                PIC ZZZ.ZZ9.
           05  VALOR-E               PIC Z.ZZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LIDOS-W QT-ENVIADOS-W
                         QT-RECEBIDOS-W QT-REJEITADOS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

      *    A 1a empresa de CONTROLE e a empresa corrente do lote,
      *    como no ICB001.
           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA TO EMPRESA-ATUAL-W
           MOVE SPACES  TO RAIZ-ATUAL-W
           IF PATH-BASE-EMP NOT = SPACES
              MOVE PATH-BASE-EMP TO RAIZ-ATUAL-W
           END-IF
           CLOSE CONTROLE

           MOVE RAIZ-ATUAL-W    TO RAIZ-EMP
           MOVE EMPRESA-ATUAL-W TO EMP-REC
           MOVE "COD050"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD050
           MOVE "COD060"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD060
           MOVE "ICD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ICD001
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "TRFIC03" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-MOVTOS
           MOVE "RELIC03" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "\PROGRAMA\KELLO\ICD002" TO PATH-ICD002

           OPEN INPUT ARQ-MOVTOS
           IF ST-MOVTOS <> "00"
              DISPLAY "ARQUIVO DE MOVIMENTOS TRFIC03 NAO ENCONTRADO: "
                      ST-MOVTOS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM
              STOP RUN.

           OPEN I-O COD050
           OPEN I-O COD060
           IF ST-COD060 = "35"
              CLOSE COD060      OPEN OUTPUT COD060
              CLOSE COD060      OPEN I-O COD060
           END-IF
           OPEN I-O ICD001
           IF ST-ICD001 = "35"
              CLOSE ICD001      OPEN OUTPUT ICD001
              CLOSE ICD001      OPEN I-O ICD001
           END-IF
           OPEN I-O ICD002
           IF ST-ICD002 = "35"
              CLOSE ICD002      OPEN OUTPUT ICD002
              CLOSE ICD002      OPEN I-O ICD002
           END-IF
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF
           OPEN OUTPUT ARQ-RELAT

           IF ST-COD050 <> "00"
              DISPLAY "ERRO ABERTURA COD050: " ST-COD050
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-COD060 <> "00"
              DISPLAY "ERRO ABERTURA COD060: " ST-COD060
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-ICD001 <> "00"
              DISPLAY "ERRO ABERTURA ICD001: " ST-ICD001
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-ICD002 <> "00"
              DISPLAY "ERRO ABERTURA ICD002: " ST-ICD002
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM CABECALHO
              PERFORM PROCESSA-MOVIMENTOS
           END-IF.

           CLOSE ARQ-MOVTOS COD050 COD060 ICD001 ICD002 LOG003
                 ARQ-RELAT.

           DISPLAY "MOVIMENTOS LIDOS.................: " QT-LIDOS-W.
           DISPLAY "TRANSFERENCIAS ENVIADAS..........: "
                   QT-ENVIADOS-W.
           DISPLAY "TRANSFERENCIAS RECEBIDAS.........: "
                   QT-RECEBIDOS-W.
           DISPLAY "MOVIMENTOS REJEITADOS............: "
                   QT-REJEITADOS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       CABECALHO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "TRANSFERENCIAS DE BRINDES ENTRE EMPRESAS - EMPRESA "
                TO REG-RELAT(01: 51)
           MOVE EMPRESA-ATUAL-W TO REG-RELAT(52: 03)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "OP NR-TR ORIG DEST BRINDE   QTDE     CUSTO UNIT"
                TO REG-RELAT(01: 47)
           MOVE "VALOR  OCORRENCIA" TO REG-RELAT(61: 17)
           WRITE REG-RELAT.

       PROCESSA-MOVIMENTOS SECTION.
           PERFORM UNTIL ST-MOVTOS = "10"
              READ ARQ-MOVTOS AT END
                   MOVE "10" TO ST-MOVTOS
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   PERFORM TRATA-UM-MOVIMENTO
              END-READ
           END-PERFORM.

       TRATA-UM-MOVIMENTO SECTION.
           MOVE SPACES TO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X
                          CAMPO5-X MENSAGEM-W.
           MOVE ZEROS  TO NR-TRANSF-W BRINDE-W BRINDE-DEST-W QTDE-W
                          CUSTO-W VALOR-TRANSF-W.
           MOVE SPACES TO CONTRA-W.
           UNSTRING LINHA-MOVTO DELIMITED BY ";"
                INTO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X CAMPO5-X
           END-UNSTRING.
           EVALUATE CAMPO1-X
             WHEN "E"  PERFORM PROCESSA-ENVIO
             WHEN "R"  PERFORM PROCESSA-RECEBIMENTO
             WHEN OTHER
                  MOVE "OPERACAO INVALIDA (E-ENVIO R-RECEBIMENTO)"
                       TO MENSAGEM-W
           END-EVALUATE.
           IF MENSAGEM-W NOT = SPACES
              ADD 1 TO QT-REJEITADOS-W.
           PERFORM LISTA-MOVIMENTO.

       PROCESSA-ENVIO SECTION.
           MOVE CAMPO2-X(1: 3) TO CONTRA-W.
           IF CONTRA-W = EMPRESA-ATUAL-W OR CONTRA-W = SPACES
              MOVE "EMPRESA DE DESTINO INVALIDA" TO MENSAGEM-W
              GO PROCESSA-ENVIO-FIM.
           PERFORM LOCALIZA-CONTRAPARTE.
           IF ACHOU-CONTRA-W = "N"
              MOVE "EMPRESA DE DESTINO NAO ESTA EM CONTROLE" TO
                                                   MENSAGEM-W
              GO PROCESSA-ENVIO-FIM.
           IF CAMPO3-X NOT NUMERIC OR CAMPO4-X NOT NUMERIC
              MOVE "BRINDE/QTDE INVALIDOS" TO MENSAGEM-W
              GO PROCESSA-ENVIO-FIM.
           MOVE CAMPO3-X TO BRINDE-W.
           MOVE CAMPO4-X TO QTDE-W.
           IF QTDE-W = ZEROS
              MOVE "QUANTIDADE NAO INFORMADA" TO MENSAGEM-W
              GO PROCESSA-ENVIO-FIM.
           IF CAMPO5-X IS NUMERIC AND CAMPO5-X NOT = ZEROS
              MOVE CAMPO5-X TO BRINDE-DEST-W
           ELSE
              MOVE BRINDE-W TO BRINDE-DEST-W
           END-IF.

           MOVE BRINDE-W TO CODBRINDE-CO50.
           READ COD050 INVALID KEY
                MOVE "BRINDE NAO CADASTRADO NA ORIGEM" TO MENSAGEM-W
                GO PROCESSA-ENVIO-FIM.
      *    registro anterior ao campo (espacos) vale zero
           IF CUSTO-MEDIO-CO50 NOT NUMERIC
              MOVE ZEROS TO CUSTO-MEDIO-CO50.
           IF CUSTO-MEDIO-CO50 = ZEROS
              MOVE "BRINDE SEM CUSTO MEDIO NA ORIGEM" TO MENSAGEM-W
              GO PROCESSA-ENVIO-FIM.
           MOVE CUSTO-MEDIO-CO50 TO CUSTO-W.
           COMPUTE VALOR-TRANSF-W ROUNDED = QTDE-W * CUSTO-W.

           PERFORM CALCULA-SALDO.
           IF QTDE-W > SALDO-BRINDE-W
              MOVE "QTDE MAIOR QUE O SALDO DO BRINDE NA ORIGEM" TO
                                                   MENSAGEM-W
              GO PROCESSA-ENVIO-FIM.
           PERFORM VERIFICA-BRINDE-DESTINO.
           IF MENSAGEM-W NOT = SPACES
              GO PROCESSA-ENVIO-FIM.

           PERFORM PROXIMO-NR-TRANSF.

      *    Saida da origem.
           MOVE BRINDE-W        TO CODBRINDE-CO60.
           MOVE SEQ-LIVRE-W     TO SEQ-CO60.
           MOVE 6               TO TIPO-CO60.
           MOVE WS-DATA-CPU     TO DATA-CO60.
           MOVE QTDE-W          TO QTDE-CO60.
           MOVE CUSTO-W         TO CUSTO-UNIT-CO60.
           MOVE ZEROS           TO NR-CONTRATO-CO60 ITEM-CO60
                                   NR-PROTOCOLO-CO60.
           MOVE USUARIO-W       TO USUARIO-CO60.
           MOVE NR-TRANSF-W     TO NR-PEDIDO-CO60.
           MOVE SPACES          TO MOTIVO-CO60.
           STRING "TRANSF. P/ EMPRESA " CONTRA-W
                  DELIMITED BY SIZE INTO MOTIVO-CO60.
           WRITE REG-COD060 INVALID KEY
                 MOVE "ERRO GRAVACAO COD060: " TO MENSAGEM-W
                 MOVE ST-COD060 TO MENSAGEM-W(23: 2)
                 GO PROCESSA-ENVIO-FIM
           END-WRITE.
           PERFORM GRAVA-LOG-CO60.

      *    Registro da transferencia (em transito).
           INITIALIZE REG-ICD002.
           MOVE NR-TRANSF-W     TO NR-TRANSF-IC02.
           MOVE EMPRESA-ATUAL-W TO EMPRESA-ORIGEM-IC02.
           MOVE CONTRA-W        TO EMPRESA-DESTINO-IC02.
           MOVE BRINDE-W        TO BRINDE-ORIGEM-IC02.
           MOVE BRINDE-DEST-W   TO BRINDE-DESTINO-IC02.
           MOVE QTDE-W          TO QTDE-IC02.
           MOVE CUSTO-W         TO CUSTO-UNIT-IC02.
           MOVE VALOR-TRANSF-W  TO VALOR-IC02.
           MOVE WS-DATA-CPU     TO DATA-ENVIO-IC02.
           MOVE SEQ-LIVRE-W     TO SEQ-SAIDA-IC02.
           MOVE USUARIO-W       TO USUARIO-ENVIO-IC02.
           MOVE 1               TO SITUACAO-IC02.
           WRITE REG-ICD002 INVALID KEY
                 DISPLAY "ERRO GRAVACAO ICD002: " ST-ICD002
                 MOVE 1 TO ERRO-W
           END-WRITE.

      *    Conta corrente inter-empresas: o destino nos deve o
      *    valor do estoque enviado.
           PERFORM ACHA-SEQ-LOCAL.
           MOVE CONTRA-W        TO EMPRESA-CONTRA-IC01.
           MOVE WS-DATA-CPU     TO DATA-IC01.
           MOVE "C"             TO TIPO-DC-IC01.
           MOVE VALOR-TRANSF-W  TO VALOR-IC01.
           MOVE SPACES          TO HISTORICO-IC01.
           STRING "TRANSF. BRINDE NR " NR-TRANSF-W
                  DELIMITED BY SIZE INTO HISTORICO-IC01.
           MOVE ZEROS           TO FORNEC-CP20-IC01 SEQ-CP20-IC01.
           MOVE USUARIO-W       TO USUARIO-IC01.
           WRITE REG-ICD001 INVALID KEY
                 DISPLAY "ERRO GRAVACAO ICD001: " ST-ICD001
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 PERFORM GRAVA-ESPELHO
           END-WRITE.
           ADD 1 TO QT-ENVIADOS-W.
       PROCESSA-ENVIO-FIM.
           EXIT.

       PROCESSA-RECEBIMENTO SECTION.
           IF CAMPO2-X NOT NUMERIC
              MOVE "NUMERO DA TRANSFERENCIA INVALIDO" TO MENSAGEM-W
              GO PROCESSA-RECEBIMENTO-FIM.
           MOVE CAMPO2-X TO NR-TRANSF-W NR-TRANSF-IC02.
           READ ICD002 INVALID KEY
                MOVE "TRANSFERENCIA NAO ENCONTRADA (ICD002)" TO
                                                   MENSAGEM-W
                GO PROCESSA-RECEBIMENTO-FIM.
           MOVE EMPRESA-ORIGEM-IC02 TO CONTRA-W.
           MOVE BRINDE-DESTINO-IC02 TO BRINDE-W BRINDE-DEST-W.
           MOVE QTDE-IC02           TO QTDE-W.
           MOVE CUSTO-UNIT-IC02     TO CUSTO-W.
           MOVE VALOR-IC02          TO VALOR-TRANSF-W.
           IF EMPRESA-DESTINO-IC02 NOT = EMPRESA-ATUAL-W
              MOVE "TRANSFERENCIA E P/ OUTRA EMPRESA" TO MENSAGEM-W
              GO PROCESSA-RECEBIMENTO-FIM.
           IF SITUACAO-IC02 NOT = 1
              MOVE "TRANSFERENCIA JA RECEBIDA" TO MENSAGEM-W
              GO PROCESSA-RECEBIMENTO-FIM.
           MOVE BRINDE-W TO CODBRINDE-CO50.
           READ COD050 INVALID KEY
                MOVE "BRINDE NAO CADASTRADO NO DESTINO" TO MENSAGEM-W
                GO PROCESSA-RECEBIMENTO-FIM.

      *    Saldo de ANTES da entrada (p/ o custo medio) e proxima
      *    sequencia do brinde.
           PERFORM CALCULA-SALDO.

           MOVE BRINDE-W        TO CODBRINDE-CO60.
           MOVE SEQ-LIVRE-W     TO SEQ-CO60.
           MOVE 7               TO TIPO-CO60.
           MOVE WS-DATA-CPU     TO DATA-CO60.
           MOVE QTDE-W          TO QTDE-CO60.
           MOVE CUSTO-W         TO CUSTO-UNIT-CO60.
           MOVE ZEROS           TO NR-CONTRATO-CO60 ITEM-CO60
                                   NR-PROTOCOLO-CO60.
           MOVE USUARIO-W       TO USUARIO-CO60.
           MOVE NR-TRANSF-W     TO NR-PEDIDO-CO60.
           MOVE SPACES          TO MOTIVO-CO60.
           STRING "TRANSF. DA EMPRESA " CONTRA-W
                  DELIMITED BY SIZE INTO MOTIVO-CO60.
           WRITE REG-COD060 INVALID KEY
                 MOVE "ERRO GRAVACAO COD060: " TO MENSAGEM-W
                 MOVE ST-COD060 TO MENSAGEM-W(23: 2)
                 GO PROCESSA-RECEBIMENTO-FIM
           END-WRITE.
           PERFORM GRAVA-LOG-CO60.
           PERFORM ATUALIZA-CUSTO-MEDIO.

           MOVE 2               TO SITUACAO-IC02.
           MOVE WS-DATA-CPU     TO DATA-RECEB-IC02.
           MOVE SEQ-LIVRE-W     TO SEQ-ENTRADA-IC02.
           MOVE USUARIO-W       TO USUARIO-RECEB-IC02.
           REWRITE REG-ICD002 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO ICD002: " ST-ICD002
                 MOVE 1 TO ERRO-W
           END-REWRITE.
           ADD 1 TO QT-RECEBIDOS-W.
       PROCESSA-RECEBIMENTO-FIM.
           EXIT.

       CALCULA-SALDO SECTION.
      *    Saldo do brinde pela soma dos movimentos (1/3/7 entram,
      *    os demais saem - a conta do COP060) e proxima sequencia.
           MOVE ZEROS TO SALDO-BRINDE-W SEQ-LIVRE-W.
           MOVE BRINDE-W TO CODBRINDE-CO60.
           MOVE ZEROS    TO SEQ-CO60.
           START COD060 KEY IS NOT < CHAVE-CO60 INVALID KEY
                 MOVE "10" TO ST-COD060.
           PERFORM UNTIL ST-COD060 = "10"
              READ COD060 NEXT RECORD AT END MOVE "10" TO ST-COD060
              NOT AT END
                IF CODBRINDE-CO60 <> BRINDE-W
                   MOVE "10" TO ST-COD060
                ELSE
                   IF TIPO-CO60 = 1 OR TIPO-CO60 = 3 OR
                      TIPO-CO60 = 7
                      ADD QTDE-CO60 TO SALDO-BRINDE-W
                   ELSE
                      SUBTRACT QTDE-CO60 FROM SALDO-BRINDE-W
                   END-IF
                   MOVE SEQ-CO60 TO SEQ-LIVRE-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD060.
           ADD 1 TO SEQ-LIVRE-W.

       ATUALIZA-CUSTO-MEDIO SECTION.
      *    Media ponderada do ATUALIZA-CUSTO-MEDIO do COP060: (saldo
      *    anterior x custo medio + entrada x custo da origem) /
      *    novo saldo; saldo anterior zerado/negativo assume o custo
      *    da origem direto.
           MOVE BRINDE-W TO CODBRINDE-CO50.
           READ COD050 INVALID KEY
                GO ATUALIZA-CUSTO-MEDIO-FIM.
           IF CUSTO-MEDIO-CO50 NOT NUMERIC
              MOVE ZEROS TO CUSTO-MEDIO-CO50
           END-IF.
           IF SALDO-BRINDE-W NOT > ZEROS OR CUSTO-MEDIO-CO50 = ZEROS
              MOVE CUSTO-W TO CUSTO-MEDIO-CO50
           ELSE
              COMPUTE CUSTO-MEDIO-CO50 ROUNDED =
                      (SALDO-BRINDE-W * CUSTO-MEDIO-CO50
                       + QTDE-W * CUSTO-W)
                      / (SALDO-BRINDE-W + QTDE-W)
           END-IF.
           REWRITE REG-COD050
           END-REWRITE.
       ATUALIZA-CUSTO-MEDIO-FIM.
           EXIT.

       VERIFICA-BRINDE-DESTINO SECTION.
           MOVE RAIZ-CONTRA-W TO RAIZ-EMP.
           MOVE CONTRA-W      TO EMP-REC.
           MOVE "COD050" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-COD050C.
      *    restaura a referencia da empresa corrente
           MOVE RAIZ-ATUAL-W    TO RAIZ-EMP.
           MOVE EMPRESA-ATUAL-W TO EMP-REC.
           OPEN INPUT COD050C.
           IF ST-COD050C <> "00"
              MOVE "SEM CADASTRO DE BRINDES NO DESTINO" TO MENSAGEM-W
              GO VERIFICA-BRINDE-DESTINO-FIM.
           MOVE BRINDE-DEST-W TO CODBRINDE-COC.
           READ COD050C INVALID KEY
                MOVE "BRINDE NAO CADASTRADO NO DESTINO" TO MENSAGEM-W
           END-READ.
           CLOSE COD050C.
       VERIFICA-BRINDE-DESTINO-FIM.
           EXIT.

       PROXIMO-NR-TRANSF SECTION.
      *    Ultimo numero do ICD002 + 1.
           MOVE ZEROS TO NR-TRANSF-W NR-TRANSF-IC02.
           START ICD002 KEY IS NOT < NR-TRANSF-IC02 INVALID KEY
                 MOVE "10" TO ST-ICD002.
           PERFORM UNTIL ST-ICD002 = "10"
              READ ICD002 NEXT RECORD AT END
                   MOVE "10" TO ST-ICD002
              NOT AT END
                   MOVE NR-TRANSF-IC02 TO NR-TRANSF-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-ICD002.
           ADD 1 TO NR-TRANSF-W.

       LOCALIZA-CONTRAPARTE SECTION.
           MOVE "N" TO ACHOU-CONTRA-W.
           MOVE SPACES TO RAIZ-CONTRA-W ST-CONTROLE-W.
           OPEN INPUT CONTROLE.
           PERFORM UNTIL ST-CONTROLE-W = "10"
              READ CONTROLE AT END
                   MOVE "10" TO ST-CONTROLE-W
              NOT AT END
                   IF EMPRESA = CONTRA-W
                      MOVE "S" TO ACHOU-CONTRA-W
                      IF PATH-BASE-EMP NOT = SPACES
                         MOVE PATH-BASE-EMP TO RAIZ-CONTRA-W
                      END-IF
                      MOVE "10" TO ST-CONTROLE-W
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTROLE.

       ACHA-SEQ-LOCAL SECTION.
      *    Ultima sequencia do par contraparte/dia no razao local.
           MOVE CONTRA-W    TO EMPRESA-CONTRA-IC01.
           MOVE WS-DATA-CPU TO DATA-IC01.
           MOVE ZEROS       TO SEQ-IC01 ULT-SEQ-W.
           START ICD001 KEY IS NOT < CHAVE-IC01 INVALID KEY
                 MOVE "10" TO ST-ICD001.
           PERFORM UNTIL ST-ICD001 = "10"
              READ ICD001 NEXT RECORD AT END
                   MOVE "10" TO ST-ICD001
              NOT AT END
                   IF EMPRESA-CONTRA-IC01 NOT = CONTRA-W OR
                      DATA-IC01 NOT = WS-DATA-CPU
                      MOVE "10" TO ST-ICD001
                   ELSE
                      MOVE SEQ-IC01 TO ULT-SEQ-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-ICD001.
           MOVE CONTRA-W    TO EMPRESA-CONTRA-IC01.
           MOVE WS-DATA-CPU TO DATA-IC01.
           COMPUTE SEQ-IC01 = ULT-SEQ-W + 1.

       GRAVA-ESPELHO SECTION.
      *    Na pasta da contraparte a visao se inverte: o nosso C (a
      *    contraparte nos deve) e o D dela.
           MOVE RAIZ-CONTRA-W TO RAIZ-EMP.
           MOVE CONTRA-W      TO EMP-REC.
           MOVE "ICD001" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-ICD001C.
      *    restaura a referencia da empresa corrente
           MOVE RAIZ-ATUAL-W    TO RAIZ-EMP.
           MOVE EMPRESA-ATUAL-W TO EMP-REC.
           OPEN I-O ICD001C.
           IF ST-ICD001C = "35"
              CLOSE ICD001C     OPEN OUTPUT ICD001C
              CLOSE ICD001C     OPEN I-O ICD001C
           END-IF.
           IF ST-ICD001C <> "00"
              DISPLAY "ERRO ABERTURA ICD001 DA CONTRAPARTE: "
                      ST-ICD001C
              MOVE 1 TO ERRO-W
              GO GRAVA-ESPELHO-FIM.
           PERFORM ACHA-SEQ-ESPELHO.
           MOVE "D"              TO TIPO-DC-ICC.
           MOVE VALOR-IC01       TO VALOR-ICC.
           MOVE HISTORICO-IC01   TO HISTORICO-ICC.
           MOVE ZEROS            TO FORNEC-CP20-ICC SEQ-CP20-ICC.
           MOVE USUARIO-W        TO USUARIO-ICC.
           WRITE REG-ICD001C INVALID KEY
                 DISPLAY "ERRO GRAVACAO ESPELHO ICD001: " ST-ICD001C
                 MOVE 1 TO ERRO-W
           END-WRITE.
           CLOSE ICD001C.
       GRAVA-ESPELHO-FIM.
           EXIT.

       ACHA-SEQ-ESPELHO SECTION.
           MOVE EMPRESA-ATUAL-W TO EMPRESA-CONTRA-ICC.
           MOVE WS-DATA-CPU     TO DATA-ICC.
           MOVE ZEROS           TO SEQ-ICC ULT-SEQ-W.
           START ICD001C KEY IS NOT < CHAVE-ICC INVALID KEY
                 MOVE "10" TO ST-ICD001C.
           PERFORM UNTIL ST-ICD001C = "10"
              READ ICD001C NEXT RECORD AT END
                   MOVE "10" TO ST-ICD001C
              NOT AT END
                   IF EMPRESA-CONTRA-ICC NOT = EMPRESA-ATUAL-W OR
                      DATA-ICC NOT = WS-DATA-CPU
                      MOVE "10" TO ST-ICD001C
                   ELSE
                      MOVE SEQ-ICC TO ULT-SEQ-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-ICD001C.
           MOVE EMPRESA-ATUAL-W TO EMPRESA-CONTRA-ICC.
           MOVE WS-DATA-CPU     TO DATA-ICC.
           COMPUTE SEQ-ICC = ULT-SEQ-W + 1.

       GRAVA-LOG-CO60 SECTION.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "I"         TO LOG3-OPERACAO
           MOVE "COD060"    TO LOG3-ARQUIVO
           MOVE "ICB003"    TO LOG3-PROGRAMA
           MOVE REG-COD060  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       LISTA-MOVIMENTO SECTION.
           MOVE SPACES TO REG-RELAT.
           MOVE CAMPO1-X        TO REG-RELAT(01: 01).
           IF NR-TRANSF-W > ZEROS
              MOVE NR-TRANSF-W  TO REG-RELAT(04: 05).
           IF CAMPO1-X = "R"
              MOVE CONTRA-W        TO REG-RELAT(10: 03)
              MOVE EMPRESA-ATUAL-W TO REG-RELAT(15: 03)
           ELSE
              MOVE EMPRESA-ATUAL-W TO REG-RELAT(10: 03)
              MOVE CONTRA-W        TO REG-RELAT(15: 03)
           END-IF.
           IF BRINDE-W > ZEROS
              MOVE BRINDE-W     TO REG-RELAT(20: 05).
           MOVE QTDE-W          TO QTDE-E.
           MOVE QTDE-E          TO REG-RELAT(26: 07).
           MOVE CUSTO-W         TO VALOR-E.
           MOVE VALOR-E         TO REG-RELAT(34: 17).
           MOVE VALOR-TRANSF-W  TO VALOR-E.
           MOVE VALOR-E         TO REG-RELAT(51: 17).
           IF MENSAGEM-W = SPACES
              IF CAMPO1-X = "E"
                 MOVE "ENVIADA - EM TRANSITO" TO REG-RELAT(69: 21)
              ELSE
                 MOVE "RECEBIDA" TO REG-RELAT(69: 08)
              END-IF
           ELSE
              MOVE MENSAGEM-W   TO REG-RELAT(69: 50)
           END-IF.
           WRITE REG-RELAT.

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
