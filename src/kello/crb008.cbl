       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRB008.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Processamento do retorno da prefeitura p/ o lote de
      * RPS gerado por CRB007 - le RETCR08 da pasta da empresa,
      * localiza cada RPS em CRD005 pelo numero e trata a situacao:
      *   "E" NFS-e emitida  -> SITUACAO-CR05 = 1 com numero, data e
      *       codigo de verificacao da NFS-e; a baixa de CRD002 que o
      *       RPS fatura guarda o numero da NFS-e (NR-NFSE-CR02)
      *   "C" cancelada / "R" rejeitada -> SITUACAO-CR05 = 2 com data
      *       e motivo; o numero do RPS fica consumido (nunca e
      *       reaproveitado) e a baixa volta a ficar sem RPS
      *       (NR-RPS-CR02 zerado), p/ receber RPS novo quando a
      *       competencia for reprocessada pelo CRB007.
      * Toda regravacao deixa imagem em LOG003. Todas as linhas saem
      * no relatorio RELCR08, com os cancelamentos destacados, e NFS-e
      * emitida p/ baixa ja estornada e apontada p/ cancelamento.
      *
      * Layout do retorno (RETCR08, um RPS por linha):
      *   NUMERO RPS(8) + SITUACAO(1: E/C/R) + NUMERO NFS-E(8) +
      *   DATA(8, AAAAMMDD) + CODIGO VERIFICACAO(10) + MOTIVO(40)

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CRPX002.
           COPY CRPX005.
           COPY LOGX003.

           SELECT ARQ-RETORNO ASSIGN TO PATH-RETORNO
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RETORNO.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CRPW002.
       COPY CRPW005.
       COPY LOGW003.

       FD  ARQ-RETORNO.
       01  LINHA-RETORNO.
           05  RET-NR-RPS           PIC X(08).
           05  RET-SITUACAO         PIC X(01).
           05  RET-NR-NFSE          PIC X(08).
           05  RET-DATA             PIC X(08).
           05  RET-COD-VERIF        PIC X(10).
           05  RET-MOTIVO           PIC X(40).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD002             PIC XX       VALUE SPACES.
           05  ST-CRD005             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-RETORNO            PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-RETORNO          PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-RET-W            PIC 9(8)     VALUE ZEROS.
           05  MOTIVO-W              PIC X(40)    VALUE SPACES.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.

           05  QT-LIDOS-W            PIC 9(6)     VALUE ZEROS.
           05  QT-EMITIDAS-W         PIC 9(6)     VALUE ZEROS.
           05  QT-CANCELADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QT-NAO-ENCONTRADOS-W  PIC 9(6)     VALUE ZEROS.
           05  QT-OUTRAS-W           PIC 9(6)     VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LIDOS-W QT-EMITIDAS-W
                         QT-CANCELADOS-W QT-NAO-ENCONTRADOS-W
                         QT-OUTRAS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CRD002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD002
           MOVE "CRD005"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD005
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "RETCR08" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RETORNO
           MOVE "RELCR08" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN I-O   CRD002 CRD005 LOG003
           OPEN INPUT ARQ-RETORNO
           OPEN OUTPUT ARQ-RELAT

           IF ST-CRD002 <> "00" OR ST-CRD005 <> "00" OR
              ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CRD002/CRD005/LOG003: " ST-CRD002
                      " " ST-CRD005 " " ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-RETORNO <> "00"
              DISPLAY "ARQUIVO DE RETORNO RETCR08 NAO ENCONTRADO: "
                      ST-RETORNO
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM CABECALHO-RELATORIO
              PERFORM PROCESSA-RETORNO
              CLOSE ARQ-RETORNO
           END-IF.
           CLOSE CRD002 CRD005 LOG003 ARQ-RELAT.

           DISPLAY "LINHAS DE RETORNO LIDAS..........: " QT-LIDOS-W.
           DISPLAY "NFS-E EMITIDAS...................: "
                   QT-EMITIDAS-W.
           DISPLAY "RPS CANCELADOS/REJEITADOS........: "
                   QT-CANCELADOS-W.
           DISPLAY "OUTRAS OCORRENCIAS...............: " QT-OUTRAS-W.
           DISPLAY "RPS NAO ENCONTRADOS..............: "
                   QT-NAO-ENCONTRADOS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       CABECALHO-RELATORIO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "RETORNO DA NFS-E - PROCESSADO EM " TO
                REG-RELAT(01: 33)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E TO REG-RELAT(34: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "RPS      S NFS-E    DATA       CONTR FORM PC SQ" TO
                REG-RELAT(01: 47)
           MOVE "          VALOR  OCORRENCIA" TO REG-RELAT(48: 27)
           WRITE REG-RELAT.

       PROCESSA-RETORNO SECTION.
           PERFORM UNTIL ST-RETORNO = "10"
              READ ARQ-RETORNO AT END
                   MOVE "10" TO ST-RETORNO
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   PERFORM PROCESSA-LINHA-RETORNO
              END-READ
           END-PERFORM.

       PROCESSA-LINHA-RETORNO SECTION.
           MOVE ZEROS TO DATA-RET-W.
           IF RET-DATA NUMERIC
              MOVE RET-DATA TO DATA-RET-W
           ELSE
              MOVE DATA-HOJE-W TO DATA-RET-W
           END-IF.
           IF RET-NR-RPS NOT NUMERIC
              ADD 1 TO QT-NAO-ENCONTRADOS-W
              DISPLAY "LINHA DE RETORNO INVALIDA: " LINHA-RETORNO
              GO PROCESSA-LINHA-RETORNO-FIM.
           MOVE RET-NR-RPS TO NR-RPS-CR05.
           READ CRD005 INVALID KEY
                ADD 1 TO QT-NAO-ENCONTRADOS-W
                INITIALIZE REG-CRD005
                MOVE RET-NR-RPS TO NR-RPS-CR05
                MOVE "RPS NAO ENCONTRADO EM CRD005" TO MOTIVO-W
                PERFORM IMPRIME-OCORRENCIA
                GO PROCESSA-LINHA-RETORNO-FIM.

           EVALUATE RET-SITUACAO
             WHEN "E"
                  PERFORM REGISTRA-NFSE
             WHEN "C"
             WHEN "R"
                  PERFORM CANCELA-RPS
             WHEN OTHER
                  ADD 1 TO QT-OUTRAS-W
                  MOVE "SITUACAO DO RETORNO DESCONHECIDA" TO MOTIVO-W
                  PERFORM IMPRIME-OCORRENCIA
           END-EVALUATE.
       PROCESSA-LINHA-RETORNO-FIM.
           EXIT.

       REGISTRA-NFSE SECTION.
      *    RPS ja cancelado nao volta a valer - a NFS-e que a
      *    prefeitura tenha gerado mesmo assim e apontada.
           IF SITUACAO-CR05 = 2
              ADD 1 TO QT-OUTRAS-W
              MOVE "NFS-E P/ RPS JA CANCELADO - VERIFICAR" TO MOTIVO-W
              PERFORM IMPRIME-OCORRENCIA
              GO REGISTRA-NFSE-FIM.
           IF RET-NR-NFSE NOT NUMERIC
              ADD 1 TO QT-OUTRAS-W
              MOVE "NFS-E SEM NUMERO NO RETORNO" TO MOTIVO-W
              PERFORM IMPRIME-OCORRENCIA
              GO REGISTRA-NFSE-FIM.
           MOVE 1             TO SITUACAO-CR05.
           MOVE RET-NR-NFSE   TO NR-NFSE-CR05.
           MOVE DATA-RET-W    TO DATA-NFSE-CR05.
           MOVE RET-COD-VERIF TO COD-VERIF-CR05.
           PERFORM REGRAVA-CRD005.
           ADD 1 TO QT-EMITIDAS-W.

           MOVE SPACES TO MOTIVO-W.
           MOVE CHAVE-BAIXA-CR05 TO CHAVE-CR02.
           READ CRD002 INVALID KEY
                MOVE "BAIXA DO RPS NAO ENCONTRADA EM CRD002" TO MOTIVO-W
                PERFORM IMPRIME-OCORRENCIA
                GO REGISTRA-NFSE-FIM.
           IF NR-RPS-CR02 NUMERIC AND NR-RPS-CR02 = NR-RPS-CR05
              MOVE NR-NFSE-CR05 TO NR-NFSE-CR02
              PERFORM REGRAVA-CRD002
           END-IF.
           IF ESTORNADO-CR02 = 1
              MOVE "BAIXA ESTORNADA - CANCELAR A NFS-E" TO MOTIVO-W
           END-IF.
           PERFORM IMPRIME-OCORRENCIA.
       REGISTRA-NFSE-FIM.
           EXIT.

       CANCELA-RPS SECTION.
           IF SITUACAO-CR05 = 2
              ADD 1 TO QT-OUTRAS-W
              MOVE "RPS JA ESTAVA CANCELADO" TO MOTIVO-W
              PERFORM IMPRIME-OCORRENCIA
              GO CANCELA-RPS-FIM.
           MOVE 2            TO SITUACAO-CR05.
           MOVE DATA-RET-W   TO DATA-CANCEL-CR05.
           MOVE RET-MOTIVO   TO MOTIVO-CANCEL-CR05.
           IF MOTIVO-CANCEL-CR05 = SPACES
              IF RET-SITUACAO = "R"
                 MOVE "REJEITADO PELA PREFEITURA" TO MOTIVO-CANCEL-CR05
              ELSE
                 MOVE "CANCELADO NA PREFEITURA" TO MOTIVO-CANCEL-CR05
              END-IF
           END-IF.
           PERFORM REGRAVA-CRD005.
           ADD 1 TO QT-CANCELADOS-W.

      *    A baixa fica livre p/ RPS novo (outro numero).
           MOVE CHAVE-BAIXA-CR05 TO CHAVE-CR02.
           READ CRD002 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF NR-RPS-CR02 NUMERIC AND NR-RPS-CR02 = NR-RPS-CR05
                   MOVE ZEROS TO NR-RPS-CR02 NR-NFSE-CR02
                   PERFORM REGRAVA-CRD002
                END-IF
           END-READ.
           MOVE "RPS CANCELADO: " TO MOTIVO-W.
           MOVE MOTIVO-CANCEL-CR05 TO MOTIVO-W(16: 25).
           PERFORM IMPRIME-OCORRENCIA.
       CANCELA-RPS-FIM.
           EXIT.

       REGRAVA-CRD005 SECTION.
           REWRITE REG-CRD005 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CRD005: " ST-CRD005
                   MOVE 1 TO ERRO-W
           NOT INVALID KEY
                   MOVE "A"        TO LOG3-OPERACAO
                   MOVE "CRD005"   TO LOG3-ARQUIVO
                   MOVE REG-CRD005 TO LOG3-REGISTRO
                   PERFORM GRAVA-LOG
           END-REWRITE.

       REGRAVA-CRD002 SECTION.
           REWRITE REG-CRD002 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CRD002: " ST-CRD002
                   MOVE 1 TO ERRO-W
           NOT INVALID KEY
                   MOVE "A"        TO LOG3-OPERACAO
                   MOVE "CRD002"   TO LOG3-ARQUIVO
                   MOVE REG-CRD002 TO LOG3-REGISTRO
                   PERFORM GRAVA-LOG
           END-REWRITE.

       IMPRIME-OCORRENCIA SECTION.
           MOVE SPACES TO REG-RELAT.
           MOVE NR-RPS-CR05       TO REG-RELAT(01: 08).
           MOVE RET-SITUACAO      TO REG-RELAT(10: 01).
           IF RET-NR-NFSE NUMERIC
              MOVE RET-NR-NFSE    TO REG-RELAT(12: 08)
           END-IF.
           MOVE DATA-RET-W        TO DATA-E.
           MOVE DATA-E            TO REG-RELAT(21: 10).
           MOVE CONTRATO-CR05     TO REG-RELAT(32: 04).
           MOVE FORMANDO-CR05     TO REG-RELAT(37: 04).
           MOVE PARCELA-CR05      TO REG-RELAT(42: 02).
           MOVE SEQ-BAIXA-CR05    TO REG-RELAT(45: 03).
           MOVE VALOR-CR05        TO VALOR-E.
           MOVE VALOR-E           TO REG-RELAT(49: 13).
           MOVE MOTIVO-W          TO REG-RELAT(64: 40).
           WRITE REG-RELAT.

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO/-ARQUIVO/-REGISTRO ja preenchidos.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CRB008"    TO LOG3-PROGRAMA
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
