       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHB016.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Cadastro das alineas de devolucao de cheques (CHD014)
      * - o motivo do devolvido era texto livre em MOTIVO-DEV-CH13 e
      * nada separava uma alinea 11 (sem fundos na 1a apresentacao,
      * que compensa na 2a) de uma 12 ou de uma sustacao. Cada alinea
      * diz se o cheque pode ser reapresentado e ate quantas
      * apresentacoes; a conciliacao do deposito (CHB015) usa isso p/
      * devolver o cheque reapresentavel a carteira (proximo bordero
      * do CHB011) em vez de manda-lo p/ regua e negativacao.
      *
      * A cada rodada grava as alineas padrao do BACEN que ainda nao
      * existem (a tabela abaixo - nao sobrepoe o que ja foi
      * ajustado) e aplica as manutencoes do arquivo ALICH16 da pasta
      * da empresa (opcional), uma por linha:
      *   ALINEA(2);REAPRESENTA(S/N);MAX-APRESENTACOES(1);DESCRICAO
      * Alinea existente e alterada, nova e incluida - sempre com
      * imagem LOG003. Saida: RELCH16 com a tabela vigente.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CHPX014.
           COPY LOGX003.

           SELECT ARQ-MANUT ASSIGN TO PATH-MANUT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-MANUT.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CHPW014.
       COPY LOGW003.

       FD  ARQ-MANUT.
       01  LINHA-MANUT              PIC X(60).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(80).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CHD014             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-MANUT              PIC XX       VALUE SPACES.
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
           05  PATH-MANUT            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  I                     PIC 9(3)     VALUE ZEROS.
           05  CAMPO1-X              PIC X(02)    VALUE SPACES.
           05  CAMPO2-X              PIC X(01)    VALUE SPACES.
           05  CAMPO3-X              PIC X(01)    VALUE SPACES.
           05  CAMPO4-X              PIC X(40)    VALUE SPACES.
           05  QT-PADRAO-W           PIC 9(4)     VALUE ZEROS.
           05  QT-INCLUIDAS-W        PIC 9(4)     VALUE ZEROS.
           05  QT-ALTERADAS-W        PIC 9(4)     VALUE ZEROS.
           05  QT-REJEITADAS-W       PIC 9(4)     VALUE ZEROS.

      *    Cada entrada: ALINEA(2) REAPRESENTA(1) MAX-APRESENT(1)
      *    DESCRICAO(40) - alineas da tabela do BACEN usadas pelos
      *    bancos na devolucao. So 11/22/31/33/48 admitem nova
      *    apresentacao; as demais sao finais.
           05  TB-ALINEAS.
               10  FILLER PIC X(44) VALUE
                   "1112SEM FUNDOS - 1A APRESENTACAO            ".
               10  FILLER PIC X(44) VALUE
                   "1200SEM FUNDOS - 2A APRESENTACAO            ".
               10  FILLER PIC X(44) VALUE
                   "1300CONTA ENCERRADA                         ".
               10  FILLER PIC X(44) VALUE
                   "1400PRATICA ESPURIA                         ".
               10  FILLER PIC X(44) VALUE
                   "2000SUSTACAO - FURTO/ROUBO/EXTRAVIO DA FOLHA".
               10  FILLER PIC X(44) VALUE
                   "2100CONTRAORDEM/SUSTACAO DO EMITENTE        ".
               10  FILLER PIC X(44) VALUE
                   "2212DIVERGENCIA/INSUFICIENCIA DE ASSINATURA ".
               10  FILLER PIC X(44) VALUE
                   "2500CANCELAMENTO DE TALONARIO PELO BANCO    ".
               10  FILLER PIC X(44) VALUE
                   "2800CONTRAORDEM POR FURTO OU ROUBO          ".
               10  FILLER PIC X(44) VALUE
                   "3112ERRO FORMAL (DATA/VALOR/PREENCHIMENTO)  ".
               10  FILLER PIC X(44) VALUE
                   "3312DIVERGENCIA DE ENDOSSO                  ".
               10  FILLER PIC X(44) VALUE
                   "3400APRESENTADO POR ESTAB. NAO DESTINATARIO ".
               10  FILLER PIC X(44) VALUE
                   "3500CHEQUE FRAUDADO OU ADULTERADO           ".
               10  FILLER PIC X(44) VALUE
                   "4300REAPRESENTACAO DE CHEQUE JA DEVOLVIDO   ".
               10  FILLER PIC X(44) VALUE
                   "4400CHEQUE PRESCRITO                        ".
               10  FILLER PIC X(44) VALUE
                   "4812VALOR ACIMA DO PERMITIDO SEM ENDOSSO    ".
               10  FILLER PIC X(44) VALUE
                   "4900REMESSA NULA                            ".
           05  FILLER REDEFINES TB-ALINEAS.
               10  TB-ALI-OCORRE OCCURS 17.
                   15  ALI-CODIGO-TB     PIC 9(02).
                   15  ALI-REAPRES-TB    PIC 9(01).
                   15  ALI-MAX-TB        PIC 9(01).
                   15  ALI-DESCR-TB      PIC X(40).

           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-PADRAO-W QT-INCLUIDAS-W
                         QT-ALTERADAS-W QT-REJEITADAS-W.

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CHD014"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD014
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "ALICH16" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-MANUT
           MOVE "RELCH16" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN I-O CHD014 LOG003
           IF ST-CHD014 = "35"
              CLOSE CHD014      OPEN OUTPUT CHD014
              CLOSE CHD014      OPEN I-O CHD014
           END-IF
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF
           OPEN OUTPUT ARQ-RELAT

           IF ST-CHD014 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CHD014/LOG003"
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 17
                 PERFORM GRAVA-ALINEA-PADRAO
              END-PERFORM
              OPEN INPUT ARQ-MANUT
              IF ST-MANUT = "00"
                 PERFORM PROCESSA-MANUTENCOES
                 CLOSE ARQ-MANUT
              END-IF
              PERFORM IMPRIME-TABELA
           END-IF.

           CLOSE CHD014 LOG003 ARQ-RELAT.

           DISPLAY "ALINEAS PADRAO INCLUIDAS.........: " QT-PADRAO-W.
           DISPLAY "ALINEAS INCLUIDAS (ALICH16)......: "
                   QT-INCLUIDAS-W.
           DISPLAY "ALINEAS ALTERADAS (ALICH16)......: "
                   QT-ALTERADAS-W.
           DISPLAY "LINHAS REJEITADAS................: "
                   QT-REJEITADAS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       GRAVA-ALINEA-PADRAO SECTION.
           MOVE ALI-CODIGO-TB(I) TO ALINEA-CH14.
           READ CHD014 INVALID KEY
                INITIALIZE REG-CHD014
                MOVE ALI-CODIGO-TB(I)  TO ALINEA-CH14
                MOVE ALI-DESCR-TB(I)   TO DESCRICAO-CH14
                MOVE ALI-REAPRES-TB(I) TO REAPRESENTA-CH14
                MOVE ALI-MAX-TB(I)     TO MAX-APRESENT-CH14
                WRITE REG-CHD014 INVALID KEY
                      DISPLAY "ERRO GRAVACAO CHD014: " ST-CHD014
                      MOVE 1 TO ERRO-W
                NOT INVALID KEY
                      ADD 1 TO QT-PADRAO-W
                      MOVE "I" TO LOG3-OPERACAO
                      PERFORM GRAVA-LOG
                END-WRITE
           END-READ.

       PROCESSA-MANUTENCOES SECTION.
           PERFORM UNTIL ST-MANUT = "10"
              READ ARQ-MANUT AT END
                   MOVE "10" TO ST-MANUT
              NOT AT END
                   PERFORM PROCESSA-UMA-LINHA
              END-READ
           END-PERFORM.

       PROCESSA-UMA-LINHA SECTION.
           MOVE SPACES TO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X.
           UNSTRING LINHA-MANUT DELIMITED BY ";"
                INTO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X
           END-UNSTRING.
           IF CAMPO1-X NOT NUMERIC OR CAMPO1-X = "00"
              DISPLAY "LINHA REJEITADA - ALINEA INVALIDA: " CAMPO1-X
              ADD 1 TO QT-REJEITADAS-W
              GO PROCESSA-UMA-LINHA-FIM.
           IF CAMPO2-X NOT = "S" AND CAMPO2-X NOT = "N"
              DISPLAY "LINHA REJEITADA - REAPRESENTA DEVE SER S OU N: "
                      CAMPO1-X
              ADD 1 TO QT-REJEITADAS-W
              GO PROCESSA-UMA-LINHA-FIM.
           IF CAMPO3-X NOT NUMERIC
              MOVE "0" TO CAMPO3-X.
           IF CAMPO2-X = "S" AND CAMPO3-X < "2"
      *       Reapresentavel vai ao banco ao menos 2 vezes
              MOVE "2" TO CAMPO3-X.
           IF CAMPO2-X = "N"
              MOVE "0" TO CAMPO3-X.

           MOVE CAMPO1-X TO ALINEA-CH14.
           READ CHD014 INVALID KEY
                INITIALIZE REG-CHD014
                MOVE CAMPO1-X TO ALINEA-CH14
                PERFORM MOVE-CAMPOS-ALINEA
                WRITE REG-CHD014 INVALID KEY
                      DISPLAY "ERRO GRAVACAO CHD014: " ST-CHD014
                      ADD 1 TO QT-REJEITADAS-W
                NOT INVALID KEY
                      ADD 1 TO QT-INCLUIDAS-W
                      MOVE "I" TO LOG3-OPERACAO
                      PERFORM GRAVA-LOG
                END-WRITE
           NOT INVALID KEY
                PERFORM MOVE-CAMPOS-ALINEA
                REWRITE REG-CHD014 INVALID KEY
                      DISPLAY "ERRO REGRAVACAO CHD014: " ST-CHD014
                      ADD 1 TO QT-REJEITADAS-W
                NOT INVALID KEY
                      ADD 1 TO QT-ALTERADAS-W
                      MOVE "A" TO LOG3-OPERACAO
                      PERFORM GRAVA-LOG
                END-REWRITE
           END-READ.
       PROCESSA-UMA-LINHA-FIM.
           EXIT.

       MOVE-CAMPOS-ALINEA SECTION.
           IF CAMPO4-X NOT = SPACES
              MOVE CAMPO4-X TO DESCRICAO-CH14.
           IF CAMPO2-X = "S"
              MOVE 1 TO REAPRESENTA-CH14
           ELSE
              MOVE 0 TO REAPRESENTA-CH14.
           MOVE CAMPO3-X TO MAX-APRESENT-CH14.

       IMPRIME-TABELA SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "ALINEAS DE DEVOLUCAO DE CHEQUES (CHD014)" TO
                REG-RELAT(01: 40)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "AL DESCRICAO" TO REG-RELAT(01: 12)
           MOVE "REAPRESENTA MAX" TO REG-RELAT(45: 15)
           WRITE REG-RELAT
           MOVE ZEROS TO ALINEA-CH14.
           START CHD014 KEY IS NOT < ALINEA-CH14 INVALID KEY
                 MOVE "10" TO ST-CHD014.
           PERFORM UNTIL ST-CHD014 = "10"
              READ CHD014 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD014
              NOT AT END
                   MOVE SPACES TO REG-RELAT
                   MOVE ALINEA-CH14    TO REG-RELAT(01: 02)
                   MOVE DESCRICAO-CH14 TO REG-RELAT(04: 40)
                   IF REAPRESENTA-CH14 = 1
                      MOVE "SIM"       TO REG-RELAT(45: 03)
                      MOVE MAX-APRESENT-CH14 TO REG-RELAT(59: 01)
                   ELSE
                      MOVE "NAO - FINAL" TO REG-RELAT(45: 11)
                   END-IF
                   WRITE REG-RELAT
              END-READ
           END-PERFORM.

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO ja preenchida.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CHD014"    TO LOG3-ARQUIVO
           MOVE "CHB016"    TO LOG3-PROGRAMA
           MOVE REG-CHD014  TO LOG3-REGISTRO
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
