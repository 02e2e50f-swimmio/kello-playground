       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEB001.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Geracao anual do calendario de feriados em FED001 -
      * todo dezembro os feriados do ano seguinte eram digitados no
      * FEP001 e um Carnaval ou Corpus Christi esquecido desmontava
      * o AJUSTA-DIA-UTIL de CPP020A e dos batches de parcelas.
      * Para o ano informado grava (TIPO-FE01 = 0, fornecedor
      * zerado, como o FEP001):
      *   - os feriados nacionais de data fixa;
      *   - os moveis, contados da Pascoa (calculo gregoriano):
      *     Carnaval (segunda e terca, Pascoa - 48 e - 47), Sexta-
      *     feira Santa (Pascoa - 2) e Corpus Christi (Pascoa + 60);
      *   - os feriados municipais da empresa, mantidos no arquivo
      *     MUNFE01 da pasta da empresa, um por linha:
      *       MMDD;DESCRICAO      - todo ano na mesma data
      *       AAAAMMDD;DESCRICAO  - so naquele ano
      * Data ja cadastrada no FED001 e mantida como esta (nao
      * duplica nem sobrepoe o que foi digitado). Toda inclusao gera
      * imagem LOG001, como o FEP001.
      * Depois lista as parcelas de conta permanente (TIPO-CONTA-CP20
      * = 1) ja criadas, a pagar ou suspensas, com vencimento no ano
      * em feriado ou fim de semana - o CPB021 so ajusta o vencto da
      * parcela nova; estas precisam ser remarcadas no CPP020A.
      *
      * Ano: arquivo FERFE01 na pasta da empresa com "AAAA"; sem o
      * arquivo, o ano seguinte ao corrente. Saida: RELFE01.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY FEPX001.
           COPY CPPX020.
           COPY LOGX001.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-MUNIC ASSIGN TO PATH-MUNIC
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-MUNIC.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY FEPW001.
       COPY CPPW020.
       COPY LOGW001.

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(10).

       FD  ARQ-MUNIC.
       01  LINHA-MUNIC              PIC X(60).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-FED001             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-MUNIC              PIC XX       VALUE SPACES.
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
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-MUNIC            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  ANO-W                 PIC 9(4)     VALUE ZEROS.
           05  DATA-FERIADO-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FERIADO-R REDEFINES DATA-FERIADO-W.
               10  ANO-FER-W         PIC 9(4).
               10  MMDD-FER-W        PIC 9(4).
           05  DESCR-FERIADO-W       PIC X(30)    VALUE SPACES.
           05  DATA-PASCOA-W         PIC 9(8)     VALUE ZEROS.
           05  DATA-PASCOA-R REDEFINES DATA-PASCOA-W.
               10  ANO-PASCOA-W      PIC 9(4).
               10  MES-PASCOA-W      PIC 9(2).
               10  DIA-PASCOA-W      PIC 9(2).
           05  DIAS-PASCOA-W         PIC 9(3)     VALUE ZEROS.
           05  DIA-SEMANA-W          PIC 9(1)     VALUE ZEROS.

      *    Calculo da Pascoa (algoritmo gregoriano de Meeus).
           05  PASCOA-A              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-B              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-C              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-D              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-E              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-F              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-G              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-H              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-I              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-K              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-L              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-M              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-N              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-Q              PIC 9(4)     VALUE ZEROS.
           05  PASCOA-TMP            PIC S9(6)    VALUE ZEROS.

      *    Feriados nacionais de data fixa (MMDD + descricao).
           05  TAB-FIXOS-X.
               10  FILLER PIC X(34) VALUE
                   "0101CONFRATERNIZACAO UNIVERSAL".
               10  FILLER PIC X(34) VALUE "0421TIRADENTES".
               10  FILLER PIC X(34) VALUE "0501DIA DO TRABALHO".
               10  FILLER PIC X(34) VALUE "0907INDEPENDENCIA DO BRASIL".
               10  FILLER PIC X(34) VALUE
                   "1012NOSSA SENHORA APARECIDA".
               10  FILLER PIC X(34) VALUE "1102FINADOS".
               10  FILLER PIC X(34) VALUE
                   "1115PROCLAMACAO DA REPUBLICA".
               10  FILLER PIC X(34) VALUE
                   "1120DIA DA CONSCIENCIA NEGRA".
               10  FILLER PIC X(34) VALUE "1225NATAL".
           05  TAB-FIXOS REDEFINES TAB-FIXOS-X.
               10  FIXO-TB OCCURS 9.
                   15  FIXO-MMDD-TB      PIC 9(4).
                   15  FIXO-DESCR-TB     PIC X(30).
           05  I                     PIC 9(2)     VALUE ZEROS.

           05  CAMPO-DATA-X          PIC X(08)    VALUE SPACES.
           05  CAMPO-DESCR-X         PIC X(30)    VALUE SPACES.
           05  MOTIVO-W              PIC X(30)    VALUE SPACES.
           05  DATA-E                PIC 99/99/9999.
           05  DATA-DMA-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-DMA-R REDEFINES DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-INV-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-INV-R REDEFINES DATA-INV-W.
               10  ANO-INV-W         PIC 9(4).
               10  MES-INV-W         PIC 9(2).
               10  DIA-INV-W         PIC 9(2).
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.

           05  QT-GRAVADOS-W         PIC 9(4)     VALUE ZEROS.
           05  QT-JA-EXISTIAM-W      PIC 9(4)     VALUE ZEROS.
           05  QT-MUNIC-REJ-W        PIC 9(4)     VALUE ZEROS.
           05  QT-PARCELAS-W         PIC 9(6)     VALUE ZEROS.

           COPY "CPTIME.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-GRAVADOS-W QT-JA-EXISTIAM-W
                         QT-MUNIC-REJ-W QT-PARCELAS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU(1: 4) TO ANO-W
           ADD 1 TO ANO-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "FED001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FED001
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "LOG001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001
           MOVE "FERFE01" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "MUNFE01" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-MUNIC
           MOVE "RELFE01" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              READ ARQ-PARAM AT END
                   CONTINUE
              NOT AT END
                   IF LINHA-PARAM(1: 4) IS NUMERIC
                      MOVE LINHA-PARAM(1: 4) TO ANO-W
                   END-IF
              END-READ
              CLOSE ARQ-PARAM
           END-IF

           OPEN I-O FED001 LOG001
           IF ST-FED001 = "35"
              CLOSE FED001      OPEN OUTPUT FED001
              CLOSE FED001      OPEN I-O FED001
           END-IF
           IF ST-LOG001 = "35"
              CLOSE LOG001      OPEN OUTPUT LOG001
              CLOSE LOG001      OPEN I-O LOG001
           END-IF
           OPEN INPUT CPD020
           OPEN OUTPUT ARQ-RELAT

           IF ST-FED001 <> "00" OR ST-LOG001 <> "00"
              DISPLAY "ERRO ABERTURA FED001/LOG001: " ST-FED001 " "
                      ST-LOG001
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              MOVE SPACES TO REG-RELAT
              MOVE "CALENDARIO DE FERIADOS - ANO " TO REG-RELAT(01: 29)
              MOVE ANO-W TO REG-RELAT(30: 04)
              WRITE REG-RELAT
              MOVE SPACES TO REG-RELAT
              MOVE "DATA       FERIADO                        SITUACAO"
                   TO REG-RELAT(01: 50)
              WRITE REG-RELAT
              PERFORM GERA-FIXOS
              PERFORM GERA-MOVEIS
              PERFORM GERA-MUNICIPAIS
              PERFORM LISTA-PARCELAS
           END-IF.

           CLOSE FED001 CPD020 LOG001 ARQ-RELAT.

           DISPLAY "ANO GERADO.......................: " ANO-W.
           DISPLAY "FERIADOS GRAVADOS NO FED001......: " QT-GRAVADOS-W.
           DISPLAY "FERIADOS JA CADASTRADOS..........: "
                   QT-JA-EXISTIAM-W.
           DISPLAY "LINHAS MUNICIPAIS REJEITADAS.....: "
                   QT-MUNIC-REJ-W.
           DISPLAY "PARCELAS PERMANENTES EM DIA MORTO: " QT-PARCELAS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       GERA-FIXOS SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
              MOVE ANO-W             TO ANO-FER-W
              MOVE FIXO-MMDD-TB(I)   TO MMDD-FER-W
              MOVE FIXO-DESCR-TB(I)  TO DESCR-FERIADO-W
              PERFORM GRAVA-FERIADO
           END-PERFORM.

       GERA-MOVEIS SECTION.
           PERFORM CALCULA-PASCOA.
           MOVE 48 TO DIAS-PASCOA-W.
           MOVE "CARNAVAL (SEGUNDA-FEIRA)" TO DESCR-FERIADO-W.
           PERFORM GRAVA-ANTES-PASCOA.
           MOVE 47 TO DIAS-PASCOA-W.
           MOVE "CARNAVAL (TERCA-FEIRA)" TO DESCR-FERIADO-W.
           PERFORM GRAVA-ANTES-PASCOA.
           MOVE 2 TO DIAS-PASCOA-W.
           MOVE "SEXTA-FEIRA SANTA" TO DESCR-FERIADO-W.
           PERFORM GRAVA-ANTES-PASCOA.
           MOVE 2                 TO GRTIME-TYPE.
           MOVE 1                 TO GRTIME-FUNCTION.
           MOVE DATA-PASCOA-W     TO GRTIME-DATE.
           MOVE 60                TO GRTIME-DAYS.
           CALL   "GRTIME" USING PARAMETROS-GRTIME.
           CANCEL "GRTIME".
           MOVE GRTIME-DATE-FINAL TO DATA-FERIADO-W.
           MOVE "CORPUS CHRISTI" TO DESCR-FERIADO-W.
           PERFORM GRAVA-FERIADO.

       GRAVA-ANTES-PASCOA SECTION.
           MOVE 2                 TO GRTIME-TYPE.
           MOVE 5                 TO GRTIME-FUNCTION.
           MOVE DATA-PASCOA-W     TO GRTIME-DATE.
           MOVE DIAS-PASCOA-W     TO GRTIME-DAYS.
           CALL   "GRTIME" USING PARAMETROS-GRTIME.
           CANCEL "GRTIME".
           MOVE GRTIME-DATE-FINAL TO DATA-FERIADO-W.
           PERFORM GRAVA-FERIADO.

       CALCULA-PASCOA SECTION.
      *    Domingo de Pascoa do ANO-W (calendario gregoriano):
      *    a = ano mod 19; b = ano / 100; c = ano mod 100; d = b / 4;
      *    e = b mod 4; f = (b + 8) / 25; g = (b - f + 1) / 3;
      *    h = (19a + b - d - g + 15) mod 30; i = c / 4; k = c mod 4;
      *    l = (32 + 2e + 2i - h - k) mod 7;
      *    m = (a + 11h + 22l) / 451;
      *    mes = (h + l - 7m + 114) / 31; dia = resto + 1.
           DIVIDE ANO-W BY 19  GIVING PASCOA-Q REMAINDER PASCOA-A.
           DIVIDE ANO-W BY 100 GIVING PASCOA-B REMAINDER PASCOA-C.
           DIVIDE PASCOA-B BY 4 GIVING PASCOA-D REMAINDER PASCOA-E.
           COMPUTE PASCOA-TMP = PASCOA-B + 8.
           DIVIDE PASCOA-TMP BY 25 GIVING PASCOA-F.
           COMPUTE PASCOA-TMP = PASCOA-B - PASCOA-F + 1.
           DIVIDE PASCOA-TMP BY 3 GIVING PASCOA-G.
           COMPUTE PASCOA-TMP = 19 * PASCOA-A + PASCOA-B - PASCOA-D
                              - PASCOA-G + 15.
           DIVIDE PASCOA-TMP BY 30 GIVING PASCOA-Q
                  REMAINDER PASCOA-H.
           DIVIDE PASCOA-C BY 4 GIVING PASCOA-I REMAINDER PASCOA-K.
      *    soma 7 antes do resto p/ nao trabalhar com negativo
           COMPUTE PASCOA-TMP = 32 + 2 * PASCOA-E + 2 * PASCOA-I
                              - PASCOA-H - PASCOA-K + 7.
           DIVIDE PASCOA-TMP BY 7 GIVING PASCOA-Q REMAINDER PASCOA-L.
           COMPUTE PASCOA-TMP = PASCOA-A + 11 * PASCOA-H
                              + 22 * PASCOA-L.
           DIVIDE PASCOA-TMP BY 451 GIVING PASCOA-M.
           COMPUTE PASCOA-TMP = PASCOA-H + PASCOA-L - 7 * PASCOA-M
                              + 114.
           DIVIDE PASCOA-TMP BY 31 GIVING PASCOA-N
                  REMAINDER PASCOA-Q.
           MOVE ANO-W      TO ANO-PASCOA-W.
           MOVE PASCOA-N   TO MES-PASCOA-W.
           COMPUTE DIA-PASCOA-W = PASCOA-Q + 1.

       GERA-MUNICIPAIS SECTION.
      *    Lista de feriados municipais da empresa (MUNFE01, opcional).
           OPEN INPUT ARQ-MUNIC.
           IF ST-MUNIC <> "00"
              GO GERA-MUNICIPAIS-FIM.
           PERFORM UNTIL ST-MUNIC = "10"
              READ ARQ-MUNIC AT END
                   MOVE "10" TO ST-MUNIC
              NOT AT END
                   PERFORM GERA-UM-MUNICIPAL
              END-READ
           END-PERFORM.
           CLOSE ARQ-MUNIC.
       GERA-MUNICIPAIS-FIM.
           EXIT.

       GERA-UM-MUNICIPAL SECTION.
           MOVE SPACES TO CAMPO-DATA-X CAMPO-DESCR-X.
           UNSTRING LINHA-MUNIC DELIMITED BY ";"
                INTO CAMPO-DATA-X CAMPO-DESCR-X
           END-UNSTRING.
           IF CAMPO-DESCR-X = SPACES
              MOVE "FERIADO MUNICIPAL" TO CAMPO-DESCR-X.
           IF CAMPO-DATA-X(1: 4) IS NUMERIC AND
              CAMPO-DATA-X(5: 4) = SPACES
              MOVE ANO-W            TO ANO-FER-W
              MOVE CAMPO-DATA-X(1: 4) TO MMDD-FER-W
           ELSE
              IF CAMPO-DATA-X IS NUMERIC
                 MOVE CAMPO-DATA-X  TO DATA-FERIADO-W
      *          feriado de outro ano nao entra nesta geracao
                 IF ANO-FER-W NOT = ANO-W
                    GO GERA-UM-MUNICIPAL-FIM
                 END-IF
              ELSE
                 MOVE ZEROS         TO DATA-FERIADO-W
              END-IF
           END-IF.
           MOVE 2                 TO GRTIME-TYPE.
           MOVE 7                 TO GRTIME-FUNCTION.
           MOVE DATA-FERIADO-W    TO GRTIME-DATE.
           CALL   "GRTIME" USING PARAMETROS-GRTIME.
           CANCEL "GRTIME".
           IF DATA-FERIADO-W = ZEROS OR GRTIME-DATE-FINAL = ZEROS
              ADD 1 TO QT-MUNIC-REJ-W
              MOVE SPACES TO REG-RELAT
              MOVE "MUNFE01 - DATA INVALIDA: " TO REG-RELAT(01: 25)
              MOVE LINHA-MUNIC TO REG-RELAT(26: 60)
              WRITE REG-RELAT
              GO GERA-UM-MUNICIPAL-FIM.
           MOVE CAMPO-DESCR-X TO DESCR-FERIADO-W.
           PERFORM GRAVA-FERIADO.
       GERA-UM-MUNICIPAL-FIM.
           EXIT.

       GRAVA-FERIADO SECTION.
      *    Feriado ja cadastrado (digitado no FEP001 ou gerado antes)
      *    fica como esta.
           MOVE DATA-FERIADO-W  TO DATA-FE01.
           MOVE ZEROS           TO FORNEC-FE01.
           MOVE 0               TO TIPO-FE01.
           MOVE DESCR-FERIADO-W TO DESCRICAO-FE01.
           MOVE ZEROS           TO VALOR-PROGR-FE01.
           WRITE REG-FED001 INVALID KEY
                 ADD 1 TO QT-JA-EXISTIAM-W
                 MOVE "JA CADASTRADO" TO MOTIVO-W
           NOT INVALID KEY
                 ADD 1 TO QT-GRAVADOS-W
                 MOVE "GRAVADO" TO MOTIVO-W
                 PERFORM GRAVA-LOG-FE01
           END-WRITE.
           MOVE DATA-FERIADO-W  TO DATA-INV-W.
           MOVE DIA-INV-W       TO DIA-DMA-W.
           MOVE MES-INV-W       TO MES-DMA-W.
           MOVE ANO-INV-W       TO ANO-DMA-W.
           MOVE DATA-DMA-W      TO DATA-E.
           MOVE SPACES          TO REG-RELAT.
           MOVE DATA-E          TO REG-RELAT(01: 10).
           MOVE DESCR-FERIADO-W TO REG-RELAT(12: 30).
           MOVE MOTIVO-W        TO REG-RELAT(43: 30).
           WRITE REG-RELAT.

       GRAVA-LOG-FE01 SECTION.
      *    Auditoria em LOG001, como o FEP001.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "I"         TO LOG1-OPERACAO
           MOVE "FED001"    TO LOG1-ARQUIVO
           MOVE "FEB001"    TO LOG1-PROGRAMA
           MOVE REG-FED001  TO LOG1-REGISTRO
           WRITE REG-LOG001
           END-WRITE
           PERFORM SELA-LOG001.

       LISTA-PARCELAS SECTION.
      *    Parcelas de conta permanente, a pagar ou suspensas, com
      *    vencto no ano caindo em feriado ou sabado/domingo.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "PARCELAS DE CONTA PERMANENTE COM VENCTO EM DIA NAO "
                TO REG-RELAT(01: 51)
           MOVE "UTIL" TO REG-RELAT(52: 04)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "FORNEC SEQ   DOCUMENTO  PC   VENCTO     " TO
                REG-RELAT(01: 40)
           MOVE "        VALOR MOTIVO" TO REG-RELAT(41: 20)
           WRITE REG-RELAT
           MOVE ZEROS TO FORNEC-CP20 SEQ-CP20.
           START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF TIPO-CONTA-CP20 = 1 AND
                      (SITUACAO-CP20 = 0 OR SITUACAO-CP20 = 1) AND
                      DATA-VENCTO-CP20(1: 4) = ANO-W
                      PERFORM CONFERE-PARCELA
                   END-IF
              END-READ
           END-PERFORM.

       CONFERE-PARCELA SECTION.
      *    Mesmo teste do AJUSTA-DIA-UTIL (GRTIME-WEEK-NUM 0 e 1 =
      *    sabado e domingo).
           MOVE SPACES TO MOTIVO-W.
           MOVE DATA-VENCTO-CP20 TO DATA-FE01.
           MOVE ZEROS            TO FORNEC-FE01.
           READ FED001 INVALID KEY
                MOVE ZEROS TO DATA-FE01
           END-READ.
           IF DATA-FE01 = DATA-VENCTO-CP20 AND TIPO-FE01 = 0
              MOVE DESCRICAO-FE01 TO MOTIVO-W
           ELSE
              MOVE 2                TO GRTIME-TYPE
              MOVE 8                TO GRTIME-FUNCTION
              MOVE DATA-VENCTO-CP20 TO GRTIME-DATE
              CALL   "GRTIME" USING PARAMETROS-GRTIME
              CANCEL "GRTIME"
              MOVE GRTIME-WEEK-NUM  TO DIA-SEMANA-W
              IF DIA-SEMANA-W = 0 OR DIA-SEMANA-W = 1
                 MOVE "FIM DE SEMANA" TO MOTIVO-W
              END-IF
           END-IF.
           IF MOTIVO-W = SPACES
              GO CONFERE-PARCELA-FIM.
           ADD 1 TO QT-PARCELAS-W.
           MOVE SPACES           TO REG-RELAT.
           MOVE FORNEC-CP20      TO REG-RELAT(01: 06).
           MOVE SEQ-CP20         TO REG-RELAT(08: 05).
           MOVE NR-DOCTO-CP20    TO REG-RELAT(14: 10).
           MOVE NR-PARCELA-CP20  TO REG-RELAT(25: 04).
           MOVE DATA-VENCTO-CP20 TO DATA-INV-W.
           MOVE DIA-INV-W        TO DIA-DMA-W.
           MOVE MES-INV-W        TO MES-DMA-W.
           MOVE ANO-INV-W        TO ANO-DMA-W.
           MOVE DATA-DMA-W       TO DATA-E.
           MOVE DATA-E           TO REG-RELAT(30: 10).
           MOVE VALOR-TOT-CP20   TO VALOR-E.
           MOVE VALOR-E          TO REG-RELAT(41: 13).
           MOVE MOTIVO-W         TO REG-RELAT(55: 30).
           WRITE REG-RELAT.
       CONFERE-PARCELA-FIM.
           EXIT.

       SELA-LOG001 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG001 NOT = "00" AND ST-LOG001 NOT = "02"
              GO SELA-LOG001-FIM.
           MOVE PATH-LOG001      TO GECADEIA-PATH.
           MOVE REG-LOG001       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG001
                                    - LENGTH OF LOG1-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG1-POSICAO
              MOVE GECADEIA-HASH    TO LOG1-HASH
           ELSE
              MOVE SPACES TO LOG1-SELO
           END-IF.
           REWRITE REG-LOG001 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG001.
       SELA-LOG001-FIM.
           EXIT.
