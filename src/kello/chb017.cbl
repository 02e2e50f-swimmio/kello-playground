       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHB017.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Desconto de cheques pre-datados no banco - qdo falta
      * caixa o tesoureiro antecipa no banco os cheques da gaveta e
      * o controle era no papel. Seleciona os cheques em carteira
      * (SITUACAO-CH10 = 0) com bom-para na faixa pedida e ainda por
      * vir, calcula os juros do desconto de cada um (taxa ao mes,
      * pro-rata dia ate o bom-para via GRDIAS1), grava o bordero de
      * desconto em CHD015 (banco, taxa, tarifa, bruto, juros e
      * liquido), marca os cheques como descontados (SITUACAO-CH10 =
      * 4, NR-DESCONTO-CH10/CUSTO-DESC-CH10) e lanca o credito
      * liquido na conta do banco (CBD002 + SALDO-ATUAL-CB01, como o
      * CBB001) - tudo com imagem LOG003.
      * O cheque descontado deixa de ser entrada prevista (CHB014) e
      * fica como responsabilidade contingente da empresa ate o
      * bom-para: se voltar, o banco cobra - o CHB015 abre o
      * devolvido e o titulo da divida com o banco em CPD020.
      *
      * Parametro: arquivo DESCH17 na pasta da empresa, uma linha:
      *   BOM-PARA-INI(8);BOM-PARA-FIM(8);CONTA(6);TAXA(5);TARIFA(8)
      *   TAXA em centesimos de % ao mes (00250 = 2,50% a.m.),
      *   TARIFA em centavos.
      * Sem o arquivo nada e descontado e sai so a posicao da
      * responsabilidade contingente.
      * Saida: RELCH17 (bordero de desconto + responsabilidade
      * contingente dos descontados ainda a vencer).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CBPX001.
           COPY CBPX002.
           COPY CHPX010.
           COPY CHPX015.
           COPY LOGX003.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CBPW001.
       COPY CBPW002.
       COPY CHPW010.
       COPY CHPW015.
       COPY LOGW003.

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(50).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(90).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CBD001             PIC XX       VALUE SPACES.
           05  ST-CBD002             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CHD015             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
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
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  TEM-PARAM-W           PIC X        VALUE "N".
           05  CAMPO1-X              PIC X(08)    VALUE SPACES.
           05  CAMPO2-X              PIC X(08)    VALUE SPACES.
           05  CAMPO3-X              PIC X(06)    VALUE SPACES.
           05  CAMPO4-X              PIC X(05)    VALUE SPACES.
           05  CAMPO5-X              PIC X(08)    VALUE SPACES.
           05  BOM-PARA-INI-W        PIC 9(8)     VALUE ZEROS.
           05  BOM-PARA-FIM-W        PIC 9(8)     VALUE ZEROS.
           05  CONTA-W               PIC 9(6)     VALUE ZEROS.
           05  TAXA-CENT-W           PIC 9(5)     VALUE ZEROS.
           05  TAXA-W                PIC 9(3)V99  VALUE ZEROS.
           05  TARIFA-CENT-W         PIC 9(8)     VALUE ZEROS.
           05  TARIFA-W              PIC 9(6)V99  VALUE ZEROS.
           05  NR-DESCONTO-W         PIC 9(6)     VALUE ZEROS.
           05  DIAS-W                PIC S9(5)    VALUE ZEROS.
           05  JUROS-CHEQUE-W        PIC 9(6)V99  VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(4)     VALUE ZEROS.

           05  QT-DESCONTADOS-W      PIC 9(4)     VALUE ZEROS.
           05  VALOR-BRUTO-W         PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-JUROS-W         PIC 9(08)V99 VALUE ZEROS.
           05  VALOR-LIQUIDO-W       PIC S9(10)V99 VALUE ZEROS.
           05  QT-CONTINGENTE-W      PIC 9(6)     VALUE ZEROS.
           05  VALOR-CONTINGENTE-W   PIC 9(10)V99 VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           05  TAXA-E                PIC ZZ9,99.

           COPY "CPDIAS1.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-DESCONTADOS-W VALOR-BRUTO-W
                         VALOR-JUROS-W VALOR-LIQUIDO-W
                         QT-CONTINGENTE-W VALOR-CONTINGENTE-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CBD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD001
           MOVE "CBD002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD002
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "CHD015"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD015
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "DESCH17" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCH17" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              PERFORM LE-PARAMETRO
              CLOSE ARQ-PARAM
           END-IF.

           OPEN I-O CBD001 CBD002 CHD010 CHD015 LOG003
           IF ST-CBD002 = "35"
              CLOSE CBD002      OPEN OUTPUT CBD002
              CLOSE CBD002      OPEN I-O CBD002
           END-IF
           IF ST-CHD015 = "35"
              CLOSE CHD015      OPEN OUTPUT CHD015
              CLOSE CHD015      OPEN I-O CHD015
           END-IF
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF
           OPEN OUTPUT ARQ-RELAT

           IF ST-CHD010 <> "00" OR ST-CHD015 <> "00" OR
              ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CHD010/CHD015/LOG003"
              MOVE 1 TO ERRO-W
           END-IF.
           IF TEM-PARAM-W = "S" AND
              (ST-CBD001 <> "00" OR ST-CBD002 <> "00")
              DISPLAY "ERRO ABERTURA CBD001/CBD002"
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0 AND TEM-PARAM-W = "S"
              PERFORM VALIDA-CONTA
           END-IF.
           IF ERRO-W = 0 AND TEM-PARAM-W = "S"
              PERFORM ACHA-PROXIMO-DESCONTO
              PERFORM CABECALHO-BORDERO
              PERFORM SELECIONA-CHEQUES
              IF QT-DESCONTADOS-W > ZEROS
                 PERFORM FECHA-BORDERO
              ELSE
                 MOVE SPACES TO REG-RELAT
                 MOVE "NENHUM CHEQUE EM CARTEIRA NA FAIXA PEDIDA" TO
                      REG-RELAT(01: 41)
                 WRITE REG-RELAT
              END-IF
           END-IF.
           IF ERRO-W = 0
              PERFORM POSICAO-CONTINGENTE
           END-IF.

           CLOSE CBD001 CBD002 CHD010 CHD015 LOG003 ARQ-RELAT.

           DISPLAY "BORDERO DE DESCONTO..............: " NR-DESCONTO-W.
           DISPLAY "CHEQUES DESCONTADOS..............: "
                   QT-DESCONTADOS-W.
           DISPLAY "CREDITO LIQUIDO..................: "
                   VALOR-LIQUIDO-W.
           DISPLAY "CHEQUES DESCONTADOS A VENCER.....: "
                   QT-CONTINGENTE-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       LE-PARAMETRO SECTION.
           READ ARQ-PARAM AT END
                GO LE-PARAMETRO-FIM.
           MOVE SPACES TO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X CAMPO5-X.
           UNSTRING LINHA-PARAM DELIMITED BY ";"
                INTO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X CAMPO5-X
           END-UNSTRING.
           IF CAMPO1-X NOT NUMERIC OR CAMPO2-X NOT NUMERIC OR
              CAMPO3-X NOT NUMERIC OR CAMPO4-X NOT NUMERIC
              DISPLAY "PARAMETRO DESCH17 INVALIDO - USE BOM-PARA-INI;"
                      "BOM-PARA-FIM;CONTA;TAXA;TARIFA"
              MOVE 1 TO ERRO-W
              GO LE-PARAMETRO-FIM.
           IF CAMPO5-X NOT NUMERIC
              MOVE ZEROS TO CAMPO5-X.
           MOVE CAMPO1-X TO BOM-PARA-INI-W.
           MOVE CAMPO2-X TO BOM-PARA-FIM-W.
           MOVE CAMPO3-X TO CONTA-W.
           MOVE CAMPO4-X TO TAXA-CENT-W.
           COMPUTE TAXA-W = TAXA-CENT-W / 100.
           MOVE CAMPO5-X TO TARIFA-CENT-W.
           COMPUTE TARIFA-W = TARIFA-CENT-W / 100.
      *    So se desconta cheque ainda por vencer.
           IF BOM-PARA-INI-W NOT > DATA-HOJE-W
              MOVE DATA-HOJE-W TO BOM-PARA-INI-W
              ADD 1 TO BOM-PARA-INI-W.
           MOVE "S" TO TEM-PARAM-W.
       LE-PARAMETRO-FIM.
           EXIT.

       VALIDA-CONTA SECTION.
           MOVE CONTA-W TO CODIGO-FORN-CB01.
           READ CBD001 INVALID KEY
                DISPLAY "CONTA NAO CADASTRADA EM CBD001: " CONTA-W
                MOVE 1 TO ERRO-W.

       ACHA-PROXIMO-DESCONTO SECTION.
      *    Ultimo bordero de desconto + 1.
           MOVE ZEROS TO NR-DESCONTO-W NR-DESCONTO-CH15.
           START CHD015 KEY IS NOT < NR-DESCONTO-CH15 INVALID KEY
                 MOVE "10" TO ST-CHD015.
           PERFORM UNTIL ST-CHD015 = "10"
              READ CHD015 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD015
              NOT AT END
                   MOVE NR-DESCONTO-CH15 TO NR-DESCONTO-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD015.
           ADD 1 TO NR-DESCONTO-W.

       CABECALHO-BORDERO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "BORDERO DE DESCONTO DE CHEQUES " TO REG-RELAT(01: 31)
           MOVE NR-DESCONTO-W TO REG-RELAT(32: 06)
           MOVE " - EMISSAO " TO REG-RELAT(38: 11)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E TO REG-RELAT(49: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "BANCO/CONTA " TO REG-RELAT(01: 12)
           MOVE CONTA-W TO REG-RELAT(13: 06)
           MOVE NOME-BANCO-CB01 TO REG-RELAT(20: 30)
           MOVE "TAXA A.M. " TO REG-RELAT(52: 10)
           MOVE TAXA-W TO TAXA-E
           MOVE TAXA-E TO REG-RELAT(62: 06)
           MOVE "%" TO REG-RELAT(68: 01)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "BOM-PARA DE " TO REG-RELAT(01: 12)
           MOVE BOM-PARA-INI-W TO DATA-E
           MOVE DATA-E TO REG-RELAT(13: 10)
           MOVE " ATE " TO REG-RELAT(23: 05)
           MOVE BOM-PARA-FIM-W TO DATA-E
           MOVE DATA-E TO REG-RELAT(28: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "BCO CHEQUE  CLIENTE   BOM-PARA    DIAS" TO
                REG-RELAT(01: 39)
           MOVE "          VALOR      JUROS" TO REG-RELAT(40: 26)
           WRITE REG-RELAT.

       SELECIONA-CHEQUES SECTION.
           MOVE ZEROS TO DATA-MOVTO-CH10 SEQ-CH10.
           START CHD010 KEY IS NOT < CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010.
           PERFORM UNTIL ST-CHD010 = "10"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   IF SITUACAO-CH10 = 0 AND
                      BOM-PARA-CH10 NOT < BOM-PARA-INI-W AND
                      BOM-PARA-CH10 NOT > BOM-PARA-FIM-W
                      PERFORM DESCONTA-CHEQUE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD010.

       DESCONTA-CHEQUE SECTION.
           MOVE DATA-HOJE-W   TO GRDIAS-AAMMDD-INICIAL.
           MOVE BOM-PARA-CH10 TO GRDIAS-AAMMDD-FINAL.
           CALL "GRDIAS1" USING PARAMETROS-GRDIAS1
           CANCEL "GRDIAS1"
           MOVE GRDIAS-NUM-DIAS TO DIAS-W.
           IF DIAS-W < ZEROS
              MOVE ZEROS TO DIAS-W.
           COMPUTE JUROS-CHEQUE-W ROUNDED = VALOR-CH10 *
                   (TAXA-W / 100) / 30 * DIAS-W.

           MOVE 4              TO SITUACAO-CH10.
           MOVE NR-DESCONTO-W  TO NR-DESCONTO-CH10.
           MOVE JUROS-CHEQUE-W TO CUSTO-DESC-CH10.
           REWRITE REG-CHD010 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CHD010: " ST-CHD010
                 GO DESCONTA-CHEQUE-FIM
           END-REWRITE.
           MOVE "A"        TO LOG3-OPERACAO.
           MOVE "CHD010"   TO LOG3-ARQUIVO.
           MOVE REG-CHD010 TO LOG3-REGISTRO.
           PERFORM GRAVA-LOG.
           ADD 1              TO QT-DESCONTADOS-W.
           ADD VALOR-CH10     TO VALOR-BRUTO-W.
           ADD JUROS-CHEQUE-W TO VALOR-JUROS-W.

           MOVE SPACES TO REG-RELAT
           MOVE BANCO-CH10     TO REG-RELAT(01: 03)
           MOVE NR-CHEQUE-CH10 TO REG-RELAT(05: 06)
           MOVE CLIENTE-CH10   TO REG-RELAT(13: 08)
           MOVE BOM-PARA-CH10  TO DATA-E
           MOVE DATA-E         TO REG-RELAT(23: 10)
           MOVE DIAS-W         TO REG-RELAT(35: 05)
           MOVE VALOR-CH10     TO VALOR-E
           MOVE VALOR-E        TO REG-RELAT(41: 15)
           MOVE JUROS-CHEQUE-W TO VALOR-E
           MOVE VALOR-E        TO REG-RELAT(56: 15)
           WRITE REG-RELAT.
       DESCONTA-CHEQUE-FIM.
           EXIT.

       FECHA-BORDERO SECTION.
           COMPUTE VALOR-LIQUIDO-W = VALOR-BRUTO-W - VALOR-JUROS-W
                                   - TARIFA-W.
           IF VALOR-LIQUIDO-W < ZEROS
              MOVE ZEROS TO VALOR-LIQUIDO-W.

           INITIALIZE REG-CHD015.
           MOVE NR-DESCONTO-W    TO NR-DESCONTO-CH15.
           MOVE DATA-HOJE-W      TO DATA-CH15.
           MOVE CONTA-W          TO CONTA-CH15.
           MOVE BOM-PARA-INI-W   TO BOM-PARA-INI-CH15.
           MOVE BOM-PARA-FIM-W   TO BOM-PARA-FIM-CH15.
           MOVE TAXA-W           TO TAXA-CH15.
           MOVE TARIFA-W         TO TARIFA-CH15.
           MOVE QT-DESCONTADOS-W TO QT-CHEQUES-CH15.
           MOVE VALOR-BRUTO-W    TO VALOR-BRUTO-CH15.
           MOVE VALOR-JUROS-W    TO VALOR-JUROS-CH15.
           MOVE VALOR-LIQUIDO-W  TO VALOR-LIQUIDO-CH15.
           MOVE USUARIO-W        TO USUARIO-CH15.
           WRITE REG-CHD015 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CHD015: " ST-CHD015
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CHD015"   TO LOG3-ARQUIVO
                 MOVE REG-CHD015 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.

           PERFORM CREDITA-CONTA.

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "VALOR BRUTO........: " TO REG-RELAT(01: 21)
           MOVE VALOR-BRUTO-W TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(22: 15)
           MOVE QT-DESCONTADOS-W TO REG-RELAT(40: 04)
           MOVE " CHEQUES" TO REG-RELAT(44: 08)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "JUROS DO DESCONTO..: " TO REG-RELAT(01: 21)
           MOVE VALOR-JUROS-W TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(22: 15)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TARIFA.............: " TO REG-RELAT(01: 21)
           MOVE TARIFA-W TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(22: 15)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "CREDITO LIQUIDO....: " TO REG-RELAT(01: 21)
           MOVE VALOR-LIQUIDO-W TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(22: 15)
           WRITE REG-RELAT.

       CREDITA-CONTA SECTION.
      *    Credito liquido na conta do banco - mesmo lancamento do
      *    CBB001 (proxima sequencia do dia + saldo da conta).
           IF VALOR-LIQUIDO-W = ZEROS
              GO CREDITA-CONTA-FIM.
           MOVE CONTA-W TO CODIGO-FORN-CB01.
           READ CBD001 INVALID KEY
                DISPLAY "CONTA NAO CADASTRADA EM CBD001: " CONTA-W
                MOVE 1 TO ERRO-W
                GO CREDITA-CONTA-FIM.
           PERFORM ACHA-SEQ-MOVIMENTO.
           MOVE CONTA-W         TO CONTA-CB02.
           MOVE DATA-HOJE-W     TO DATA-CB02.
           MOVE "C"             TO TIPO-DC-CB02.
           MOVE VALOR-LIQUIDO-W TO VALOR-CB02.
           MOVE SPACES          TO HISTORICO-CB02.
           STRING "DESCONTO CHEQUES BORDERO " NR-DESCONTO-W
                  DELIMITED BY SIZE INTO HISTORICO-CB02.
           MOVE ZEROS           TO CONTA-CONTRA-CB02.
           MOVE USUARIO-W       TO USUARIO-CB02.
           WRITE REG-CBD002 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CBD002: " ST-CBD002
                 MOVE 1 TO ERRO-W
                 GO CREDITA-CONTA-FIM
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CBD002"   TO LOG3-ARQUIVO
                 MOVE REG-CBD002 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.
           ADD VALOR-LIQUIDO-W TO SALDO-ATUAL-CB01.
           REWRITE REG-CBD001 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CBD001: " ST-CBD001
           NOT INVALID KEY
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "CBD001"   TO LOG3-ARQUIVO
                 MOVE REG-CBD001 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-REWRITE.
       CREDITA-CONTA-FIM.
           EXIT.

       ACHA-SEQ-MOVIMENTO SECTION.
      *    Ultima sequencia do dia na conta + 1.
           MOVE CONTA-W     TO CONTA-CB02.
           MOVE DATA-HOJE-W TO DATA-CB02.
           MOVE ZEROS       TO SEQ-CB02.
           START CBD002 KEY IS NOT < CHAVE-CB02 INVALID KEY
                 MOVE "10" TO ST-CBD002.
           MOVE ZEROS TO ULT-SEQ-W.
           PERFORM UNTIL ST-CBD002 = "10"
              READ CBD002 NEXT RECORD AT END
                   MOVE "10" TO ST-CBD002
              NOT AT END
                   IF CONTA-CB02 NOT = CONTA-W OR
                      DATA-CB02 NOT = DATA-HOJE-W
                      MOVE "10" TO ST-CBD002
                   ELSE
                      MOVE SEQ-CB02 TO ULT-SEQ-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CBD002.
           COMPUTE SEQ-CB02 = ULT-SEQ-W + 1.

       POSICAO-CONTINGENTE SECTION.
      *    Cheques descontados com bom-para de hoje em diante - se
      *    voltarem o banco cobra da empresa.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "RESPONSABILIDADE CONTINGENTE - DESCONTADOS A VENCER" TO
                REG-RELAT(01: 51)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "DESC.  BCO CHEQUE  CLIENTE   BOM-PARA" TO
                REG-RELAT(01: 37)
           MOVE "           VALOR" TO REG-RELAT(40: 16)
           WRITE REG-RELAT
           MOVE ZEROS TO DATA-MOVTO-CH10 SEQ-CH10.
           START CHD010 KEY IS NOT < CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010.
           PERFORM UNTIL ST-CHD010 = "10"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   IF SITUACAO-CH10 = 4 AND
                      BOM-PARA-CH10 NOT < DATA-HOJE-W
                      ADD 1          TO QT-CONTINGENTE-W
                      ADD VALOR-CH10 TO VALOR-CONTINGENTE-W
                      MOVE SPACES TO REG-RELAT
                      MOVE NR-DESCONTO-CH10 TO REG-RELAT(01: 06)
                      MOVE BANCO-CH10       TO REG-RELAT(08: 03)
                      MOVE NR-CHEQUE-CH10   TO REG-RELAT(12: 06)
                      MOVE CLIENTE-CH10     TO REG-RELAT(20: 08)
                      MOVE BOM-PARA-CH10    TO DATA-E
                      MOVE DATA-E           TO REG-RELAT(30: 10)
                      MOVE VALOR-CH10       TO VALOR-E
                      MOVE VALOR-E          TO REG-RELAT(41: 15)
                      WRITE REG-RELAT
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD010.
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL CONTINGENTE..: " TO REG-RELAT(01: 21)
           MOVE VALOR-CONTINGENTE-W TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(22: 15)
           MOVE QT-CONTINGENTE-W TO REG-RELAT(40: 06)
           MOVE " CHEQUES" TO REG-RELAT(46: 08)
           WRITE REG-RELAT.

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO/-ARQUIVO/-REGISTRO ja preenchidos.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CHB017"    TO LOG3-PROGRAMA
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
