      * = zeros), gera o arquivo de remessa no layout fixo do bureau
      * e carimba DATA-NEGATIV-CH13 com imagem LOG003 - a proxima
      * rodada nao reenvia o que ja foi.
      * So entra o devolvido que ja passou por todas as etapas da
      * regua de cobranca (ETAPA-REGUA-CH13 = ultima etapa do
      * REGCR05, cartas emitidas pelo CRB005 e registradas em
      * CRD003) - sem a prova da notificacao nao se negativa.
      * Devolucao por alinea reapresentavel (REAPRESENTA-CH13 = 1,
      * cheque de volta a carteira pelo CHB015) nunca e negativada.
      *
      * Parametro: arquivo NEGCH13 na pasta da empresa, 1a linha com
      * a qtde de dias (3 digitos); sem o arquivo, 30 dias.
      *   CLIENTE(8) CPF(11, de CLD001) NOME(30) BANCO(3) CHEQUE(6)
      *   VALOR(11, centavos) DATA-DEVOLUCAO(8)
      * Saida de conferencia: RELCH13.
      * A NEGREM13 leva o CPF inteiro - a geracao fica registrada em
      * LOGACESS como EXPORTADO (GEMASCAR funcao 5, como o EXPCP33
      * do CPB033).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-REGUA ASSIGN TO PATH-REGUA
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-REGUA.

           SELECT ARQ-REMESSA ASSIGN TO PATH-REMESSA
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-REMESSA.
       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(10).

       FD  ARQ-REGUA.
       01  LINHA-REGUA              PIC X(50).

       FD  ARQ-REMESSA.
       01  REG-REMESSA.
           05  REM-CLIENTE          PIC 9(08).
           05  ST-CLD001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-REGUA              PIC XX       VALUE SPACES.
           05  ST-REMESSA            PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
               10  ARQ-REC           PIC X(8).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(13).
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-REGUA            PIC X(30)    VALUE SPACES.
           05  PATH-REMESSA          PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  QT-ENVIADOS-W         PIC 9(6)     VALUE ZEROS.
           05  VALOR-ENVIADO-W       PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-CENT-W          PIC 9(11)    VALUE ZEROS.
           05  QT-SEM-REGUA-W        PIC 9(6)     VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.

           COPY "CPREGUA.CPY".
           COPY "CPDIAS1.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPMASCAR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-ENVIADOS-W VALOR-ENVIADO-W
                         QT-SEM-REGUA-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           MOVE "CLD001"   TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CLD001
           MOVE "LOG003"   TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "NEGCH13"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "REGCR05"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-REGUA
           MOVE "NEGREM13" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-REMESSA
           MOVE "RELCH13"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE
           MOVE 1             TO GEMASCAR-FUNCAO
           MOVE EMP-REC       TO GEMASCAR-EMPRESA
           MOVE SPACES        TO GEMASCAR-USUARIO
           MOVE "CHB013"      TO GEMASCAR-PROGRAMA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              CLOSE ARQ-PARAM
           END-IF

           PERFORM CARREGA-REGUA

           OPEN I-O CHD013 LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
           WRITE REG-RELAT

           CLOSE CHD013 CLD001 LOG003 ARQ-REMESSA ARQ-RELAT.
           IF QT-ENVIADOS-W > ZEROS
              MOVE 5             TO GEMASCAR-FUNCAO
              MOVE SPACES        TO GEMASCAR-REFERENCIA
              MOVE "NEGREM13"    TO GEMASCAR-REFERENCIA
              CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           END-IF.
           MOVE 9 TO GEMASCAR-FUNCAO
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           CANCEL "GEMASCAR".

           DISPLAY "CHEQUES ENVIADOS P/ NEGATIVACAO..: "
                   QT-ENVIADOS-W.
           DISPLAY "RETIDOS - REGUA NAO CONCLUIDA....: "
                   QT-SEM-REGUA-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
                   MOVE "10" TO ST-CHD013
              NOT AT END
                   IF DATA-RECTO-CH13 = ZEROS AND
                      DATA-NEGATIV-CH13 = ZEROS AND
                      REAPRESENTA-CH13 NOT = 1
                      PERFORM AVALIA-DEVOLVIDO
                   END-IF
              END-READ
           MOVE GRDIAS-NUM-DIAS TO DIAS-DEVOLVIDO-W.
           IF DIAS-DEVOLVIDO-W < DIAS-LIMITE-W
              GO AVALIA-DEVOLVIDO-FIM.
      *    Regua de cobranca incompleta: o devedor ainda nao recebeu
      *    todas as cartas (CRB005) - fica p/ a proxima rodada.
           IF ETAPA-REGUA-CH13 NOT NUMERIC OR
              ETAPA-REGUA-CH13 < QT-ETAPAS-REGUA
              ADD 1 TO QT-SEM-REGUA-W
              GO AVALIA-DEVOLVIDO-FIM.
           PERFORM GRAVA-LINHA-REMESSA.
           MOVE DATA-HOJE-W TO DATA-NEGATIV-CH13.
           REWRITE REG-CHD013 INVALID KEY
                 MOVE REG-CHD013  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
           END-REWRITE.
           ADD 1 TO QT-ENVIADOS-W.
           ADD VALOR-CH13 TO VALOR-ENVIADO-W.
           MOVE VALOR-CH13      TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(63: 15)
           WRITE REG-RELAT.

       CARREGA-REGUA SECTION.
      *    Mesma leitura do CRB005: linhas DIAS(3);TITULO, no maximo
      *    9 etapas; sem o arquivo vale a regua padrao de 3 etapas.
           MOVE ZEROS TO QT-ETAPAS-REGUA.
           OPEN INPUT ARQ-REGUA.
           IF ST-REGUA = "00"
              PERFORM UNTIL ST-REGUA NOT = "00"
                 READ ARQ-REGUA INTO LINHA-REGUA-W AT END
                      MOVE "10" TO ST-REGUA
                 NOT AT END
                      MOVE SPACES TO DIAS-REGUA-X TITULO-REGUA-X
                      UNSTRING LINHA-REGUA-W DELIMITED BY ";"
                           INTO DIAS-REGUA-X TITULO-REGUA-X
                      END-UNSTRING
                      IF DIAS-REGUA-X IS NUMERIC AND
                         QT-ETAPAS-REGUA < 9
                         ADD 1 TO QT-ETAPAS-REGUA
                         MOVE DIAS-REGUA-X   TO
                              DIAS-REGUA(QT-ETAPAS-REGUA)
                         MOVE TITULO-REGUA-X TO
                              TITULO-REGUA(QT-ETAPAS-REGUA)
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-REGUA
           END-IF.
           IF QT-ETAPAS-REGUA = ZEROS
              MOVE 3 TO QT-ETAPAS-REGUA
           END-IF.

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
