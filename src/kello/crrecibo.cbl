       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRRECIBO.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Recibo numerado dos recebimentos - formandos e pais
      * pediam recibo e as secretarias escreviam a mao. Rotina unica
      * chamada por quem recebe (CHP010 p/ cheque, CXB001 p/ caixa)
      * e pelo CRB006 (2a via e cancelamento):
      *   funcao 1 (emitir): proximo numero de recibo (ultimo de
      *     CRD004 + 1), grava o recibo em CRD004 e imprime;
      *   funcao 2 (reimprimir): imprime de novo o recibo informado,
      *     marcado "2a VIA", e soma a via em QT-VIAS-CR04;
      *   funcao 3 (cancelar): so com motivo informado - marca o
      *     recibo cancelado com data, usuario e motivo.
      * O recibo leva o nome do cliente (CLD001), o contrato, o valor
      * e o valor por extenso pela GREXTE (a mesma da impressao de
      * cheques do CPB030). A impressao e acrescentada ao arquivo
      * informado pelo chamador. Toda gravacao gera imagem LOG003.
      * Parametros: COPY CPRECIB (PARAMETROS-CRRECIBO).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLPX001.
           COPY CRPX004.
           COPY LOGX003.

           SELECT ARQ-RECIBO ASSIGN TO PATH-RECIBO
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RECIBO.

       DATA DIVISION.
       FILE SECTION.
       COPY CLPW001.
       COPY CRPW004.
       COPY LOGW003.

       FD  ARQ-RECIBO.
       01  REG-RECIBO               PIC X(80).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CLD001             PIC XX       VALUE SPACES.
           05  ST-CRD004             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-RECIBO             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  PATH-RECIBO           PIC X(40)    VALUE SPACES.
           05  ULT-RECIBO-W          PIC 9(6)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.

      *    Area de parametros da rotina GREXTE (valor por extenso),
      *    como no CPB030.
           05  PARAMETROS-GREXTE.
               10  GREXTE-VALOR      PIC 9(12)V99.
               10  GREXTE-EXTENSO    PIC X(231).

           COPY "PARAMETR".
           COPY "CPCADEIA".

       LINKAGE SECTION.
           COPY "CPRECIB".

       PROCEDURE DIVISION USING PARAMETROS-CRRECIBO.
       MAIN-PROCESS SECTION.
           MOVE 9 TO CRRECIBO-RETORNO.
           MOVE CRRECIBO-PATH-CRD004    TO PATH-CRD004.
           MOVE CRRECIBO-PATH-CLD001    TO PATH-CLD001.
           MOVE CRRECIBO-PATH-LOG003    TO PATH-LOG003.
           MOVE CRRECIBO-PATH-IMPRESSAO TO PATH-RECIBO.

           OPEN I-O CRD004
           IF ST-CRD004 = "35"
              CLOSE CRD004      OPEN OUTPUT CRD004
              CLOSE CRD004      OPEN I-O CRD004
           END-IF.
           IF ST-CRD004 <> "00"
              GO ENCERRA.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              GO ENCERRA.
      *    CLD001 so da o nome do cliente; sem ele o recibo sai so
      *    com o codigo.
           OPEN INPUT CLD001.

           EVALUATE CRRECIBO-FUNCAO
             WHEN 1
               PERFORM EMITE-RECIBO
             WHEN 2
               PERFORM REIMPRIME-RECIBO
             WHEN 3
               PERFORM CANCELA-RECIBO
           END-EVALUATE.
       ENCERRA.
           CLOSE CLD001 CRD004 LOG003.
           EXIT PROGRAM.

       EMITE-RECIBO SECTION.
           PERFORM ACHA-ULTIMO-RECIBO.
           INITIALIZE REG-CRD004.
           COMPUTE NR-RECIBO-CR04 = ULT-RECIBO-W + 1.
           MOVE CRRECIBO-DATA        TO DATA-EMISSAO-CR04.
           MOVE CRRECIBO-ORIGEM      TO ORIGEM-CR04.
           MOVE CRRECIBO-REF-ORIGEM  TO REF-ORIGEM-CR04.
           MOVE CRRECIBO-CLIENTE     TO CLIENTE-CR04.
           MOVE CRRECIBO-CONTRATO    TO CONTRATO-CR04.
           MOVE CRRECIBO-VALOR       TO VALOR-CR04.
           MOVE CRRECIBO-REFERENTE   TO REFERENTE-CR04.
           MOVE ZEROS                TO SITUACAO-CR04.
           MOVE 1                    TO QT-VIAS-CR04.
           MOVE CRRECIBO-USUARIO     TO USUARIO-CR04.
           WRITE REG-CRD004 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CRD004: " ST-CRD004
                 GO EMITE-RECIBO-FIM
           NOT INVALID KEY
                 MOVE "I"         TO LOG3-OPERACAO
                 MOVE "CRD004"    TO LOG3-ARQUIVO
                 MOVE REG-CRD004  TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-GENERICO
           END-WRITE.
           MOVE NR-RECIBO-CR04 TO CRRECIBO-NR-RECIBO.
           PERFORM IMPRIME-RECIBO.
           MOVE 0 TO CRRECIBO-RETORNO.
       EMITE-RECIBO-FIM.
           EXIT.

       ACHA-ULTIMO-RECIBO SECTION.
      *    Ultimo numero de recibo emitido (recibo cancelado continua
      *    em CRD004, a numeracao nunca se repete).
           MOVE ZEROS TO ULT-RECIBO-W NR-RECIBO-CR04.
           START CRD004 KEY IS NOT < NR-RECIBO-CR04 INVALID KEY
                 MOVE "10" TO ST-CRD004.
           PERFORM UNTIL ST-CRD004 = "10"
              READ CRD004 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD004
              NOT AT END
                   MOVE NR-RECIBO-CR04 TO ULT-RECIBO-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD004.

       REIMPRIME-RECIBO SECTION.
           MOVE CRRECIBO-NR-RECIBO TO NR-RECIBO-CR04.
           READ CRD004 INVALID KEY
                MOVE 1 TO CRRECIBO-RETORNO
                GO REIMPRIME-RECIBO-FIM.
           IF SITUACAO-CR04 = 1
              MOVE 2 TO CRRECIBO-RETORNO
              GO REIMPRIME-RECIBO-FIM.
           ADD 1 TO QT-VIAS-CR04.
           REWRITE REG-CRD004 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CRD004: " ST-CRD004
                 GO REIMPRIME-RECIBO-FIM
           NOT INVALID KEY
                 MOVE "A"         TO LOG3-OPERACAO
                 MOVE "CRD004"    TO LOG3-ARQUIVO
                 MOVE REG-CRD004  TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-GENERICO
           END-REWRITE.
           PERFORM IMPRIME-RECIBO.
           MOVE 0 TO CRRECIBO-RETORNO.
       REIMPRIME-RECIBO-FIM.
           EXIT.

       CANCELA-RECIBO SECTION.
           IF CRRECIBO-MOTIVO = SPACES
              MOVE 3 TO CRRECIBO-RETORNO
              GO CANCELA-RECIBO-FIM.
           MOVE CRRECIBO-NR-RECIBO TO NR-RECIBO-CR04.
           READ CRD004 INVALID KEY
                MOVE 1 TO CRRECIBO-RETORNO
                GO CANCELA-RECIBO-FIM.
           IF SITUACAO-CR04 = 1
              MOVE 2 TO CRRECIBO-RETORNO
              GO CANCELA-RECIBO-FIM.
           MOVE 1                TO SITUACAO-CR04.
           MOVE CRRECIBO-DATA    TO DATA-CANCEL-CR04.
           MOVE CRRECIBO-USUARIO TO USUARIO-CANCEL-CR04.
           MOVE CRRECIBO-MOTIVO  TO MOTIVO-CANCEL-CR04.
           REWRITE REG-CRD004 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CRD004: " ST-CRD004
                 GO CANCELA-RECIBO-FIM
           NOT INVALID KEY
                 MOVE "A"         TO LOG3-OPERACAO
                 MOVE "CRD004"    TO LOG3-ARQUIVO
                 MOVE REG-CRD004  TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-GENERICO
           END-REWRITE.
      *    Devolve p/ o chamador a origem do recibo cancelado.
           MOVE ORIGEM-CR04     TO CRRECIBO-ORIGEM.
           MOVE REF-ORIGEM-CR04 TO CRRECIBO-REF-ORIGEM.
           MOVE 0 TO CRRECIBO-RETORNO.
       CANCELA-RECIBO-FIM.
           EXIT.

       IMPRIME-RECIBO SECTION.
      *    Recibo acrescentado ao arquivo de impressao do chamador.
           OPEN EXTEND ARQ-RECIBO
           IF ST-RECIBO = "35"
              OPEN OUTPUT ARQ-RECIBO
           END-IF.
           IF ST-RECIBO <> "00"
              DISPLAY "ERRO ABERTURA IMPRESSAO DE RECIBO: " ST-RECIBO
              GO IMPRIME-RECIBO-FIM.
           MOVE SPACES TO NOME-CL01.
           IF ST-CLD001 = "00"
              MOVE CLIENTE-CR04 TO CODIGO-CL01
              READ CLD001 INVALID KEY
                   MOVE SPACES TO NOME-CL01
              END-READ
           END-IF.
           MOVE SPACES         TO GREXTE-EXTENSO.
           MOVE VALOR-CR04     TO GREXTE-VALOR.
           CALL   "GREXTE" USING PARAMETROS-GREXTE
           CANCEL "GREXTE".

           MOVE ALL "-" TO REG-RECIBO
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           MOVE "RECIBO NR "      TO REG-RECIBO(01: 10)
           MOVE NR-RECIBO-CR04    TO REG-RECIBO(11: 06)
           IF QT-VIAS-CR04 > 1
              MOVE "2a VIA"       TO REG-RECIBO(20: 06)
           END-IF
           MOVE "R$"              TO REG-RECIBO(45: 02)
           MOVE VALOR-CR04        TO VALOR-E
           MOVE VALOR-E           TO REG-RECIBO(48: 15)
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           MOVE "RECEBEMOS DE "   TO REG-RECIBO(01: 13)
           MOVE NOME-CL01         TO REG-RECIBO(14: 30)
           MOVE "CLIENTE "        TO REG-RECIBO(46: 08)
           MOVE CLIENTE-CR04      TO REG-RECIBO(54: 08)
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           IF CONTRATO-CR04 > ZEROS
              MOVE "CONTRATO DE FORMATURA " TO REG-RECIBO(01: 22)
              MOVE CONTRATO-CR04  TO REG-RECIBO(23: 04)
              WRITE REG-RECIBO
              MOVE SPACES TO REG-RECIBO
           END-IF
           MOVE "A QUANTIA DE ("        TO REG-RECIBO(01: 14)
           MOVE GREXTE-EXTENSO(1: 46)   TO REG-RECIBO(15: 46)
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           MOVE GREXTE-EXTENSO(47: 46)  TO REG-RECIBO(15: 46)
           MOVE ")"                     TO REG-RECIBO(61: 01)
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           MOVE "REFERENTE A "    TO REG-RECIBO(01: 12)
           MOVE REFERENTE-CR04    TO REG-RECIBO(13: 60)
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           MOVE DATA-EMISSAO-CR04 TO DATA-E
           MOVE DATA-E            TO REG-RECIBO(01: 10)
           MOVE "______________________________" TO REG-RECIBO(35: 30)
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           MOVE "ASSINATURA"      TO REG-RECIBO(45: 10)
           WRITE REG-RECIBO
           CLOSE ARQ-RECIBO.
       IMPRIME-RECIBO-FIM.
           EXIT.

       GRAVA-LOG-GENERICO SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja preenchidos.
           MOVE CRRECIBO-USUARIO  TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU       TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS       TO LOG3-HORAS
           MOVE CRRECIBO-PROGRAMA TO LOG3-PROGRAMA
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
