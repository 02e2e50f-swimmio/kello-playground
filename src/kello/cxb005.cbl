       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXB005.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Reclassificacao de recebimentos no plano de apuracao -
      * recebimento gravado sem conta de receita (contrato sem
      * historico, boleto sem conta padrao) ou na conta errada sai
      * no DRE (CXB004) como NAO CLASSIFICADA / na linha errada ate
      * ser acertado aqui. Le o arquivo RECCX05 da pasta da empresa,
      * um recebimento por linha:
      *   ORIGEM(1: 1-cheque 3-boleto 4-caixa);REFERENCIA(13);CONTA(5)
      * (referencia como no CXD021: cheque data+seq, caixa data+seq
      * do lancamento, boleto nosso numero) e troca a conta pela
      * rotina CXRECEIT (funcao 3 - so conta de receita, TIPO 2 de
      * CXD020, com imagem LOG003). Sem o arquivo nada e alterado.
      * Depois lista todos os recebimentos ainda sem conta, p/ a
      * proxima rodada.
      *
      * Saida: RELCX05 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CXPX021.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CXPW021.

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(40).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CXD021             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  CAMPO-ORIGEM-X        PIC X(01)    VALUE SPACES.
           05  CAMPO-REF-X           PIC X(13)    VALUE SPACES.
           05  CAMPO-CONTA-X         PIC X(05)    VALUE SPACES.
           05  MOTIVO-W              PIC X(30)    VALUE SPACES.
           05  DATA-E                PIC 99/99/9999.
           05  DATA-INV-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-INV-R REDEFINES DATA-INV-W.
               10  ANO-INV-W         PIC 9(4).
               10  MES-INV-W         PIC 9(2).
               10  DIA-INV-W         PIC 9(2).
           05  DATA-DMA-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-DMA-R REDEFINES DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.

           05  QT-LIDAS-W            PIC 9(6)     VALUE ZEROS.
           05  QT-RECLASSIFICADOS-W  PIC 9(6)     VALUE ZEROS.
           05  QT-REJEITADAS-W       PIC 9(6)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(6)     VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPRECEI".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LIDAS-W QT-RECLASSIFICADOS-W
                         QT-REJEITADAS-W QT-PENDENTES-W.

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CXD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020
           MOVE "CXD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD021
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "RECCX05" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCX05" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN OUTPUT ARQ-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "RECLASSIFICACAO DE RECEBIMENTOS - LINHAS REJEITADAS"
                TO REG-RELAT(01: 51)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "LINHA  MOTIVO                         CONTEUDO"
                TO REG-RELAT(01: 47)
           WRITE REG-RELAT

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              PERFORM UNTIL ST-PARAM = "10"
                 READ ARQ-PARAM AT END
                      MOVE "10" TO ST-PARAM
                 NOT AT END
                      ADD 1 TO QT-LIDAS-W
                      PERFORM RECLASSIFICA-LINHA
                 END-READ
              END-PERFORM
              CLOSE ARQ-PARAM
           END-IF.

           PERFORM LISTA-PENDENTES.
           CLOSE ARQ-RELAT.

           DISPLAY "LINHAS LIDAS.....................: " QT-LIDAS-W.
           DISPLAY "RECEBIMENTOS RECLASSIFICADOS.....: "
                   QT-RECLASSIFICADOS-W.
           DISPLAY "LINHAS REJEITADAS................: "
                   QT-REJEITADAS-W.
           DISPLAY "RECEBIMENTOS AINDA SEM CONTA.....: "
                   QT-PENDENTES-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       RECLASSIFICA-LINHA SECTION.
           MOVE SPACES TO CAMPO-ORIGEM-X CAMPO-REF-X CAMPO-CONTA-X
                          MOTIVO-W.
           UNSTRING LINHA-PARAM DELIMITED BY ";"
                INTO CAMPO-ORIGEM-X CAMPO-REF-X CAMPO-CONTA-X
           END-UNSTRING.
           IF CAMPO-ORIGEM-X NOT = "1" AND CAMPO-ORIGEM-X NOT = "3"
              AND CAMPO-ORIGEM-X NOT = "4"
              MOVE "ORIGEM INVALIDA (1/3/4)" TO MOTIVO-W
              GO RECLASSIFICA-LINHA-FIM.
           IF CAMPO-CONTA-X NOT NUMERIC OR CAMPO-CONTA-X = ZEROS
              MOVE "CONTA INVALIDA" TO MOTIVO-W
              GO RECLASSIFICA-LINHA-FIM.

           INITIALIZE PARAMETROS-CXRECEIT.
           MOVE 3               TO CXRECEIT-FUNCAO.
           MOVE CAMPO-ORIGEM-X  TO CXRECEIT-ORIGEM.
           MOVE CAMPO-REF-X     TO CXRECEIT-REF-ORIGEM.
           MOVE CAMPO-CONTA-X   TO CXRECEIT-CONTA.
           MOVE USUARIO-W       TO CXRECEIT-USUARIO.
           MOVE "CXB005"        TO CXRECEIT-PROGRAMA.
           MOVE PATH-CXD021     TO CXRECEIT-PATH-CXD021.
           MOVE PATH-CXD020     TO CXRECEIT-PATH-CXD020.
           MOVE PATH-LOG003     TO CXRECEIT-PATH-LOG003.
           CALL "CXRECEIT" USING PARAMETROS-CXRECEIT.
           CANCEL "CXRECEIT".
           EVALUATE CXRECEIT-RETORNO
             WHEN 0
               ADD 1 TO QT-RECLASSIFICADOS-W
             WHEN 2
               MOVE "CONTA NAO E DE RECEITA" TO MOTIVO-W
             WHEN 4
               MOVE "RECEBIMENTO NAO ENCONTRADO" TO MOTIVO-W
             WHEN OTHER
               MOVE "ERRO NA REGRAVACAO DO CXD021" TO MOTIVO-W
               MOVE 1 TO ERRO-W
           END-EVALUATE.
       RECLASSIFICA-LINHA-FIM.
           IF MOTIVO-W NOT = SPACES
              ADD 1 TO QT-REJEITADAS-W
              MOVE SPACES TO REG-RELAT
              MOVE QT-LIDAS-W  TO REG-RELAT(01: 06)
              MOVE MOTIVO-W    TO REG-RELAT(08: 30)
              MOVE LINHA-PARAM TO REG-RELAT(39: 40)
              WRITE REG-RELAT
           END-IF.

       LISTA-PENDENTES SECTION.
      *    Recebimentos sem conta e nao estornados, na ordem da chave
      *    (linha pronta p/ o RECCX05, so falta a conta).
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "RECEBIMENTOS AINDA SEM CONTA DE RECEITA"
                TO REG-RELAT(01: 39)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "O REFERENCIA     DATA RECEB.        VALOR CONTR"
                TO REG-RELAT(01: 47)
           MOVE "  CLIENTE" TO REG-RELAT(48: 09)
           WRITE REG-RELAT
           OPEN INPUT CXD021.
           IF ST-CXD021 = "35"
              GO LISTA-PENDENTES-FIM.
           IF ST-CXD021 <> "00"
              DISPLAY "ERRO ABERTURA CXD021: " ST-CXD021
              MOVE 1 TO ERRO-W
              GO LISTA-PENDENTES-FIM.
           MOVE LOW-VALUES TO CHAVE-CX21.
           START CXD021 KEY IS NOT < CHAVE-CX21 INVALID KEY
                 MOVE "10" TO ST-CXD021.
           PERFORM UNTIL ST-CXD021 = "10"
              READ CXD021 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD021
              NOT AT END
                   IF CODREDUZ-APUR-CX21 = ZEROS AND
                      ESTORNADO-CX21 NOT = 1
                      PERFORM LISTA-UM-PENDENTE
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE CXD021.
       LISTA-PENDENTES-FIM.
           EXIT.

       LISTA-UM-PENDENTE SECTION.
           ADD 1 TO QT-PENDENTES-W.
           MOVE SPACES TO REG-RELAT.
           MOVE ORIGEM-CX21      TO REG-RELAT(01: 01).
           MOVE REF-ORIGEM-CX21  TO REG-RELAT(03: 13).
           MOVE DATA-RECEB-CX21  TO DATA-INV-W.
           MOVE DIA-INV-W        TO DIA-DMA-W.
           MOVE MES-INV-W        TO MES-DMA-W.
           MOVE ANO-INV-W        TO ANO-DMA-W.
           MOVE DATA-DMA-W       TO DATA-E.
           MOVE DATA-E           TO REG-RELAT(18: 10).
           MOVE VALOR-CX21       TO VALOR-E.
           MOVE VALOR-E          TO REG-RELAT(29: 13).
           MOVE CONTRATO-CX21    TO REG-RELAT(43: 04).
           MOVE CLIENTE-CX21     TO REG-RELAT(49: 08).
           WRITE REG-RELAT.
