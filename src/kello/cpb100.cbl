       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB100.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Confronto das NF-e emitidas contra a empresa (download
      * da SEFAZ, "notas emitidas contra o CNPJ") com as chaves de
      * acesso lancadas nos titulos (CPD050, digitadas em CPP020A):
      *   1) nota autorizada na SEFAZ sem titulo no contas a pagar -
      *      compra que ainda nao foi lancada, ou nota que alguem
      *      emitiu contra nos sem o nosso conhecimento;
      *   2) titulo vivo (nao excluido/cancelado) cuja nota a SEFAZ
      *      da como cancelada ou denegada - nao pode ser pago, e se
      *      ja foi pago precisa ser cobrado de volta do fornecedor.
      * Grava em CPD050 a situacao SEFAZ e a data da conferencia de
      * cada chave encontrada no download.
      *
      * Entrada: arquivo NFEC100 na pasta da empresa, uma nota por
      * linha, campos separados por ";":
      *   CHAVE(44);CNPJ EMITENTE;NOME EMITENTE;EMISSAO(AAAAMMDD);
      *   VALOR(centavos);SITUACAO(1-autorizada 2-denegada
      *   3-cancelada)
      * linha cuja chave nao seja numerica (cabecalho) e ignorada.
      * Saida: arquivo-relatorio RELC100 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CPPX020.
           COPY CPPX050.

           SELECT ARQ-NFE ASSIGN TO PATH-NFE
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-NFE.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CPPW020.
       COPY CPPW050.

       FD  ARQ-NFE.
       01  REG-NFE                  PIC X(200).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(120).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD050             PIC XX       VALUE SPACES.
           05  ST-NFE                PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-NFE              PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-INV-W            PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-INV-W.
               10  ANO-INV-W         PIC 9(4).
               10  MES-INV-W         PIC 9(2).
               10  DIA-INV-W         PIC 9(2).
           05  PASSADA-W             PIC 9        VALUE ZEROS.

      *    Campos da linha do download
           05  NFE-CHAVE-W           PIC X(44)    VALUE SPACES.
           05  NFE-CNPJ-W            PIC X(14)    VALUE SPACES.
           05  NFE-NOME-W            PIC X(40)    VALUE SPACES.
           05  NFE-EMISSAO-W         PIC 9(8)     VALUE ZEROS.
           05  NFE-VALOR-CENT-W      PIC 9(13)    VALUE ZEROS.
           05  NFE-SITUACAO-W        PIC X(01)    VALUE SPACES.
           05  NFE-VALOR-W           PIC 9(11)V99 VALUE ZEROS.

           05  QT-LIDAS-W            PIC 9(6)     VALUE ZEROS.
           05  QT-CONFERIDAS-W       PIC 9(6)     VALUE ZEROS.
           05  QT-SEM-TITULO-W       PIC 9(6)     VALUE ZEROS.
           05  VALOR-SEM-TITULO-W    PIC 9(13)V99 VALUE ZEROS.
           05  QT-CANCELADAS-W       PIC 9(6)     VALUE ZEROS.
           05  VALOR-CANCELADAS-W    PIC 9(13)V99 VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-G-E             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LIDAS-W QT-CONFERIDAS-W
                         QT-SEM-TITULO-W VALOR-SEM-TITULO-W
                         QT-CANCELADAS-W VALOR-CANCELADAS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD050"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD050
           MOVE "NFEC100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-NFE
           MOVE "RELC100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT CPD020 CGD001
           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-W
           END-IF.
           OPEN I-O CPD050
           IF ST-CPD050 = "35"
              CLOSE CPD050      OPEN OUTPUT CPD050
              CLOSE CPD050      OPEN I-O CPD050
           END-IF.
           IF ST-CPD050 <> "00"
              DISPLAY "ERRO ABERTURA CPD050: " ST-CPD050
              MOVE 1 TO ERRO-W
           END-IF.
           OPEN INPUT ARQ-NFE
           IF ST-NFE <> "00"
              DISPLAY "ERRO ABERTURA NFEC100: " ST-NFE
              MOVE 1 TO ERRO-W
           ELSE
              CLOSE ARQ-NFE
           END-IF.

           OPEN OUTPUT ARQ-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "NF-E EMITIDAS CONTRA A EMPRESA X TITULOS - " TO
                REG-RELAT(01: 43)
           MOVE DATA-HOJE-W       TO DATA-INV-W
           PERFORM INVERTE-DATA
           MOVE DATA-E            TO REG-RELAT(44: 10)
           WRITE REG-RELAT

           IF ERRO-W = 0
              MOVE 1 TO PASSADA-W
              PERFORM CABECALHO-SEM-TITULO
              PERFORM LE-DOWNLOAD
              PERFORM TOTAL-SEM-TITULO
              MOVE 2 TO PASSADA-W
              PERFORM CABECALHO-CANCELADAS
              PERFORM LE-DOWNLOAD
              PERFORM TOTAL-CANCELADAS
           END-IF.

           CLOSE CPD020 CGD001 CPD050 ARQ-RELAT.

           DISPLAY "NOTAS NO DOWNLOAD DA SEFAZ.......: " QT-LIDAS-W.
           DISPLAY "CHAVES CONFERIDAS EM CPD050......: "
                   QT-CONFERIDAS-W.
           DISPLAY "NOTAS SEM TITULO.................: "
                   QT-SEM-TITULO-W.
           DISPLAY "TITULOS COM NOTA CANCELADA.......: "
                   QT-CANCELADAS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       LE-DOWNLOAD SECTION.
      *    Duas passadas no download: 1a lista as notas sem titulo,
      *    2a grava a conferencia em CPD050 e lista os titulos com
      *    nota cancelada/denegada.
           OPEN INPUT ARQ-NFE
           PERFORM UNTIL ST-NFE NOT = "00"
              READ ARQ-NFE AT END
                   MOVE "10" TO ST-NFE
              NOT AT END
                   PERFORM TRATA-NOTA
              END-READ
           END-PERFORM.
           CLOSE ARQ-NFE.

       TRATA-NOTA SECTION.
           MOVE SPACES TO NFE-CHAVE-W NFE-CNPJ-W NFE-NOME-W
                          NFE-SITUACAO-W.
           MOVE ZEROS  TO NFE-EMISSAO-W NFE-VALOR-CENT-W.
           UNSTRING REG-NFE DELIMITED BY ";"
                    INTO NFE-CHAVE-W NFE-CNPJ-W NFE-NOME-W
                         NFE-EMISSAO-W NFE-VALOR-CENT-W
                         NFE-SITUACAO-W.
           IF NFE-CHAVE-W NOT NUMERIC
              GO TRATA-NOTA-FIM.
           COMPUTE NFE-VALOR-W = NFE-VALOR-CENT-W / 100.
           IF PASSADA-W = 1
              ADD 1 TO QT-LIDAS-W.

           MOVE NFE-CHAVE-W TO CHAVE-NFE-CP50.
           READ CPD050 INVALID KEY
                IF PASSADA-W = 1 AND NFE-SITUACAO-W = "1"
                   PERFORM LISTA-SEM-TITULO
                END-IF
                GO TRATA-NOTA-FIM
           END-READ.
           IF PASSADA-W = 1
              GO TRATA-NOTA-FIM.

           IF NFE-SITUACAO-W = "1" OR "2" OR "3"
              MOVE NFE-SITUACAO-W TO SIT-SEFAZ-CP50
              MOVE DATA-HOJE-W    TO DATA-SEFAZ-CP50
              REWRITE REG-CPD050 INVALID KEY
                      DISPLAY "ERRO REGRAVACAO CPD050: " ST-CPD050
                      MOVE 1 TO ERRO-W
              END-REWRITE
              ADD 1 TO QT-CONFERIDAS-W
           END-IF.
           IF NFE-SITUACAO-W = "2" OR "3"
              PERFORM CONFERE-TITULO-CANCELADA
           END-IF.
       TRATA-NOTA-FIM.
           EXIT.

       LISTA-SEM-TITULO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE NFE-CHAVE-W         TO REG-RELAT(01: 44)
           MOVE NFE-CNPJ-W          TO REG-RELAT(46: 14)
           MOVE NFE-NOME-W(1: 30)   TO REG-RELAT(61: 30)
           MOVE NFE-EMISSAO-W       TO DATA-INV-W
           PERFORM INVERTE-DATA
           MOVE DATA-E              TO REG-RELAT(92: 10)
           MOVE NFE-VALOR-W         TO VALOR-E
           MOVE VALOR-E             TO REG-RELAT(103: 13)
           WRITE REG-RELAT.
           ADD 1 TO QT-SEM-TITULO-W.
           ADD NFE-VALOR-W TO VALOR-SEM-TITULO-W.

       CONFERE-TITULO-CANCELADA SECTION.
      *    Titulo excluido/cancelado ja esta resolvido - nao lista.
           MOVE FORNEC-CP50 TO FORNEC-CP20.
           MOVE SEQ-CP50    TO SEQ-CP20.
           READ CPD020 INVALID KEY
                GO CONFERE-TITULO-CANCELADA-FIM.
           IF SITUACAO-CP20 = 3 OR SITUACAO-CP20 = 4
              GO CONFERE-TITULO-CANCELADA-FIM.
           MOVE FORNEC-CP20 TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           MOVE SPACES TO REG-RELAT
           MOVE FORNEC-CP20         TO REG-RELAT(01: 06)
           MOVE "/"                 TO REG-RELAT(07: 01)
           MOVE SEQ-CP20            TO REG-RELAT(08: 05)
           MOVE NOME-CG01(1: 25)    TO REG-RELAT(14: 25)
           MOVE NR-DOCTO-CP20       TO REG-RELAT(40: 10)
           MOVE DATA-VENCTO-CP20    TO DATA-INV-W
           PERFORM INVERTE-DATA
           MOVE DATA-E              TO REG-RELAT(51: 10)
           MOVE VALOR-TOT-CP20      TO VALOR-E
           MOVE VALOR-E             TO REG-RELAT(62: 13)
           IF NFE-SITUACAO-W = "3"
              MOVE "CANCELADA"      TO REG-RELAT(76: 09)
           ELSE
              MOVE "DENEGADA"       TO REG-RELAT(76: 08)
           END-IF.
           EVALUATE SITUACAO-CP20
             WHEN 2     MOVE "JA PAGO - COBRAR DO FORNECEDOR"
                                    TO REG-RELAT(86: 30)
             WHEN 1     MOVE "SUSPENSO"
                                    TO REG-RELAT(86: 08)
             WHEN 5     MOVE "RENEGOCIADO"
                                    TO REG-RELAT(86: 11)
             WHEN OTHER MOVE "A PAGAR - NAO PAGAR"
                                    TO REG-RELAT(86: 19)
           END-EVALUATE.
           WRITE REG-RELAT.
           ADD 1 TO QT-CANCELADAS-W.
           ADD VALOR-TOT-CP20 TO VALOR-CANCELADAS-W.
       CONFERE-TITULO-CANCELADA-FIM.
           EXIT.

       CABECALHO-SEM-TITULO SECTION.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "NOTAS AUTORIZADAS SEM TITULO NO CONTAS A PAGAR" TO
                REG-RELAT(01: 46)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "CHAVE DE ACESSO"       TO REG-RELAT(01: 15)
           MOVE "CNPJ EMITENTE"         TO REG-RELAT(46: 13)
           MOVE "EMITENTE"              TO REG-RELAT(61: 08)
           MOVE "EMISSAO"               TO REG-RELAT(92: 07)
           MOVE "VALOR"                 TO REG-RELAT(111: 05)
           WRITE REG-RELAT.

       TOTAL-SEM-TITULO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL SEM TITULO:"     TO REG-RELAT(01: 17)
           MOVE QT-SEM-TITULO-W         TO REG-RELAT(19: 06)
           MOVE VALOR-SEM-TITULO-W      TO VALOR-G-E
           MOVE VALOR-G-E               TO REG-RELAT(98: 18)
           WRITE REG-RELAT.

       CABECALHO-CANCELADAS SECTION.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "TITULOS COM NF-E CANCELADA/DENEGADA NA SEFAZ" TO
                REG-RELAT(01: 44)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TITULO       FORNECEDOR" TO REG-RELAT(01: 23)
           MOVE "DOCTO"                 TO REG-RELAT(40: 05)
           MOVE "VENCTO"                TO REG-RELAT(51: 06)
           MOVE "VALOR"                 TO REG-RELAT(70: 05)
           MOVE "SEFAZ"                 TO REG-RELAT(76: 05)
           MOVE "TITULO"                TO REG-RELAT(86: 06)
           WRITE REG-RELAT.

       TOTAL-CANCELADAS SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL CANCELADAS:"     TO REG-RELAT(01: 17)
           MOVE QT-CANCELADAS-W         TO REG-RELAT(19: 06)
           MOVE VALOR-CANCELADAS-W      TO VALOR-G-E
           MOVE VALOR-G-E               TO REG-RELAT(57: 18)
           WRITE REG-RELAT.

       INVERTE-DATA SECTION.
      *    AAAAMMDD -> DDMMAAAA p/ a mascara DATA-E.
           COMPUTE DATA-E = DIA-INV-W * 1000000 +
                            MES-INV-W * 10000 + ANO-INV-W.
