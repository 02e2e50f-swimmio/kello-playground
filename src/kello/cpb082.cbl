       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB082.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Orcado x realizado por contrato de formatura - p/ cada
      * contrato do cadastro (COD040) confronta o orcamento informado
      * na assinatura (ORC-BRINDES/TITULOS/REVISOES-CO40) com:
      *   - o custo realizado nas mesmas tres categorias do CPB073,
      *     calculado pela rotina COCUSTO (o mesmo numero dos avisos
      *     de estouro do COP055 e do CPP020A); os brindes ainda
      *     previstos saem numa coluna a parte, como compromisso;
      *   - o recebido liquido do contrato no criterio do CHB012
      *     (cheques recebidos - devolvidos nao reapresentaveis +
      *     recuperados).
      * Cada categoria sai com orcado, realizado, saldo e percentual
      * de uso; a que passou do orcado leva a marca ESTOURO. O bloco
      * fecha com o total do contrato e o resultado (recebido
      * liquido - realizado). Contrato sem orcamento e sem custo nao
      * e listado.
      *
      * Saida: arquivo-relatorio RELCP82 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY COPX040.
           COPY CHPX010.
           COPY CHPX013.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY COPW040.
       COPY CHPW010.
       COPY CHPW013.

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CHD013             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  I                     PIC 9(3)     VALUE ZEROS.
           05  IND-CTR-W             PIC 9(3)     VALUE ZEROS.
           05  QT-CONTRATOS-W        PIC 9(3)     VALUE ZEROS.
           05  QT-LISTADOS-W         PIC 9(3)     VALUE ZEROS.
           05  QT-ESTOUROS-W         PIC 9(3)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  RECEBIDO-W            PIC S9(10)V99 VALUE ZEROS.
           05  RESULTADO-W           PIC S9(10)V99 VALUE ZEROS.
           05  SALDO-W               PIC S9(10)V99 VALUE ZEROS.
           05  PERC-USO-W            PIC 9(5)V9   VALUE ZEROS.
           05  CAT-ORCADO-W          PIC 9(10)V99 VALUE ZEROS.
           05  CAT-REALIZADO-W       PIC 9(10)V99 VALUE ZEROS.
           05  CAT-PREVISTO-W        PIC 9(10)V99 VALUE ZEROS.
           05  CAT-NOME-W            PIC X(10)    VALUE SPACES.
           05  TOT-ORCADO-W          PIC 9(10)V99 VALUE ZEROS.
           05  TOT-REALIZADO-W       PIC 9(10)V99 VALUE ZEROS.
           05  ESTOUROU-W            PIC X        VALUE "N".

      *    Contratos do cadastro com o recebido de cada um (ate 500
      *    por rodada, como CPB073/CHB012).
           05  TB-CONTRATOS.
               10  TB-CTR-OCORRE OCCURS 500.
                   15  CTR-NUMERO-TB     PIC 9(4).
                   15  CTR-TURMA-TB      PIC XX.
                   15  CTR-CURSO-TB      PIC 9(3).
                   15  CTR-VL-REC-TB     PIC 9(10)V99.
                   15  CTR-VL-DEV-TB     PIC 9(10)V99.
                   15  CTR-VL-RCU-TB     PIC 9(10)V99.

           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           05  VALOR-S-E             PIC ---.---.--9,99.
           05  PERC-E                PIC ZZZZ9,9.

           COPY "PARAMETR".
           COPY "CPCUSTO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CONTRATOS-W QT-LISTADOS-W
                         QT-ESTOUROS-W.
           INITIALIZE TB-CONTRATOS.

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "COD040"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040
           MOVE "COD055"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD055
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD034"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD034
           MOVE "VID101"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID101
           MOVE "VID103"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID103
           MOVE "CAD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD020
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "CHD013"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD013
           MOVE "RELCP82" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT COD040 CHD010 CHD013
           OPEN OUTPUT ARQ-RELAT

           IF ST-COD040 <> "00"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W
           END-IF.
      *    Recebimentos opcionais: sem CHD010/CHD013 o relatorio sai
      *    so com o orcado x realizado.
           IF ST-CHD010 <> "00" AND ST-CHD010 <> "05" AND
              ST-CHD010 <> "35"
              DISPLAY "ERRO ABERTURA CHD010: " ST-CHD010
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CHD013 <> "00" AND ST-CHD013 <> "05" AND
              ST-CHD013 <> "35"
              DISPLAY "ERRO ABERTURA CHD013: " ST-CHD013
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM CARREGA-CONTRATOS
              PERFORM VARRE-CHD010
              PERFORM VARRE-CHD013
              PERFORM IMPRIME-ORCADO-REALIZADO
           END-IF.

           CLOSE COD040 ARQ-RELAT.
           IF ST-CHD010 = "00"
              CLOSE CHD010.
           IF ST-CHD013 = "00"
              CLOSE CHD013.

           DISPLAY "CONTRATOS NO CADASTRO............: " QT-CONTRATOS-W.
           DISPLAY "CONTRATOS LISTADOS...............: " QT-LISTADOS-W.
           DISPLAY "CONTRATOS COM ESTOURO............: " QT-ESTOUROS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       CARREGA-CONTRATOS SECTION.
           MOVE ZEROS TO NR-CONTRATO-CO40.
           START COD040 KEY IS NOT < NR-CONTRATO-CO40 INVALID KEY
                 MOVE "10" TO ST-COD040.
           PERFORM UNTIL ST-COD040 = "10"
              READ COD040 NEXT RECORD AT END
                   MOVE "10" TO ST-COD040
              NOT AT END
                   IF QT-CONTRATOS-W < 500
                      ADD 1 TO QT-CONTRATOS-W
                      MOVE NR-CONTRATO-CO40 TO
                           CTR-NUMERO-TB(QT-CONTRATOS-W)
                      MOVE TURMA-CO40 TO CTR-TURMA-TB(QT-CONTRATOS-W)
                      MOVE CURSO-CO40 TO CTR-CURSO-TB(QT-CONTRATOS-W)
                   ELSE
                      DISPLAY "MAIS DE 500 CONTRATOS - CONTRATO "
                              NR-CONTRATO-CO40 " FORA DO RELATORIO"
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD040.

       VARRE-CHD010 SECTION.
           IF ST-CHD010 <> "00"
              GO VARRE-CHD010-FIM.
           MOVE ZEROS TO DATA-MOVTO-CH10 SEQ-CH10.
           START CHD010 KEY IS NOT < CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010.
           PERFORM UNTIL ST-CHD010 = "10"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   MOVE CONTRATO-CH10 TO CONTRATO-W
                   PERFORM LOCALIZA-CONTRATO
                   IF IND-CTR-W > ZEROS
                      ADD VALOR-CH10 TO CTR-VL-REC-TB(IND-CTR-W)
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD010.
       VARRE-CHD010-FIM.
           EXIT.

       VARRE-CHD013 SECTION.
      *    Mesmo criterio do CHB012: devolucao reapresentavel nao e
      *    perda; a recuperada volta ao recebido.
           IF ST-CHD013 <> "00"
              GO VARRE-CHD013-FIM.
           MOVE ZEROS TO CHAVE-CH13.
           START CHD013 KEY IS NOT < CHAVE-CH13 INVALID KEY
                 MOVE "10" TO ST-CHD013.
           PERFORM UNTIL ST-CHD013 = "10"
              READ CHD013 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD013
              NOT AT END
                   MOVE CONTRATO-CH13 TO CONTRATO-W
                   PERFORM LOCALIZA-CONTRATO
                   IF IND-CTR-W > ZEROS AND REAPRESENTA-CH13 NOT = 1
                      ADD VALOR-CH13 TO CTR-VL-DEV-TB(IND-CTR-W)
                      IF DATA-RECTO-CH13 > ZEROS
                         ADD VALOR-CH13 TO CTR-VL-RCU-TB(IND-CTR-W)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD013.
       VARRE-CHD013-FIM.
           EXIT.

       LOCALIZA-CONTRATO SECTION.
      *    So contratos do cadastro - cheque de contrato nao
      *    cadastrado (ou sem contrato) nao tem orcamento a conferir.
           MOVE ZEROS TO IND-CTR-W.
           IF CONTRATO-W = ZEROS
              GO LOCALIZA-CONTRATO-FIM.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-CONTRATOS-W OR IND-CTR-W > ZEROS
              IF CTR-NUMERO-TB(I) = CONTRATO-W
                 MOVE I TO IND-CTR-W
              END-IF
           END-PERFORM.
       LOCALIZA-CONTRATO-FIM.
           EXIT.

       IMPRIME-ORCADO-REALIZADO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "ORCADO X REALIZADO POR CONTRATO DE FORMATURA" TO
                REG-RELAT(01: 45)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "CATEGORIA           ORCADO       REALIZADO" TO
                REG-RELAT(01: 43)
           MOVE "           SALDO   %USO         PREVISTO" TO
                REG-RELAT(44: 39)
           WRITE REG-RELAT
           PERFORM VARYING IND-CTR-W FROM 1 BY 1
                   UNTIL IND-CTR-W > QT-CONTRATOS-W
              PERFORM IMPRIME-CONTRATO
           END-PERFORM.

       IMPRIME-CONTRATO SECTION.
           MOVE CTR-NUMERO-TB(IND-CTR-W) TO COCUSTO-CONTRATO.
           MOVE PATH-COD040 TO COCUSTO-PATH-COD040.
           MOVE PATH-COD055 TO COCUSTO-PATH-COD055.
           MOVE PATH-CPD020 TO COCUSTO-PATH-CPD020.
           MOVE PATH-CPD034 TO COCUSTO-PATH-CPD034.
           MOVE PATH-VID101 TO COCUSTO-PATH-VID101.
           MOVE PATH-VID103 TO COCUSTO-PATH-VID103.
           MOVE PATH-CAD020 TO COCUSTO-PATH-CAD020.
           CALL "COCUSTO" USING PARAMETROS-COCUSTO.
           CANCEL "COCUSTO".
           IF COCUSTO-RETORNO = 9
              DISPLAY "ERRO ARQUIVOS DE CUSTO - CONTRATO "
                      COCUSTO-CONTRATO
              MOVE 1 TO ERRO-W
              GO IMPRIME-CONTRATO-FIM.
           COMPUTE TOT-ORCADO-W = COCUSTO-ORC-BRINDES +
                   COCUSTO-ORC-TITULOS + COCUSTO-ORC-REVISOES.
           COMPUTE TOT-REALIZADO-W = COCUSTO-REAL-BRINDES +
                   COCUSTO-REAL-TITULOS + COCUSTO-REAL-REVISOES.
           IF TOT-ORCADO-W = ZEROS AND TOT-REALIZADO-W = ZEROS AND
              COCUSTO-PREV-BRINDES = ZEROS
              GO IMPRIME-CONTRATO-FIM.
           ADD 1 TO QT-LISTADOS-W.
           MOVE "N" TO ESTOUROU-W.

           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE "CONTRATO " TO REG-RELAT(01: 09).
           MOVE CTR-NUMERO-TB(IND-CTR-W) TO REG-RELAT(10: 04).
           MOVE "TURMA "    TO REG-RELAT(16: 06).
           MOVE CTR-TURMA-TB(IND-CTR-W)  TO REG-RELAT(22: 02).
           MOVE "CURSO "    TO REG-RELAT(26: 06).
           MOVE CTR-CURSO-TB(IND-CTR-W)  TO REG-RELAT(32: 03).
           WRITE REG-RELAT.

           MOVE "BRINDES"              TO CAT-NOME-W.
           MOVE COCUSTO-ORC-BRINDES    TO CAT-ORCADO-W.
           MOVE COCUSTO-REAL-BRINDES   TO CAT-REALIZADO-W.
           MOVE COCUSTO-PREV-BRINDES   TO CAT-PREVISTO-W.
           PERFORM IMPRIME-CATEGORIA.
           MOVE "TITULOS"              TO CAT-NOME-W.
           MOVE COCUSTO-ORC-TITULOS    TO CAT-ORCADO-W.
           MOVE COCUSTO-REAL-TITULOS   TO CAT-REALIZADO-W.
           MOVE ZEROS                  TO CAT-PREVISTO-W.
           PERFORM IMPRIME-CATEGORIA.
           MOVE "REVISOES"             TO CAT-NOME-W.
           MOVE COCUSTO-ORC-REVISOES   TO CAT-ORCADO-W.
           MOVE COCUSTO-REAL-REVISOES  TO CAT-REALIZADO-W.
           MOVE ZEROS                  TO CAT-PREVISTO-W.
           PERFORM IMPRIME-CATEGORIA.
           MOVE "TOTAL"                TO CAT-NOME-W.
           MOVE TOT-ORCADO-W           TO CAT-ORCADO-W.
           MOVE TOT-REALIZADO-W        TO CAT-REALIZADO-W.
           MOVE COCUSTO-PREV-BRINDES   TO CAT-PREVISTO-W.
           PERFORM IMPRIME-CATEGORIA.

           COMPUTE RECEBIDO-W = CTR-VL-REC-TB(IND-CTR-W)
                              - CTR-VL-DEV-TB(IND-CTR-W)
                              + CTR-VL-RCU-TB(IND-CTR-W).
           COMPUTE RESULTADO-W = RECEBIDO-W - TOT-REALIZADO-W.
           MOVE SPACES TO REG-RELAT.
           MOVE "RECEBIDO LIQUIDO" TO REG-RELAT(01: 16).
           MOVE RECEBIDO-W TO VALOR-S-E.
           MOVE VALOR-S-E  TO REG-RELAT(28: 15).
           MOVE "RESULTADO" TO REG-RELAT(46: 09).
           MOVE RESULTADO-W TO VALOR-S-E.
           MOVE VALOR-S-E  TO REG-RELAT(57: 15).
           WRITE REG-RELAT.
           IF ESTOUROU-W = "S"
              ADD 1 TO QT-ESTOUROS-W.
       IMPRIME-CONTRATO-FIM.
           EXIT.

       IMPRIME-CATEGORIA SECTION.
           COMPUTE SALDO-W = CAT-ORCADO-W - CAT-REALIZADO-W.
           MOVE ZEROS TO PERC-USO-W.
           IF CAT-ORCADO-W > ZEROS
              COMPUTE PERC-USO-W ROUNDED =
                      CAT-REALIZADO-W * 100 / CAT-ORCADO-W
                      ON SIZE ERROR MOVE 99999,9 TO PERC-USO-W
              END-COMPUTE
           END-IF.
           MOVE SPACES TO REG-RELAT.
           MOVE CAT-NOME-W      TO REG-RELAT(03: 10).
           MOVE CAT-ORCADO-W    TO VALOR-E.
           MOVE VALOR-E         TO REG-RELAT(13: 15).
           MOVE CAT-REALIZADO-W TO VALOR-E.
           MOVE VALOR-E         TO REG-RELAT(29: 15).
           MOVE SALDO-W         TO VALOR-S-E.
           MOVE VALOR-S-E       TO REG-RELAT(45: 15).
           IF CAT-ORCADO-W > ZEROS
              MOVE PERC-USO-W   TO PERC-E
              MOVE PERC-E       TO REG-RELAT(61: 07)
           END-IF.
           IF CAT-PREVISTO-W > ZEROS
              MOVE CAT-PREVISTO-W TO VALOR-E
              MOVE VALOR-E      TO REG-RELAT(69: 15)
           END-IF.
      *    Categoria sem orcamento nao estoura; o total so e marcado
      *    qdo alguma categoria orcada estourou.
           IF CAT-NOME-W = "TOTAL"
              IF ESTOUROU-W = "S"
                 MOVE "ESTOURO" TO REG-RELAT(86: 07)
              END-IF
           ELSE
              IF CAT-ORCADO-W > ZEROS AND
                 CAT-REALIZADO-W > CAT-ORCADO-W
                 MOVE "ESTOURO" TO REG-RELAT(86: 07)
                 MOVE "S" TO ESTOUROU-W
              END-IF
           END-IF.
           WRITE REG-RELAT.
