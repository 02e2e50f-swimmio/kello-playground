       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB110.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Prestacao de contas do contrato a comissao de
      * formatura - extrato por NR-CONTRATO-CO40 juntando o que
      * vivia em quatro relatorios internos:
      *   1) recebimentos por formando (COD045): cheques recebidos
      *      de CHD010 pelo ITEM-CH10, devolvidos de CHD013 (fora
      *      a devolucao reapresentavel) e os devolvidos ja
      *      recuperados - o mesmo liquido do CHB012;
      *   2) brindes entregues, com o numero do protocolo (COD070)
      *      que a comissao assinou, data, brinde e quantidade -
      *      protocolo ainda nao confirmado sai como AGUARDANDO e
      *      nao entra no total;
      *   3) despesas de eventos - titulos do contas a pagar ligados
      *      ao contrato pelo vinculo CPD034 (fora excluido/
      *      cancelado e fora os titulos gerados de brinde, que ja
      *      estao no item 2 - mesmo corte do CPB073);
      *   4) saldo final.
      * O layout segue o PREST-CLIENTE-CO40 do contrato:
      *   0-COMPLETA: brindes valorizados pelo custo unitario do
      *     item do contrato (CUSTO-UNIT-CO55, senao o do cadastro
      *     COD050), despesas com fornecedor e valor, e saldo do
      *     fundo = recebido liquido - brindes - despesas;
      *   1-CLIENTE: pacote fechado - nenhum custo interno nem
      *     margem: brindes e eventos so em quantidade/descricao, e
      *     saldo a pagar = valor contratado (VALOR-FORM-CO40 x
      *     formandos ativos) - recebido liquido.
      *
      * Contratos em CTRC110 na pasta da empresa, um por linha:
      *   NR-CONTRATO(4)
      * Saida: relatorio RELC110 (um extrato por contrato) e arquivo
      * EXPC110 p/ enviar a comissao, valores em centavos (zerados
      * no layout cliente onde o relatorio nao mostra valor):
      *   FO;CONTRATO;SEQ;NOME;RECEBIDO;DEVOLVIDO;RECUPERADO;LIQUIDO
      *   BR;CONTRATO;PROTOCOLO;DATA;BRINDE;DESCRICAO;QTDE;SIT;VALOR
      *   DE;CONTRATO;VENCTO;DESCRICAO;SIT;VALOR
      *   SA;CONTRATO;CONTRATADO;RECEBIDO;BRINDES;DESPESAS;SALDO
      * O EXPC110 leva nome de formando e sai sempre inteiro - a
      * geracao fica registrada em LOGACESS como EXPORTADO
      * (GEMASCAR funcao 5, como o EXPCP33 do CPB033).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CHPX010.
           COPY CHPX013.
           COPY COPX040.
           COPY COPX045.
           COPY COPX050.
           COPY COPX055.
           COPY COPX070.
           COPY CPPX020.
           COPY CPPX034.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

           SELECT ARQ-EXPORT ASSIGN TO PATH-EXPORT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-EXPORT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CHPW010.
       COPY CHPW013.
       COPY COPW040.
       COPY COPW045.
       COPY COPW050.
       COPY COPW055.
       COPY COPW070.
       COPY CPPW020.
       COPY CPPW034.

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(80).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(132).

       FD  ARQ-EXPORT.
       01  LINHA-EXPORT             PIC X(120).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CHD013             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD045             PIC XX       VALUE SPACES.
           05  ST-COD050             PIC XX       VALUE SPACES.
           05  ST-COD055             PIC XX       VALUE SPACES.
           05  ST-COD070             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD034             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ST-EXPORT             PIC XX       VALUE SPACES.
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
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.
           05  PATH-EXPORT           PIC X(30)    VALUE SPACES.

           05  CONTRATO-X            PIC X(04)    VALUE SPACES.
           05  CONTRATO-W            PIC 9(04)    VALUE ZEROS.
           05  LAYOUT-W              PIC 9        VALUE ZEROS.
      *    LAYOUT - PREST-CLIENTE-CO40 do contrato em processamento
           05  PROTOCOLO-W           PIC 9(06)    VALUE ZEROS.
           05  SIT-PROTOCOLO-W       PIC 9        VALUE ZEROS.
           05  DATA-PROTOCOLO-W      PIC 9(08)    VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  IND-FORM-W            PIC 9(3)     VALUE ZEROS.
           05  QT-FORM-W             PIC 9(3)     VALUE ZEROS.
           05  TB-FORMANDOS.
               10  TB-FORM-OCORRE OCCURS 300.
                   15  FORM-SEQ-TB       PIC 9(4).
                   15  FORM-NOME-TB      PIC X(30).
                   15  FORM-SIT-TB       PIC 9.
                   15  FORM-REC-TB       PIC 9(10)V99.
                   15  FORM-DEV-TB       PIC 9(10)V99.
                   15  FORM-RCU-TB       PIC 9(10)V99.
      *    Cheque do contrato sem formando (ITEM zerado ou fora do
      *    COD045) - sai numa linha "SEM FORMANDO IDENTIFICADO"
           05  AVULSO-REC-W          PIC 9(10)V99 VALUE ZEROS.
           05  AVULSO-DEV-W          PIC 9(10)V99 VALUE ZEROS.
           05  AVULSO-RCU-W          PIC 9(10)V99 VALUE ZEROS.

           05  REC-LINHA-W           PIC 9(10)V99 VALUE ZEROS.
           05  DEV-LINHA-W           PIC 9(10)V99 VALUE ZEROS.
           05  RCU-LINHA-W           PIC 9(10)V99 VALUE ZEROS.
           05  LIQ-LINHA-W           PIC S9(10)V99 VALUE ZEROS.
           05  TOT-REC-W             PIC 9(10)V99 VALUE ZEROS.
           05  TOT-DEV-W             PIC 9(10)V99 VALUE ZEROS.
           05  TOT-RCU-W             PIC 9(10)V99 VALUE ZEROS.
           05  TOT-LIQ-W             PIC S9(10)V99 VALUE ZEROS.
           05  CUSTO-UNIT-W          PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-BRINDE-W        PIC 9(10)V99 VALUE ZEROS.
           05  TOT-BRINDES-W         PIC 9(10)V99 VALUE ZEROS.
           05  TOT-DESPESAS-W        PIC 9(10)V99 VALUE ZEROS.
           05  CONTRATADO-W          PIC 9(10)V99 VALUE ZEROS.
           05  SALDO-W               PIC S9(10)V99 VALUE ZEROS.
           05  VALOR-CENTAVOS-W      PIC 9(13)    VALUE ZEROS.
           05  SALDO-CENTAVOS-W      PIC S9(13)   VALUE ZEROS.
           05  REC-CENT-W            PIC 9(13)    VALUE ZEROS.
           05  DEV-CENT-W            PIC 9(13)    VALUE ZEROS.
           05  RCU-CENT-W            PIC 9(13)    VALUE ZEROS.
           05  BRI-CENT-W            PIC 9(13)    VALUE ZEROS.
           05  DES-CENT-W            PIC 9(13)    VALUE ZEROS.
           05  SALDO-CENT-E          PIC -9(13).
           05  SIT-TEXTO-W           PIC X(10)    VALUE SPACES.
           05  QT-ENTREGAS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-DESPESAS-W         PIC 9(5)     VALUE ZEROS.

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
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           05  SALDO-E               PIC ---.---.--9,99.
           05  QTDE-E                PIC ZZZ.ZZ9.

           05  QT-CONTRATOS-W        PIC 9(6)     VALUE ZEROS.
           05  QT-REJEITADOS-W       PIC 9(6)     VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPMASCAR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CONTRATOS-W QT-REJEITADOS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "CHD013"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD013
           MOVE "COD040"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040
           MOVE "COD045"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD045
           MOVE "COD050"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD050
           MOVE "COD055"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD055
           MOVE "COD070"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD070
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD034"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD034
           MOVE "CTRC110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELC110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "EXPC110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-EXPORT
           CLOSE CONTROLE
           ACCEPT PARAMETROS-W FROM COMMAND-LINE
           MOVE 1             TO GEMASCAR-FUNCAO
           MOVE EMP-REC       TO GEMASCAR-EMPRESA
           MOVE SPACES        TO GEMASCAR-USUARIO
           IF COD-USUARIO-W IS NUMERIC
              MOVE COD-USUARIO-W TO GEMASCAR-USUARIO
           END-IF
           MOVE "CPB110"      TO GEMASCAR-PROGRAMA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM <> "00"
              DISPLAY "ARQUIVO DE CONTRATOS CTRC110 NAO ENCONTRADO: "
                      ST-PARAM
              MOVE 1 TO ERRO-W
              GO MAIN-PROCESS-FIM.

           OPEN INPUT COD040 COD045 CHD010 CHD013 COD050 COD055
                      COD070 CPD020 CPD034 CGD001
           IF ST-COD040 <> "00" OR ST-COD045 <> "00" OR
              ST-CHD010 <> "00"
              DISPLAY "ERRO ABERTURA COD040/COD045/CHD010: "
                      ST-COD040 " " ST-COD045 " " ST-CHD010
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-COD050 <> "00" OR ST-CPD020 <> "00" OR
              ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA COD050/CPD020/CGD001: "
                      ST-COD050 " " ST-CPD020 " " ST-CGD001
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-COD055 <> "00" AND ST-COD055 <> "05" AND
              ST-COD055 <> "35"
              DISPLAY "ERRO ABERTURA COD055: " ST-COD055
              MOVE 1 TO ERRO-W
           END-IF.
      *    Devolvidos, brindes e titulos sao opcionais no ambiente -
      *    o extrato sai com as partes que existirem, como no
      *    CPB073.
           IF ST-CHD013 <> "00" AND ST-CHD013 <> "05" AND
              ST-CHD013 <> "35"
              DISPLAY "ERRO ABERTURA CHD013: " ST-CHD013
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-COD070 <> "00" AND ST-COD070 <> "05" AND
              ST-COD070 <> "35"
              DISPLAY "ERRO ABERTURA COD070: " ST-COD070
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CPD034 <> "00" AND ST-CPD034 <> "05" AND
              ST-CPD034 <> "35"
              DISPLAY "ERRO ABERTURA CPD034: " ST-CPD034
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              OPEN OUTPUT ARQ-RELAT ARQ-EXPORT
              PERFORM UNTIL ST-PARAM = "10"
                 READ ARQ-PARAM AT END
                      MOVE "10" TO ST-PARAM
                 NOT AT END
                      PERFORM PROCESSA-CONTRATO
                 END-READ
              END-PERFORM
              CLOSE ARQ-RELAT ARQ-EXPORT
           END-IF.

           CLOSE ARQ-PARAM COD040 COD045 CHD010 CHD013 COD050 COD055
                 COD070 CPD020 CPD034 CGD001.
           IF ERRO-W = 0 AND QT-CONTRATOS-W > ZEROS
              MOVE 5             TO GEMASCAR-FUNCAO
              MOVE SPACES        TO GEMASCAR-REFERENCIA
              MOVE "EXPC110"     TO GEMASCAR-REFERENCIA
              CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           END-IF.

           DISPLAY "PRESTACOES DE CONTAS EMITIDAS....: "
                   QT-CONTRATOS-W.
           DISPLAY "CONTRATOS REJEITADOS.............: "
                   QT-REJEITADOS-W.
       MAIN-PROCESS-FIM.
           MOVE 9 TO GEMASCAR-FUNCAO
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           CANCEL "GEMASCAR".
           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       PROCESSA-CONTRATO SECTION.
           MOVE LINHA-PARAM(1: 4) TO CONTRATO-X.
           IF CONTRATO-X NOT NUMERIC
              DISPLAY "CONTRATO INVALIDO: " LINHA-PARAM
              ADD 1 TO QT-REJEITADOS-W
              GO PROCESSA-CONTRATO-FIM.
           MOVE CONTRATO-X TO CONTRATO-W NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO CADASTRADO: " CONTRATO-X
                ADD 1 TO QT-REJEITADOS-W
                GO PROCESSA-CONTRATO-FIM.
           MOVE ZEROS TO LAYOUT-W.
           IF PREST-CLIENTE-CO40 IS NUMERIC
              MOVE PREST-CLIENTE-CO40 TO LAYOUT-W.
           ADD 1 TO QT-CONTRATOS-W.
           MOVE ZEROS TO TOT-BRINDES-W TOT-DESPESAS-W
                         QT-ENTREGAS-W QT-DESPESAS-W.

           PERFORM CABECALHO-CONTRATO.
           PERFORM CARREGA-FORMANDOS.
           PERFORM APURA-RECEBIDOS.
           PERFORM APURA-DEVOLVIDOS.
           PERFORM IMPRIME-RECEBIMENTOS.
           PERFORM LISTA-BRINDES.
           PERFORM LISTA-DESPESAS.
           PERFORM IMPRIME-SALDO.
       PROCESSA-CONTRATO-FIM.
           EXIT.

       CABECALHO-CONTRATO SECTION.
           MOVE ALL "=" TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "PRESTACAO DE CONTAS A COMISSAO DE FORMATURA" TO
                REG-RELAT(01: 43)
           MOVE WS-DATA-CPU TO DATA-INV-W
           PERFORM FORMATA-DATA
           MOVE "POSICAO EM "  TO REG-RELAT(90: 11)
           MOVE DATA-E         TO REG-RELAT(101: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "CONTRATO "    TO REG-RELAT(01: 09)
           MOVE NR-CONTRATO-CO40 TO REG-RELAT(10: 04)
           MOVE "  CURSO "     TO REG-RELAT(14: 08)
           MOVE CURSO-CO40     TO REG-RELAT(22: 03)
           MOVE "  TURMA "     TO REG-RELAT(25: 08)
           MOVE TURMA-CO40     TO REG-RELAT(33: 02)
           MOVE "  FORMANDOS ATIVOS " TO REG-RELAT(35: 19)
           MOVE QTDE-FORM-CO40 TO REG-RELAT(54: 04)
           WRITE REG-RELAT.

       CARREGA-FORMANDOS SECTION.
           INITIALIZE TB-FORMANDOS.
           MOVE ZEROS TO QT-FORM-W AVULSO-REC-W AVULSO-DEV-W
                         AVULSO-RCU-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO45.
           MOVE ZEROS      TO SEQ-FORMANDO-CO45.
           START COD045 KEY IS NOT < CHAVE-CO45 INVALID KEY
                 MOVE "10" TO ST-COD045.
           PERFORM UNTIL ST-COD045 = "10"
              READ COD045 NEXT RECORD AT END
                   MOVE "10" TO ST-COD045
              NOT AT END
                   IF NR-CONTRATO-CO45 NOT = CONTRATO-W
                      MOVE "10" TO ST-COD045
                   ELSE
                      IF QT-FORM-W < 300
                         ADD 1 TO QT-FORM-W
                         MOVE SEQ-FORMANDO-CO45 TO
                              FORM-SEQ-TB(QT-FORM-W)
                         MOVE NOME-CO45 TO FORM-NOME-TB(QT-FORM-W)
                         MOVE SITUACAO-CO45 TO FORM-SIT-TB(QT-FORM-W)
                      ELSE
                         DISPLAY "MAIS DE 300 FORMANDOS NO CONTRATO "
                                 CONTRATO-W " - EXCEDENTE SOMADO EM "
                                 "SEM FORMANDO"
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD045.

       LOCALIZA-FORMANDO SECTION.
           MOVE ZEROS TO IND-FORM-W.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-FORM-W OR IND-FORM-W > ZEROS
              IF FORM-SEQ-TB(I) = SEQ-FORMANDO-CO45
                 MOVE I TO IND-FORM-W
              END-IF
           END-PERFORM.

       APURA-RECEBIDOS SECTION.
           MOVE ZEROS TO DATA-MOVTO-CH10 SEQ-CH10.
           START CHD010 KEY IS NOT < CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010.
           PERFORM UNTIL ST-CHD010 = "10"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   IF CONTRATO-CH10 = CONTRATO-W
                      MOVE ITEM-CH10 TO SEQ-FORMANDO-CO45
                      PERFORM LOCALIZA-FORMANDO
                      IF IND-FORM-W > ZEROS
                         ADD VALOR-CH10 TO FORM-REC-TB(IND-FORM-W)
                      ELSE
                         ADD VALOR-CH10 TO AVULSO-REC-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD010.

       APURA-DEVOLVIDOS SECTION.
           IF ST-CHD013 <> "00"
              GO APURA-DEVOLVIDOS-FIM.
           MOVE ZEROS TO CHAVE-CH13.
           START CHD013 KEY IS NOT < CHAVE-CH13 INVALID KEY
                 MOVE "10" TO ST-CHD013.
           PERFORM UNTIL ST-CHD013 = "10"
              READ CHD013 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD013
              NOT AT END
      *            Devolucao reapresentavel nao e perda - o cheque
      *            voltou p/ a carteira (CHB015)
                   IF CONTRATO-CH13 = CONTRATO-W AND
                      REAPRESENTA-CH13 NOT = 1
                      PERFORM SOMA-UM-DEVOLVIDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD013.
       APURA-DEVOLVIDOS-FIM.
           EXIT.

       SOMA-UM-DEVOLVIDO SECTION.
           MOVE ITEM-CH13 TO SEQ-FORMANDO-CO45.
           PERFORM LOCALIZA-FORMANDO.
           IF IND-FORM-W > ZEROS
              ADD VALOR-CH13 TO FORM-DEV-TB(IND-FORM-W)
              IF DATA-RECTO-CH13 > ZEROS
                 ADD VALOR-CH13 TO FORM-RCU-TB(IND-FORM-W)
              END-IF
           ELSE
              ADD VALOR-CH13 TO AVULSO-DEV-W
              IF DATA-RECTO-CH13 > ZEROS
                 ADD VALOR-CH13 TO AVULSO-RCU-W
              END-IF
           END-IF.

       IMPRIME-RECEBIMENTOS SECTION.
           MOVE ZEROS TO TOT-REC-W TOT-DEV-W TOT-RCU-W TOT-LIQ-W.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "1) RECEBIMENTOS POR FORMANDO" TO REG-RELAT(01: 28)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "SEQ. NOME" TO REG-RELAT(01: 09)
           MOVE "      RECEBIDO      DEVOLVIDO     RECUPERADO" TO
                REG-RELAT(37: 44)
           MOVE "        LIQUIDO" TO REG-RELAT(81: 15)
           WRITE REG-RELAT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-FORM-W
              MOVE FORM-REC-TB(I) TO REC-LINHA-W
              MOVE FORM-DEV-TB(I) TO DEV-LINHA-W
              MOVE FORM-RCU-TB(I) TO RCU-LINHA-W
              MOVE SPACES         TO REG-RELAT
              MOVE FORM-SEQ-TB(I) TO REG-RELAT(01: 04)
              MOVE FORM-NOME-TB(I) TO REG-RELAT(06: 30)
              IF FORM-SIT-TB(I) = 1
                 MOVE "DESISTENTE" TO REG-RELAT(98: 10)
              END-IF
              PERFORM LINHA-RECEBIMENTO
           END-PERFORM.
           IF AVULSO-REC-W > ZEROS OR AVULSO-DEV-W > ZEROS
              MOVE AVULSO-REC-W TO REC-LINHA-W
              MOVE AVULSO-DEV-W TO DEV-LINHA-W
              MOVE AVULSO-RCU-W TO RCU-LINHA-W
              MOVE SPACES       TO REG-RELAT
              MOVE "SEM FORMANDO IDENTIFICADO" TO REG-RELAT(06: 25)
              PERFORM LINHA-RECEBIMENTO
           END-IF.
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL RECEBIDO" TO REG-RELAT(06: 14)
           MOVE TOT-REC-W TO VALOR-E
           MOVE VALOR-E   TO REG-RELAT(37: 14)
           MOVE TOT-DEV-W TO VALOR-E
           MOVE VALOR-E   TO REG-RELAT(52: 14)
           MOVE TOT-RCU-W TO VALOR-E
           MOVE VALOR-E   TO REG-RELAT(67: 14)
           MOVE TOT-LIQ-W TO SALDO-E
           MOVE SALDO-E   TO REG-RELAT(82: 14)
           WRITE REG-RELAT.

       LINHA-RECEBIMENTO SECTION.
      *    Completa a linha ja montada (seq/nome) com os valores,
      *    soma no total do contrato e grava a linha do EXPC110.
           COMPUTE LIQ-LINHA-W = REC-LINHA-W - DEV-LINHA-W
                               + RCU-LINHA-W.
           MOVE REC-LINHA-W TO VALOR-E
           MOVE VALOR-E     TO REG-RELAT(37: 14)
           MOVE DEV-LINHA-W TO VALOR-E
           MOVE VALOR-E     TO REG-RELAT(52: 14)
           MOVE RCU-LINHA-W TO VALOR-E
           MOVE VALOR-E     TO REG-RELAT(67: 14)
           MOVE LIQ-LINHA-W TO SALDO-E
           MOVE SALDO-E     TO REG-RELAT(82: 14)
           WRITE REG-RELAT.
           ADD REC-LINHA-W TO TOT-REC-W.
           ADD DEV-LINHA-W TO TOT-DEV-W.
           ADD RCU-LINHA-W TO TOT-RCU-W.
           ADD LIQ-LINHA-W TO TOT-LIQ-W.

           COMPUTE REC-CENT-W = REC-LINHA-W * 100.
           COMPUTE DEV-CENT-W = DEV-LINHA-W * 100.
           COMPUTE RCU-CENT-W = RCU-LINHA-W * 100.
           COMPUTE SALDO-CENTAVOS-W = LIQ-LINHA-W * 100.
           MOVE SALDO-CENTAVOS-W TO SALDO-CENT-E.
           IF I > QT-FORM-W
              MOVE ZEROS TO SEQ-FORMANDO-CO45
           ELSE
              MOVE FORM-SEQ-TB(I) TO SEQ-FORMANDO-CO45
           END-IF.
           MOVE SPACES TO LINHA-EXPORT.
           STRING "FO;" CONTRATO-W ";" SEQ-FORMANDO-CO45 ";"
                  REG-RELAT(06: 30) ";" REC-CENT-W ";" DEV-CENT-W ";"
                  RCU-CENT-W ";" SALDO-CENT-E
                  DELIMITED BY SIZE INTO LINHA-EXPORT
           WRITE LINHA-EXPORT.

       LISTA-BRINDES SECTION.
      *    Protocolos do contrato em ordem de numero: o cabecalho
      *    (item 000) traz contrato e situacao, os itens seguintes
      *    os brindes - mesma leitura do CPB076.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "2) BRINDES ENTREGUES" TO REG-RELAT(01: 20)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "PROTOC.  EMISSAO    BRINDE" TO REG-RELAT(01: 26)
           MOVE "   QTDE  SITUACAO" TO REG-RELAT(57: 17)
           IF LAYOUT-W = 0
              MOVE "          VALOR" TO REG-RELAT(98: 15)
           END-IF
           WRITE REG-RELAT
           IF ST-COD070 <> "00"
              GO LISTA-BRINDES-TOTAL.
           MOVE ZEROS TO NR-PROTOCOLO-CO70 SEQ-ITEM-CO70 PROTOCOLO-W.
           START COD070 KEY IS NOT < CHAVE-CO70 INVALID KEY
                 MOVE "10" TO ST-COD070.
           PERFORM UNTIL ST-COD070 = "10"
              READ COD070 NEXT RECORD AT END
                   MOVE "10" TO ST-COD070
              NOT AT END
                   IF SEQ-ITEM-CO70 = ZEROS
                      IF NR-CONTRATO-CO70 = CONTRATO-W
                         MOVE NR-PROTOCOLO-CO70 TO PROTOCOLO-W
                         MOVE SITUACAO-CO70     TO SIT-PROTOCOLO-W
                         MOVE DATA-EMISSAO-CO70 TO DATA-PROTOCOLO-W
                         IF SITUACAO-CO70 = 1
                            MOVE DATA-CONFIRMA-CO70 TO
                                 DATA-PROTOCOLO-W
                         END-IF
                      ELSE
                         MOVE ZEROS TO PROTOCOLO-W
                      END-IF
                   ELSE
                      IF NR-PROTOCOLO-CO70 = PROTOCOLO-W AND
                         PROTOCOLO-W > ZEROS
                         PERFORM LINHA-BRINDE
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD070.
       LISTA-BRINDES-TOTAL.
           IF QT-ENTREGAS-W = ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "NENHUM BRINDE ENTREGUE" TO REG-RELAT(01: 22)
              WRITE REG-RELAT
              GO LISTA-BRINDES-FIM.
           IF LAYOUT-W = 0
              MOVE SPACES TO REG-RELAT
              MOVE "TOTAL DOS BRINDES ENTREGUES E CONFIRMADOS" TO
                   REG-RELAT(01: 41)
              MOVE TOT-BRINDES-W TO VALOR-E
              MOVE VALOR-E       TO REG-RELAT(99: 14)
              WRITE REG-RELAT
           END-IF.
       LISTA-BRINDES-FIM.
           EXIT.

       LINHA-BRINDE SECTION.
           ADD 1 TO QT-ENTREGAS-W.
           MOVE CODBRINDE-CO70 TO CODBRINDE-CO50.
           READ COD050 INVALID KEY
                MOVE "********" TO DESCRICAO-CO50
                MOVE ZEROS      TO CUSTO-UNIT-CO50.
           IF SIT-PROTOCOLO-W = 1
              MOVE "ENTREGUE"   TO SIT-TEXTO-W
           ELSE
              MOVE "AGUARDANDO" TO SIT-TEXTO-W
           END-IF.
           MOVE ZEROS TO VALOR-BRINDE-W.
           IF LAYOUT-W = 0 AND SIT-PROTOCOLO-W = 1
              PERFORM CUSTO-BRINDE-CONTRATO
              COMPUTE VALOR-BRINDE-W = QTDE-CO70 * CUSTO-UNIT-W
              ADD VALOR-BRINDE-W TO TOT-BRINDES-W
           END-IF.
           MOVE SPACES TO REG-RELAT
           MOVE NR-PROTOCOLO-CO70 TO REG-RELAT(01: 06)
           MOVE DATA-PROTOCOLO-W  TO DATA-INV-W
           PERFORM FORMATA-DATA
           MOVE DATA-E            TO REG-RELAT(09: 10)
           MOVE CODBRINDE-CO70    TO REG-RELAT(20: 05)
           MOVE DESCRICAO-CO50    TO REG-RELAT(26: 30)
           MOVE QTDE-CO70         TO QTDE-E
           MOVE QTDE-E            TO REG-RELAT(57: 07)
           MOVE SIT-TEXTO-W       TO REG-RELAT(65: 10)
           IF SIT-PROTOCOLO-W = 1
              MOVE RECEBEDOR-CO70 TO REG-RELAT(76: 21)
           END-IF
           IF LAYOUT-W = 0 AND SIT-PROTOCOLO-W = 1
              MOVE VALOR-BRINDE-W TO VALOR-E
              MOVE VALOR-E        TO REG-RELAT(99: 14)
           END-IF
           WRITE REG-RELAT.

           COMPUTE VALOR-CENTAVOS-W = VALOR-BRINDE-W * 100.
           MOVE SPACES TO LINHA-EXPORT.
           STRING "BR;" CONTRATO-W ";" NR-PROTOCOLO-CO70 ";"
                  DATA-PROTOCOLO-W ";" CODBRINDE-CO70 ";"
                  DESCRICAO-CO50 ";" QTDE-CO70 ";" SIT-PROTOCOLO-W
                  ";" VALOR-CENTAVOS-W
                  DELIMITED BY SIZE INTO LINHA-EXPORT
           WRITE LINHA-EXPORT.

       CUSTO-BRINDE-CONTRATO SECTION.
      *    Custo do item do contrato p/ o brinde (CUSTO-UNIT-CO55);
      *    zerado ou sem item, vale o do cadastro - a regra do
      *    proprio COD055.
           MOVE CUSTO-UNIT-CO50 TO CUSTO-UNIT-W.
           IF ST-COD055 <> "00"
              GO CUSTO-BRINDE-CONTRATO-FIM.
           MOVE CONTRATO-W TO NR-CONTRATO-CO55.
           MOVE ZEROS      TO ITEM-CO55.
           START COD055 KEY IS NOT < CHAVE-CO55 INVALID KEY
                 MOVE "10" TO ST-COD055.
           PERFORM UNTIL ST-COD055 = "10"
              READ COD055 NEXT RECORD AT END
                   MOVE "10" TO ST-COD055
              NOT AT END
                   IF NR-CONTRATO-CO55 NOT = CONTRATO-W
                      MOVE "10" TO ST-COD055
                   ELSE
                      IF CODBRINDE-CO55 = CODBRINDE-CO70 AND
                         SUSP-PREV-DEF-CO55 NOT = 2 AND
                         CUSTO-UNIT-CO55 > ZEROS
                         MOVE CUSTO-UNIT-CO55 TO CUSTO-UNIT-W
                         MOVE "10" TO ST-COD055
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD055.
       CUSTO-BRINDE-CONTRATO-FIM.
           EXIT.

       LISTA-DESPESAS SECTION.
      *    Titulos ligados ao contrato em CPD034 (item zerado - o
      *    titulo de brinde ja esta no item 2), fora excluido/
      *    cancelado, como o ACUMULA-TITULOS do CPB073.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "3) DESPESAS DE EVENTOS" TO REG-RELAT(01: 22)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "VENCIMENTO DESCRICAO" TO REG-RELAT(01: 20)
           IF LAYOUT-W = 0
              MOVE "FORNECEDOR" TO REG-RELAT(43: 10)
              MOVE "SITUACAO" TO REG-RELAT(74: 08)
              MOVE "          VALOR" TO REG-RELAT(98: 15)
           END-IF
           WRITE REG-RELAT
           IF ST-CPD034 <> "00"
              GO LISTA-DESPESAS-TOTAL.
           MOVE ZEROS TO FORNEC-CP34 SEQ-CP34.
           START CPD034 KEY IS NOT < CHAVE-CP34 INVALID KEY
                 MOVE "10" TO ST-CPD034.
           PERFORM UNTIL ST-CPD034 = "10"
              READ CPD034 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD034
              NOT AT END
                   IF NR-CONTRATO-CP34 = CONTRATO-W AND
                      ITEM-CP34 = ZEROS
                      MOVE FORNEC-CP34 TO FORNEC-CP20
                      MOVE SEQ-CP34    TO SEQ-CP20
                      READ CPD020 INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           IF SITUACAO-CP20 NOT = 3 AND
                              SITUACAO-CP20 NOT = 4
                              PERFORM LINHA-DESPESA
                           END-IF
                      END-READ
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD034.
       LISTA-DESPESAS-TOTAL.
           IF QT-DESPESAS-W = ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "NENHUMA DESPESA LANCADA" TO REG-RELAT(01: 23)
              WRITE REG-RELAT
              GO LISTA-DESPESAS-FIM.
           IF LAYOUT-W = 0
              MOVE SPACES TO REG-RELAT
              MOVE "TOTAL DAS DESPESAS DE EVENTOS" TO
                   REG-RELAT(01: 29)
              MOVE TOT-DESPESAS-W TO VALOR-E
              MOVE VALOR-E        TO REG-RELAT(99: 14)
              WRITE REG-RELAT
           END-IF.
       LISTA-DESPESAS-FIM.
           EXIT.

       LINHA-DESPESA SECTION.
           ADD 1 TO QT-DESPESAS-W.
           IF SITUACAO-CP20 = 2
              MOVE "PAGO"     TO SIT-TEXTO-W
           ELSE
              MOVE "A PAGAR"  TO SIT-TEXTO-W
           END-IF.
           MOVE SPACES TO REG-RELAT
           MOVE DATA-VENCTO-CP20 TO DATA-INV-W
           PERFORM FORMATA-DATA
           MOVE DATA-E          TO REG-RELAT(01: 10)
           MOVE DESCRICAO-CP20  TO REG-RELAT(12: 30)
           MOVE ZEROS TO VALOR-CENTAVOS-W.
           IF LAYOUT-W = 0
              MOVE FORNEC-CP20 TO CODIGO-CG01
              READ CGD001 INVALID KEY
                   MOVE "********" TO NOME-CG01
              END-READ
              MOVE NOME-CG01      TO REG-RELAT(43: 30)
              MOVE SIT-TEXTO-W    TO REG-RELAT(74: 10)
              MOVE VALOR-TOT-CP20 TO VALOR-E
              MOVE VALOR-E        TO REG-RELAT(99: 14)
              ADD VALOR-TOT-CP20  TO TOT-DESPESAS-W
              COMPUTE VALOR-CENTAVOS-W = VALOR-TOT-CP20 * 100
           END-IF
           WRITE REG-RELAT.

           MOVE SPACES TO LINHA-EXPORT.
           STRING "DE;" CONTRATO-W ";" DATA-VENCTO-CP20 ";"
                  DESCRICAO-CP20 ";" SIT-TEXTO-W ";" VALOR-CENTAVOS-W
                  DELIMITED BY SIZE INTO LINHA-EXPORT
           WRITE LINHA-EXPORT.

       IMPRIME-SALDO SECTION.
           COMPUTE CONTRATADO-W = VALOR-FORM-CO40 * QTDE-FORM-CO40.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "4) SALDO" TO REG-RELAT(01: 08)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "VALOR CONTRATADO (FORMANDOS ATIVOS)" TO
                REG-RELAT(01: 35)
           MOVE CONTRATADO-W TO VALOR-E
           MOVE VALOR-E      TO REG-RELAT(99: 14)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "RECEBIDO LIQUIDO" TO REG-RELAT(01: 16)
           MOVE TOT-LIQ-W    TO SALDO-E
           MOVE SALDO-E      TO REG-RELAT(99: 14)
           WRITE REG-RELAT
           IF LAYOUT-W = 0
              MOVE SPACES TO REG-RELAT
              MOVE "(-) BRINDES ENTREGUES" TO REG-RELAT(01: 21)
              MOVE TOT-BRINDES-W  TO VALOR-E
              MOVE VALOR-E        TO REG-RELAT(99: 14)
              WRITE REG-RELAT
              MOVE SPACES TO REG-RELAT
              MOVE "(-) DESPESAS DE EVENTOS" TO REG-RELAT(01: 23)
              MOVE TOT-DESPESAS-W TO VALOR-E
              MOVE VALOR-E        TO REG-RELAT(99: 14)
              WRITE REG-RELAT
              COMPUTE SALDO-W = TOT-LIQ-W - TOT-BRINDES-W
                              - TOT-DESPESAS-W
              MOVE SPACES TO REG-RELAT
              MOVE "SALDO DO FUNDO DE FORMATURA" TO REG-RELAT(01: 27)
           ELSE
              COMPUTE SALDO-W = CONTRATADO-W - TOT-LIQ-W
              MOVE SPACES TO REG-RELAT
              MOVE "SALDO A PAGAR DO CONTRATO" TO REG-RELAT(01: 25)
           END-IF.
           MOVE SALDO-W      TO SALDO-E
           MOVE SALDO-E      TO REG-RELAT(99: 14)
           WRITE REG-RELAT.

           COMPUTE VALOR-CENTAVOS-W = CONTRATADO-W * 100.
           COMPUTE REC-CENT-W = TOT-LIQ-W * 100.
           COMPUTE BRI-CENT-W = TOT-BRINDES-W * 100.
           COMPUTE DES-CENT-W = TOT-DESPESAS-W * 100.
           COMPUTE SALDO-CENTAVOS-W = SALDO-W * 100.
           MOVE SALDO-CENTAVOS-W TO SALDO-CENT-E.
           MOVE SPACES TO LINHA-EXPORT.
           STRING "SA;" CONTRATO-W ";" VALOR-CENTAVOS-W ";"
                  REC-CENT-W ";" BRI-CENT-W ";" DES-CENT-W ";"
                  SALDO-CENT-E
                  DELIMITED BY SIZE INTO LINHA-EXPORT
           WRITE LINHA-EXPORT.

       FORMATA-DATA SECTION.
           MOVE DIA-INV-W TO DIA-DMA-W
           MOVE MES-INV-W TO MES-DMA-W
           MOVE ANO-INV-W TO ANO-DMA-W
           MOVE DATA-DMA-W TO DATA-E.
