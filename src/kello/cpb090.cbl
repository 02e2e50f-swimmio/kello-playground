       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB090.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Reajuste e vigencia dos contratos de fornecedor - o
      * aluguel, a seguranca, as licencas e a limpeza eram contas
      * permanentes que o CPB021 repunha com o mesmo valor para
      * sempre; o reajuste anual e o vencimento do contrato
      * dependiam de alguem lembrar. Este batch noturno percorre os
      * contratos ativos de CPD035 (cadastro CPP035) e:
      *  - no aniversario do contrato (inicio ou ultimo reajuste +
      *    1 ano, dentro da vigencia) acumula as 12 variacoes
      *    mensais do indice do contrato (CPD036, cadastro CPP036)
      *    anteriores ao aniversario e reajusta o valor mensal e
      *    as parcelas previstas da conta permanente ligada
      *    (PREV-DEF-CP20 = 1, a pagar, fora de bordero, com
      *    vencimento a partir do aniversario), com LOG003 e jornal
      *    LOG004. Falta de algum mes do indice adia o reajuste p/ a
      *    rodada seguinte; variacao acumulada negativa mantem o
      *    valor;
      *  - 60 dias antes do fim da vigencia manda uma CIE de aviso
      *    (uma so por vigencia - DATA-AVISO-CP35);
      *  - lista o contrato cujos titulos ja passam do teto global.
      * O CPB021 para de repor parcela com vencimento alem do fim
      * da vigencia ou que estoure o teto.
      *
      * Saida: arquivo-relatorio RELCP90 na pasta da empresa - uma
      * linha por reajuste, aviso ou ocorrencia.
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CPPX020.
           COPY CPPX035.
           COPY CPPX036.
           COPY LOGX003.
           COPY LOGX004.
           COPY CIPX010.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CPPW020.
       COPY CPPW035.
       COPY CPPW036.
       COPY LOGW003.
       COPY LOGW004.
       COPY CIPW010.

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD035             PIC XX       VALUE SPACES.
           05  ST-CPD036             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  ST-CIED010            PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  PROX-SEQ-JRN-W        PIC 9(9)     VALUE ZEROS.
           05  JRN-OPERACAO-W        PIC X        VALUE SPACE.
           05  ANTES-IMAGEM-W        PIC X(300)   VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  DOCTO-W               PIC X(10)    VALUE SPACES.
           05  ALTEROU-W             PIC 9        VALUE ZEROS.
           05  FALTA-INDICE-W        PIC 9        VALUE ZEROS.
           05  ANIVERSARIO-W         PIC 9(8)     VALUE ZEROS.
           05  ANIVERSARIO-R REDEFINES ANIVERSARIO-W.
               10  ANO-ANIV-W        PIC 9(4).
               10  MES-ANIV-W        PIC 9(2).
               10  DIA-ANIV-W        PIC 9(2).
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  ANOMES-R REDEFINES ANOMES-W.
               10  ANO-IND-W         PIC 9(4).
               10  MES-IND-W         PIC 9(2).
           05  ANOMES-FALTA-W        PIC 9(6)     VALUE ZEROS.
           05  IX-MES-W              PIC 99       VALUE ZEROS.
           05  FATOR-W               PIC 9(3)V9(8) VALUE ZEROS.
           05  PERC-REAJ-W           PIC S9(3)V9(4) VALUE ZEROS.
           05  VALOR-ANTES-W         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-NOVO-W          PIC 9(8)V99  VALUE ZEROS.
           05  SOMA-CONTRATO-W       PIC 9(10)V99 VALUE ZEROS.
           05  DIAS-FIM-W            PIC S9(5)    VALUE ZEROS.
           05  SEQ-CIE               PIC 9(3)     VALUE ZEROS.
           05  DATA-MOVTO-I          PIC 9(8)     VALUE ZEROS.

           05  QT-CONTRATOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-REAJUSTES-W        PIC 9(5)     VALUE ZEROS.
           05  QT-PARCELAS-REAJ-W    PIC 9(6)     VALUE ZEROS.
           05  QT-AVISOS-W           PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-INDICE-W       PIC 9(5)     VALUE ZEROS.
           05  QT-TETO-W             PIC 9(5)     VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-E1              PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  PERC-E                PIC -ZZ9,9999.
           05  DIAS-E                PIC ZZ9.

           COPY "CPTIME.CPY".
           COPY "CPDIAS1.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CONTRATOS-W QT-REAJUSTES-W
                         QT-PARCELAS-REAJ-W QT-AVISOS-W
                         QT-SEM-INDICE-W QT-TETO-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD035"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD035
           MOVE "CPD036"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD036
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "CIED010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CIED010
           MOVE "RELCP90" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB090"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN INPUT CGD001 CPD036
           OPEN I-O CPD020 CPD035 LOG003 CIED010 LOG004
           IF ST-LOG004 = "35"
              CLOSE LOG004      OPEN OUTPUT LOG004
              CLOSE LOG004      OPEN I-O LOG004
           END-IF
           PERFORM ACHA-SEQ-JORNAL
           OPEN OUTPUT ARQ-RELAT

           IF ST-CPD020 <> "00" OR ST-LOG003 <> "00" OR
              ST-CIED010 <> "00"
              DISPLAY "ERRO ABERTURA CPD020/LOG003/CIED010: "
                      ST-CPD020 " " ST-LOG003 " " ST-CIED010
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem CPD035 nao ha contrato a tratar; sem CPD036 os
      *    reajustes ficam pendentes (indice ausente).
           IF ST-CPD035 <> "00" AND ST-CPD035 <> "35"
              DISPLAY "ERRO ABERTURA CPD035: " ST-CPD035
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CPD036 <> "00" AND ST-CPD036 <> "35"
              DISPLAY "ERRO ABERTURA CPD036: " ST-CPD036
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CGD001 <> "00" AND ST-CGD001 <> "05"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W
           END-IF.

           MOVE SPACES TO REG-RELAT
           MOVE "CONTRATOS DE FORNECEDOR - REAJUSTE E VIGENCIA - "
                TO REG-RELAT(01: 49)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E      TO REG-RELAT(50: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "FORNEC DOCTO      OCORRENCIA              DATA     "
                TO REG-RELAT(01: 52)
           MOVE "  VALOR ANTES    VALOR NOVO  PERC/DIAS"
                TO REG-RELAT(53: 39)
           WRITE REG-RELAT

           IF ERRO-W = 0 AND ST-CPD035 = "00"
              PERFORM VARRE-CONTRATOS
           END-IF.

           CLOSE CGD001 CPD020 CPD035 CPD036 LOG003 CIED010 LOG004
                 ARQ-RELAT.

           DISPLAY "CONTRATOS ATIVOS.................: "
                   QT-CONTRATOS-W.
           DISPLAY "CONTRATOS REAJUSTADOS............: "
                   QT-REAJUSTES-W.
           DISPLAY "PARCELAS PREVISTAS REAJUSTADAS...: "
                   QT-PARCELAS-REAJ-W.
           DISPLAY "REAJUSTES PENDENTES DE INDICE....: "
                   QT-SEM-INDICE-W.
           DISPLAY "AVISOS DE FIM DE VIGENCIA........: "
                   QT-AVISOS-W.
           DISPLAY "CONTRATOS ACIMA DO TETO..........: "
                   QT-TETO-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       VARRE-CONTRATOS SECTION.
           MOVE ZEROS  TO FORNEC-CP35.
           MOVE SPACES TO NR-DOCTO-CP35.
           START CPD035 KEY IS NOT < CHAVE-CP35 INVALID KEY
                 MOVE "99" TO ST-CPD035.
           PERFORM UNTIL ST-CPD035 NOT = "00"
              READ CPD035 NEXT RECORD AT END
                   MOVE "99" TO ST-CPD035
              NOT AT END
                   IF SITUACAO-CP35 = 0
                      PERFORM TRATA-CONTRATO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD035.

       TRATA-CONTRATO SECTION.
           ADD 1 TO QT-CONTRATOS-W.
           MOVE FORNEC-CP35   TO FORNEC-W.
           MOVE NR-DOCTO-CP35 TO DOCTO-W.
           MOVE ZEROS TO ALTEROU-W.
           MOVE FORNEC-CP35 TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           PERFORM VERIFICA-VIGENCIA.
           PERFORM VERIFICA-REAJUSTE.
           PERFORM VERIFICA-TETO.
           IF ALTEROU-W = 1
              REWRITE REG-CPD035 INVALID KEY
                    DISPLAY "ERRO REGRAVACAO CPD035 - FORNEC="
                            FORNEC-W " DOCTO=" DOCTO-W
              NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CPD035
              END-REWRITE
           END-IF.

       VERIFICA-VIGENCIA SECTION.
      *    Aviso unico (por vigencia) quando faltam 60 dias ou menos
      *    p/ o fim do contrato; contrato ja vencido e ainda ativo
      *    sai no relatorio em toda rodada.
           IF DATA-FIM-CP35 < DATA-HOJE-W
              MOVE SPACES TO REG-RELAT
              MOVE FORNEC-W          TO REG-RELAT(01: 06)
              MOVE DOCTO-W           TO REG-RELAT(08: 10)
              MOVE "CONTRATO VENCIDO" TO REG-RELAT(19: 23)
              MOVE DATA-FIM-CP35     TO DATA-E
              MOVE DATA-E            TO REG-RELAT(43: 10)
              WRITE REG-RELAT
              GO VERIFICA-VIGENCIA-FIM.
           IF DATA-AVISO-CP35 > ZEROS
              GO VERIFICA-VIGENCIA-FIM.
           MOVE DATA-HOJE-W   TO GRDIAS-AAMMDD-INICIAL.
           MOVE DATA-FIM-CP35 TO GRDIAS-AAMMDD-FINAL.
           CALL "GRDIAS1" USING PARAMETROS-GRDIAS1
           CANCEL "GRDIAS1"
           MOVE GRDIAS-NUM-DIAS TO DIAS-FIM-W.
           IF DIAS-FIM-W > 60
              GO VERIFICA-VIGENCIA-FIM.
           PERFORM GRAVA-CIE-AVISO.
           MOVE DATA-HOJE-W TO DATA-AVISO-CP35.
           MOVE 1 TO ALTEROU-W.
           ADD 1 TO QT-AVISOS-W.
           MOVE SPACES TO REG-RELAT
           MOVE FORNEC-W          TO REG-RELAT(01: 06)
           MOVE DOCTO-W           TO REG-RELAT(08: 10)
           MOVE "AVISO FIM DE VIGENCIA" TO REG-RELAT(19: 23)
           MOVE DATA-FIM-CP35     TO DATA-E
           MOVE DATA-E            TO REG-RELAT(43: 10)
           MOVE DIAS-FIM-W        TO DIAS-E
           MOVE DIAS-E            TO REG-RELAT(89: 03)
           WRITE REG-RELAT.
       VERIFICA-VIGENCIA-FIM.
           EXIT.

       VERIFICA-REAJUSTE SECTION.
      *    Aniversario = ultimo reajuste (ou inicio) + 1 ano; um
      *    aniversario por rodada (contrato atrasado alcanca o
      *    corrente nas noites seguintes).
           IF INDICE-CP35 = 0
              GO VERIFICA-REAJUSTE-FIM.
           IF DATA-ULT-REAJ-CP35 > ZEROS
              MOVE DATA-ULT-REAJ-CP35 TO ANIVERSARIO-W
           ELSE
              MOVE DATA-INICIO-CP35   TO ANIVERSARIO-W
           END-IF.
           ADD 1 TO ANO-ANIV-W.
           MOVE 2               TO GRTIME-TYPE
           MOVE 7               TO GRTIME-FUNCTION
           MOVE ANIVERSARIO-W   TO GRTIME-DATE
           CALL   "GRTIME" USING PARAMETROS-GRTIME
           CANCEL "GRTIME"
      *    29/02 em ano nao bissexto.
           IF GRTIME-DATE-FINAL = ZEROS
              MOVE 28 TO DIA-ANIV-W.
           IF ANIVERSARIO-W > DATA-HOJE-W OR
              ANIVERSARIO-W > DATA-FIM-CP35
              GO VERIFICA-REAJUSTE-FIM.
           PERFORM CALCULA-FATOR.
           IF FALTA-INDICE-W = 1
              ADD 1 TO QT-SEM-INDICE-W
              MOVE SPACES TO REG-RELAT
              MOVE FORNEC-W          TO REG-RELAT(01: 06)
              MOVE DOCTO-W           TO REG-RELAT(08: 10)
              MOVE "SEM INDICE DO MES"  TO REG-RELAT(19: 18)
              MOVE ANOMES-FALTA-W    TO REG-RELAT(37: 06)
              MOVE ANIVERSARIO-W     TO DATA-E
              MOVE DATA-E            TO REG-RELAT(43: 10)
              WRITE REG-RELAT
              GO VERIFICA-REAJUSTE-FIM.
           MOVE VALOR-MENSAL-CP35 TO VALOR-ANTES-W.
      *    Variacao acumulada negativa: o valor e mantido, mas o
      *    aniversario fica registrado como reajustado.
           IF FATOR-W < 1
              MOVE 1 TO FATOR-W.
           COMPUTE PERC-REAJ-W ROUNDED = (FATOR-W - 1) * 100.
           COMPUTE VALOR-NOVO-W ROUNDED = VALOR-ANTES-W * FATOR-W.
           IF VALOR-NOVO-W NOT = VALOR-ANTES-W
              PERFORM REAJUSTA-PARCELAS.
           MOVE VALOR-NOVO-W  TO VALOR-MENSAL-CP35.
           MOVE ANIVERSARIO-W TO DATA-ULT-REAJ-CP35.
           MOVE PERC-REAJ-W   TO PERC-ULT-REAJ-CP35.
           MOVE 1 TO ALTEROU-W.
           ADD 1 TO QT-REAJUSTES-W.
           MOVE SPACES TO REG-RELAT
           MOVE FORNEC-W          TO REG-RELAT(01: 06)
           MOVE DOCTO-W           TO REG-RELAT(08: 10)
           IF INDICE-CP35 = 1
              MOVE "REAJUSTE IGP-M"  TO REG-RELAT(19: 23)
           ELSE
              MOVE "REAJUSTE IPCA"   TO REG-RELAT(19: 23)
           END-IF
           MOVE ANIVERSARIO-W     TO DATA-E
           MOVE DATA-E            TO REG-RELAT(43: 10)
           MOVE VALOR-ANTES-W     TO VALOR-E
           MOVE VALOR-E           TO REG-RELAT(54: 13)
           MOVE VALOR-NOVO-W      TO VALOR-E
           MOVE VALOR-E           TO REG-RELAT(68: 13)
           MOVE PERC-REAJ-W       TO PERC-E
           MOVE PERC-E            TO REG-RELAT(82: 09)
           WRITE REG-RELAT.
       VERIFICA-REAJUSTE-FIM.
           EXIT.

       CALCULA-FATOR SECTION.
      *    Produto das 12 variacoes mensais do indice, do mesmo mes
      *    do ano anterior ate o mes anterior ao aniversario.
           MOVE ZEROS TO FALTA-INDICE-W.
           MOVE 1     TO FATOR-W.
           MOVE ANO-ANIV-W TO ANO-IND-W.
           MOVE MES-ANIV-W TO MES-IND-W.
           SUBTRACT 1 FROM ANO-IND-W.
           PERFORM VARYING IX-MES-W FROM 1 BY 1
                   UNTIL IX-MES-W > 12 OR FALTA-INDICE-W = 1
              MOVE INDICE-CP35 TO INDICE-CP36
              MOVE ANOMES-W    TO ANOMES-CP36
              READ CPD036 INVALID KEY
                   MOVE 1        TO FALTA-INDICE-W
                   MOVE ANOMES-W TO ANOMES-FALTA-W
              NOT INVALID KEY
                   COMPUTE FATOR-W ROUNDED =
                           FATOR-W * (1 + PERC-CP36 / 100)
              END-READ
              ADD 1 TO MES-IND-W
              IF MES-IND-W > 12
                 MOVE 1 TO MES-IND-W
                 ADD 1  TO ANO-IND-W
              END-IF
           END-PERFORM.

       REAJUSTA-PARCELAS SECTION.
      *    Parcelas previstas a pagar da conta permanente com
      *    vencimento a partir do aniversario (ALT4-CP20); titulo ja
      *    em bordero ou definitivo nao muda.
           MOVE FORNEC-W      TO FORNEC-CP20.
           MOVE 0             TO SITUACAO-CP20.
           MOVE ANIVERSARIO-W TO DATA-VENCTO-CP20.
           START CPD020 KEY IS NOT < ALT4-CP20 INVALID KEY
                 MOVE "99" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 NOT = "00"
              READ CPD020 NEXT RECORD AT END
                   MOVE "99" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-W OR
                      SITUACAO-CP20 NOT = 0
                      MOVE "99" TO ST-CPD020
                   ELSE
                      IF NR-DOCTO-CP20 = DOCTO-W AND
                         TIPO-CONTA-CP20 = 1 AND
                         PREV-DEF-CP20 = 1 AND
                         NR-BORDERO-CP20 = ZEROS
                         PERFORM REGRAVA-PARCELA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD020.

       REGRAVA-PARCELA SECTION.
           MOVE REG-CPD020 TO ANTES-IMAGEM-W.
           MOVE VALOR-NOVO-W TO VALOR-TOT-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           REWRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CPD020 - FORNEC="
                         FORNEC-CP20 " SEQ=" SEQ-CP20
           NOT INVALID KEY
                 ADD 1 TO QT-PARCELAS-REAJ-W
                 MOVE USUARIO-W   TO LOG3-USUARIO
                 MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                 MOVE WS-DATA-CPU TO LOG3-DATA
                 ACCEPT WS-HORA-SYS FROM TIME
                 MOVE WS-HORA-SYS TO LOG3-HORAS
                 MOVE "A"         TO LOG3-OPERACAO
                 MOVE "CPD020"    TO LOG3-ARQUIVO
                 MOVE "CPB090"    TO LOG3-PROGRAMA
                 MOVE REG-CPD020  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
                 MOVE "A" TO JRN-OPERACAO-W
                 PERFORM GRAVA-JORNAL-CPD020
           END-REWRITE.

       VERIFICA-TETO SECTION.
      *    Soma dos titulos da conta permanente (a pagar, suspensos
      *    e pagos) contra o teto global do contrato.
           IF VALOR-TETO-CP35 = ZEROS
              GO VERIFICA-TETO-FIM.
           MOVE ZEROS TO SOMA-CONTRATO-W.
           MOVE FORNEC-W TO FORNEC-CP20.
           MOVE ZEROS    TO DATA-VENCTO-CP20 SEQ-CP20.
           START CPD020 KEY IS NOT < ALT5-CP20 INVALID KEY
                 MOVE "99" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 NOT = "00"
              READ CPD020 NEXT RECORD AT END
                   MOVE "99" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-W
                      MOVE "99" TO ST-CPD020
                   ELSE
                      IF NR-DOCTO-CP20 = DOCTO-W AND
                         TIPO-CONTA-CP20 = 1 AND
                         SITUACAO-CP20 < 3
                         ADD VALOR-TOT-CP20 TO SOMA-CONTRATO-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD020.
           IF SOMA-CONTRATO-W NOT > VALOR-TETO-CP35
              GO VERIFICA-TETO-FIM.
           ADD 1 TO QT-TETO-W.
           MOVE SPACES TO REG-RELAT
           MOVE FORNEC-W          TO REG-RELAT(01: 06)
           MOVE DOCTO-W           TO REG-RELAT(08: 10)
           MOVE "TITULOS ACIMA DO TETO" TO REG-RELAT(19: 23)
           MOVE VALOR-TETO-CP35   TO VALOR-E1
           MOVE VALOR-E1          TO REG-RELAT(50: 16)
           MOVE SOMA-CONTRATO-W   TO VALOR-E1
           MOVE VALOR-E1          TO REG-RELAT(66: 16)
           WRITE REG-RELAT.
       VERIFICA-TETO-FIM.
           EXIT.

       GRAVA-CIE-AVISO SECTION.
      *    Mesmo formato da CIE do CPB021 (GRAVA-CIE-BATCH): nome do
      *    fornecedor, o aviso e a data de fim da vigencia.
           PERFORM ACHA-SEQ-CIE-BATCH
           MOVE 01                  TO COD-MENS-PADRAO-CI10
           MOVE SPACES              TO DESCRICAO-MENS-CI10.
           MOVE NOME-CG01           TO DESCRICAO-MENS-CI10(1: 10)
           MOVE "FIM CONTRATO"      TO DESCRICAO-MENS-CI10(12: 13)
           MOVE DESCRICAO-CP35      TO DESCRICAO-MENS-CI10(25: 14)
           MOVE DATA-FIM-CP35       TO DATA-E
           MOVE DATA-E              TO DESCRICAO-MENS-CI10(40: 11)
           MOVE VALOR-MENSAL-CP35   TO VALOR-E
           MOVE VALOR-E             TO DESCRICAO-MENS-CI10(51: 10)
           MOVE DATA-MOVTO-I        TO DATA-CI10
           ADD 1                    TO SEQ-CIE
           MOVE SEQ-CIE             TO SEQ-CI10
           ACCEPT HORA-W            FROM TIME.
           MOVE HORA-W(1: 4)        TO HORA-CI10
           MOVE USUARIO-W           TO ORIGEM-CI10
           MOVE 1                   TO FUNCAO-DESTINO-CI10
           MOVE ZEROS               TO SITUACAO-CI10 DATA-RESOL-CI10
                                       HORA-RESOL-CI10
           MOVE SPACES              TO USUARIO-RESOL-CI10

           MOVE ZEROS               TO ST-CIED010.
           PERFORM UNTIL ST-CIED010 = "10"
             WRITE REG-CIED010 INVALID KEY
                    ADD 1 TO SEQ-CIE
                    MOVE SEQ-CIE TO SEQ-CI10
                NOT INVALID KEY MOVE "10" TO ST-CIED010
           END-PERFORM.
           MOVE "00" TO ST-CIED010.

       ACHA-SEQ-CIE-BATCH SECTION.
           MOVE DATA-HOJE-W     TO DATA-MOVTO-I DATA-CI10
           MOVE ZEROS           TO SEQ-CI10 SEQ-CIE.
           START CIED010 KEY IS NOT < CHAVE-CI10 INVALID KEY
                 MOVE "10" TO ST-CIED010
           END-START.
           PERFORM UNTIL ST-CIED010 = "10"
             READ CIED010 NEXT RECORD AT END MOVE "10" TO ST-CIED010
              NOT AT END
                IF DATA-CI10 NOT = DATA-MOVTO-I MOVE "10" TO ST-CIED010
                ELSE
                   MOVE SEQ-CI10 TO SEQ-CIE
                END-IF
             END-READ
           END-PERFORM.

       GRAVA-LOG-CPD035 SECTION.
      *    LOG3-OPERACAO ja vem preenchida pelo chamador.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPD035"    TO LOG3-ARQUIVO
           MOVE "CPB090"    TO LOG3-PROGRAMA
           MOVE REG-CPD035  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       ACHA-SEQ-JORNAL SECTION.
      *    Ultima sequencia do jornal do dia + 1 (ver LOG004).
           MOVE ZEROS TO PROX-SEQ-JRN-W LOG4-SEQ.
           START LOG004 KEY IS NOT < LOG4-SEQ INVALID KEY
                 MOVE "99" TO ST-LOG004.
           PERFORM UNTIL ST-LOG004 NOT = "00"
              READ LOG004 NEXT RECORD AT END
                   MOVE "99" TO ST-LOG004
              NOT AT END
                   MOVE LOG4-SEQ TO PROX-SEQ-JRN-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       GRAVA-JORNAL-CPD020 SECTION.
      *    Entrada sequenciada no jornal do dia: imagem de antes
      *    (ANTES-IMAGEM-W) e de depois.
           MOVE PROX-SEQ-JRN-W  TO LOG4-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU     TO LOG4-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS     TO LOG4-HORAS.
           MOVE USUARIO-W       TO LOG4-USUARIO.
           MOVE "CPB090"        TO LOG4-PROGRAMA.
           MOVE JRN-OPERACAO-W  TO LOG4-OPERACAO.
           MOVE ANTES-IMAGEM-W  TO LOG4-ANTES.
           MOVE REG-CPD020      TO LOG4-DEPOIS.
           WRITE REG-LOG004 INVALID KEY
                 ADD 1 TO PROX-SEQ-JRN-W
                 MOVE PROX-SEQ-JRN-W TO LOG4-SEQ
                 WRITE REG-LOG004
                 END-WRITE
           END-WRITE
           PERFORM SELA-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       MARCA-SALDO-FORNEC SECTION.
      *    So marca (sem I/O) - o resumo e refeito no fim.
           MOVE 1 TO CPSALDO-FUNCAO
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.

       ATUALIZA-SALDO-FORNEC SECTION.
           MOVE 2     TO CPSALDO-FUNCAO
           MOVE ZEROS TO CPSALDO-FORNEC
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           IF CPSALDO-RETORNO = 9
              DISPLAY "ERRO NA ATUALIZACAO DO CPD052 - RODAR CPB104".
           MOVE 9 TO CPSALDO-FUNCAO
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           CANCEL "CPSALDO".

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

       SELA-LOG004 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG004 NOT = "00" AND ST-LOG004 NOT = "02"
              GO SELA-LOG004-FIM.
           MOVE PATH-LOG004      TO GECADEIA-PATH.
           MOVE REG-LOG004       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG004
                                    - LENGTH OF LOG4-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG4-POSICAO
              MOVE GECADEIA-HASH    TO LOG4-HASH
           ELSE
              MOVE SPACES TO LOG4-SELO
           END-IF.
           REWRITE REG-LOG004 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG004.
       SELA-LOG004-FIM.
           EXIT.
