       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXB004.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Demonstrativo de resultado (DRE) mensal pelo plano de
      * apuracao - o CPB064 mostra so o gasto; a receita nunca
      * entrava no plano e o resultado do mes chegava do contador
      * dois meses depois. Este batch monta, por competencia, o mes
      * informado e o acumulado do ano (janeiro ate o mes):
      *   RECEITAS - recebimentos classificados em CXD021 (cheques,
      *     caixa e boletos, rotina CXRECEIT) pela conta de receita
      *     (CXD020 TIPO-CONTA 2) - as contas de receita sao as
      *     linhas de negocio / tipos de contrato da empresa;
      *     estornado ou cheque hoje devolvido (SITUACAO-CH10 = 2)
      *     fica fora; sem conta (ou conta que nao e de receita) sai
      *     como RECEITA NAO CLASSIFICADA - acertar pelo CXB005;
      *   DESPESAS - titulos de CPD020 com a mesma regra do CPB064
      *     (competencia ou mes do movimento, sem cancelados e
      *     suspensos, fatura do cartao aberta pelas linhas de
      *     CPD040); conta PERMANENTE (TIPO-CONTA 1) e investimento
      *     e fica fora do resultado;
      *   RESULTADO - receitas menos despesas, no mes e no ano.
      * Cada secao sai na hierarquia do plano (graus 1-4, total do
      * ramo em cada conta como no CPB064) com o percentual sobre a
      * receita total da coluna.
      *
      * Mes: arquivo DRECX04 na pasta da empresa com "AAAAMM"; sem o
      * arquivo, o mes corrente. Saida: RELCX04.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CXPX020.
           COPY CXPX021.
           COPY CHPX010.
           COPY CPPX020.
           COPY CPPX039.
           COPY CPPX040.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CXPW020.
       COPY CXPW021.
       COPY CHPW010.
       COPY CPPW020.
       COPY CPPW039.
       COPY CPPW040.

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(10).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CXD021             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD039             PIC XX       VALUE SPACES.
           05  ST-CPD040             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  ANOMES-W              PIC X(6)     VALUE SPACES.
           05  ANOMES-INI-W          PIC X(6)     VALUE SPACES.
           05  ANOMES-TIT-X          PIC X(6)     VALUE SPACES.
           05  TEM-CXD021-W          PIC 9        VALUE ZEROS.
           05  TEM-CHD010-W          PIC 9        VALUE ZEROS.
           05  TEM-CARTAO-W          PIC 9        VALUE ZEROS.
           05  QT-RECEBIMENTOS-W     PIC 9(6)     VALUE ZEROS.
           05  QT-TITULOS-W          PIC 9(6)     VALUE ZEROS.
           05  QT-MOVS-W             PIC 9(3)     VALUE ZEROS.
           05  QT-PERMANENTE-W       PIC 9(6)     VALUE ZEROS.
           05  IND-MOV-W             PIC 9(3)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  J                     PIC 9(3)     VALUE ZEROS.
           05  LADO-W                PIC X        VALUE SPACES.
           05  NO-MES-W              PIC 9        VALUE ZEROS.
           05  REDUZ-ACUM-W          PIC 9(5)     VALUE ZEROS.
           05  VALOR-ACUM-W          PIC S9(10)V99 VALUE ZEROS.
           05  NR-FATURA-W           PIC 9(5)     VALUE ZEROS.
           05  TOT-REC-MES-W         PIC S9(12)V99 VALUE ZEROS.
           05  TOT-REC-ANO-W         PIC S9(12)V99 VALUE ZEROS.
           05  TOT-DESP-MES-W        PIC S9(12)V99 VALUE ZEROS.
           05  TOT-DESP-ANO-W        PIC S9(12)V99 VALUE ZEROS.
           05  NCLASS-REC-MES-W      PIC S9(12)V99 VALUE ZEROS.
           05  NCLASS-REC-ANO-W      PIC S9(12)V99 VALUE ZEROS.
           05  NCLASS-DESP-MES-W     PIC S9(12)V99 VALUE ZEROS.
           05  NCLASS-DESP-ANO-W     PIC S9(12)V99 VALUE ZEROS.
           05  TOT-RAMO-MES-W        PIC S9(12)V99 VALUE ZEROS.
           05  TOT-RAMO-ANO-W        PIC S9(12)V99 VALUE ZEROS.
           05  VALOR-MES-W           PIC S9(12)V99 VALUE ZEROS.
           05  VALOR-ANO-W           PIC S9(12)V99 VALUE ZEROS.
           05  PERC-W                PIC S9(4)V9  VALUE ZEROS.
           05  TAM-PREFIXO-W         PIC 9        VALUE ZEROS.
           05  PREFIXO-W             PIC X(7)     VALUE SPACES.
           05  COMPL-X               PIC 9(7)     VALUE ZEROS.
           05  CODIGO-E              PIC Z.ZZ.ZZ.ZZ.
           05  TEXTO-LINHA-W         PIC X(38)    VALUE SPACES.

      *    Movimento do periodo por lado (R-receita, D-despesa) e
      *    conta reduzida, com o codigo estruturado p/ o corte por
      *    prefixo (ate 400 contas, como o CPB064).
           05  TB-MOVIMENTO.
               10  TB-MOV-OCORRE OCCURS 400.
                   15  MOV-LADO-TB       PIC X.
                   15  MOV-REDUZ-TB      PIC 9(5).
                   15  MOV-COMPL-TB      PIC X(7).
                   15  MOV-MES-TB        PIC S9(12)V99.
                   15  MOV-ANO-TB        PIC S9(12)V99.

           05  VALOR-E               PIC ---.---.---.--9,99.
           05  PERC-E                PIC ---9,9.

           COPY "PARAMETR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-RECEBIMENTOS-W QT-TITULOS-W
                         QT-MOVS-W QT-PERMANENTE-W
                         TOT-REC-MES-W TOT-REC-ANO-W
                         TOT-DESP-MES-W TOT-DESP-ANO-W
                         NCLASS-REC-MES-W NCLASS-REC-ANO-W
                         NCLASS-DESP-MES-W NCLASS-DESP-ANO-W.
           INITIALIZE TB-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU(1: 6) TO ANOMES-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CXD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020
           MOVE "CXD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD021
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD039"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD039
           MOVE "CPD040"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD040
           MOVE "DRECX04" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCX04" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              READ ARQ-PARAM AT END
                   CONTINUE
              NOT AT END
                   IF LINHA-PARAM(1: 6) IS NUMERIC
                      MOVE LINHA-PARAM(1: 6) TO ANOMES-W
                   END-IF
              END-READ
              CLOSE ARQ-PARAM
           END-IF
           MOVE ANOMES-W(1: 4) TO ANOMES-INI-W(1: 4)
           MOVE "01"           TO ANOMES-INI-W(5: 2)

           OPEN INPUT CXD020 CPD020 CXD021 CHD010 CPD039 CPD040
           OPEN OUTPUT ARQ-RELAT
           MOVE ZEROS TO TEM-CARTAO-W TEM-CXD021-W TEM-CHD010-W.
           IF ST-CPD039 = "00" AND ST-CPD040 = "00"
              MOVE 1 TO TEM-CARTAO-W.
      *    CXD021/CHD010 inexistentes (35) = empresa sem recebimento
      *    classificado / sem cheque.
           IF ST-CXD021 = "00"
              MOVE 1 TO TEM-CXD021-W.
           IF ST-CHD010 = "00"
              MOVE 1 TO TEM-CHD010-W.

           IF ST-CPD020 <> "00" OR ST-CXD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020/CXD020"
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CXD021 <> "00" AND ST-CXD021 <> "35"
              DISPLAY "ERRO ABERTURA CXD021: " ST-CXD021
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              IF TEM-CXD021-W = 1
                 PERFORM ACUMULA-RECEITAS
              END-IF
              PERFORM ACUMULA-DESPESAS
              PERFORM IMPRIME-DRE
           END-IF.

           CLOSE CXD020 CPD020 ARQ-RELAT.
           IF TEM-CXD021-W = 1
              CLOSE CXD021.
           IF TEM-CHD010-W = 1
              CLOSE CHD010.
           IF TEM-CARTAO-W = 1
              CLOSE CPD039 CPD040.

           DISPLAY "RECEBIMENTOS NO PERIODO..........: "
                   QT-RECEBIMENTOS-W.
           DISPLAY "TITULOS NO PERIODO...............: " QT-TITULOS-W.
           DISPLAY "LANCAMENTOS EM CONTA PERMANENTE..: "
                   QT-PERMANENTE-W.
           DISPLAY "CONTAS MOVIMENTADAS..............: " QT-MOVS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       ACUMULA-RECEITAS SECTION.
      *    CXD021 pela competencia, de janeiro ate o mes informado.
           MOVE ANOMES-INI-W TO COMPETENCIA-CX21.
           START CXD021 KEY IS NOT < COMPETENCIA-CX21 INVALID KEY
                 MOVE "10" TO ST-CXD021.
           PERFORM UNTIL ST-CXD021 = "10"
              READ CXD021 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD021
              NOT AT END
                   MOVE COMPETENCIA-CX21 TO ANOMES-TIT-X
                   IF ANOMES-TIT-X > ANOMES-W
                      MOVE "10" TO ST-CXD021
                   ELSE
                      PERFORM ACUMULA-RECEBIMENTO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CXD021.

       ACUMULA-RECEBIMENTO SECTION.
           IF ESTORNADO-CX21 = 1
              GO ACUMULA-RECEBIMENTO-FIM.
      *    Cheque devolvido por fora do CHP010 tambem sai.
           IF ORIGEM-CX21 = 1 AND TEM-CHD010-W = 1
              MOVE REF-ORIGEM-CX21 TO CHAVE-CH10
              READ CHD010 INVALID KEY
                   MOVE ZEROS TO SITUACAO-CH10
              END-READ
              IF SITUACAO-CH10 = 2
                 GO ACUMULA-RECEBIMENTO-FIM
              END-IF
           END-IF.
           ADD 1 TO QT-RECEBIMENTOS-W.
           MOVE ZEROS TO NO-MES-W.
           IF ANOMES-TIT-X = ANOMES-W
              MOVE 1 TO NO-MES-W.
           MOVE "R"                TO LADO-W.
           MOVE CODREDUZ-APUR-CX21 TO REDUZ-ACUM-W.
           MOVE VALOR-CX21         TO VALOR-ACUM-W.
           PERFORM ACUMULA-NA-TABELA.
       ACUMULA-RECEBIMENTO-FIM.
           EXIT.

       ACUMULA-DESPESAS SECTION.
           MOVE ZEROS TO FORNEC-CP20 SEQ-CP20.
           START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF COMPETENCIA-CP20 > ZEROS
                      MOVE COMPETENCIA-CP20 TO ANOMES-TIT-X
                   ELSE
                      MOVE DATA-MOVTO-CP20(1: 6) TO ANOMES-TIT-X
                   END-IF
                   IF ANOMES-TIT-X NOT < ANOMES-INI-W AND
                      ANOMES-TIT-X NOT > ANOMES-W AND
                      SITUACAO-CP20 NOT = 3 AND SITUACAO-CP20 NOT = 4
                      ADD 1 TO QT-TITULOS-W
                      PERFORM ACUMULA-TITULO
                   END-IF
              END-READ
           END-PERFORM.

       ACUMULA-TITULO SECTION.
      *    Fatura do cartao (CPD039 aponta p/ o titulo): cada
      *    lancamento na sua reduzida, como no CPB064.
           MOVE ZEROS TO NO-MES-W.
           IF ANOMES-TIT-X = ANOMES-W
              MOVE 1 TO NO-MES-W.
           MOVE "D" TO LADO-W.
           MOVE ZEROS TO NR-FATURA-CP39.
           IF TEM-CARTAO-W = 1
              MOVE FORNEC-CP20 TO FORNEC-TIT-CP39
              MOVE SEQ-CP20    TO SEQ-TIT-CP39
              READ CPD039 KEY IS ALT1-CP39 INVALID KEY
                   MOVE ZEROS TO NR-FATURA-CP39
              END-READ
           END-IF.
           IF NR-FATURA-CP39 = ZEROS
              MOVE CODREDUZ-APUR-CP20 TO REDUZ-ACUM-W
              MOVE VALOR-TOT-CP20     TO VALOR-ACUM-W
              PERFORM ACUMULA-NA-TABELA
              GO ACUMULA-TITULO-FIM.
           MOVE NR-FATURA-CP39 TO NR-FATURA-CP40 NR-FATURA-W.
           MOVE ZEROS          TO LINHA-CP40.
           START CPD040 KEY IS NOT < CHAVE-CP40 INVALID KEY
                 MOVE "10" TO ST-CPD040.
           PERFORM UNTIL ST-CPD040 = "10"
              READ CPD040 NEXT RECORD AT END MOVE "10" TO ST-CPD040
              NOT AT END
                IF NR-FATURA-CP40 NOT = NR-FATURA-W
                   MOVE "10" TO ST-CPD040
                ELSE
                   MOVE CODREDUZ-APUR-CP40 TO REDUZ-ACUM-W
                   MOVE VALOR-CP40         TO VALOR-ACUM-W
                   PERFORM ACUMULA-NA-TABELA
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD040.
       ACUMULA-TITULO-FIM.
           EXIT.

       ACUMULA-NA-TABELA SECTION.
      *    Conta zerada/fora do plano - ou receita em conta que nao e
      *    de receita - vai p/ a linha de nao classificada; despesa
      *    em conta PERMANENTE fica fora do resultado.
           MOVE ZEROS TO IND-MOV-W.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-MOVS-W OR IND-MOV-W > ZEROS
              IF MOV-LADO-TB(I) = LADO-W AND
                 MOV-REDUZ-TB(I) = REDUZ-ACUM-W
                 MOVE I TO IND-MOV-W
              END-IF
           END-PERFORM.
           IF IND-MOV-W = ZEROS
              MOVE REDUZ-ACUM-W TO CODIGO-REDUZ-CX20
              MOVE ZEROS        TO CODIGO-COMPL-CX20 TIPO-CONTA-CX20
              IF REDUZ-ACUM-W > ZEROS
                 READ CXD020 INVALID KEY
                      MOVE ZEROS TO CODIGO-COMPL-CX20
                 END-READ
              END-IF
              IF LADO-W = "D" AND TIPO-CONTA-CX20 = 1
                 ADD 1 TO QT-PERMANENTE-W
                 GO ACUMULA-NA-TABELA-FIM
              END-IF
              IF CODIGO-COMPL-CX20 = ZEROS OR
                 (LADO-W = "R" AND TIPO-CONTA-CX20 NOT = 2)
                 PERFORM ACUMULA-NAO-CLASSIFICADA
                 GO ACUMULA-NA-TABELA-FIM
              END-IF
              IF QT-MOVS-W < 400
                 ADD 1 TO QT-MOVS-W
                 MOVE QT-MOVS-W TO IND-MOV-W
                 MOVE LADO-W            TO MOV-LADO-TB(IND-MOV-W)
                 MOVE REDUZ-ACUM-W      TO MOV-REDUZ-TB(IND-MOV-W)
                 MOVE CODIGO-COMPL-CX20 TO COMPL-X
                 MOVE COMPL-X TO MOV-COMPL-TB(IND-MOV-W)
              ELSE
                 DISPLAY "MAIS DE 400 CONTAS NO PERIODO - MOVIMENTO "
                         "DA REDUZIDA " REDUZ-ACUM-W
                         " NA LINHA NAO CLASSIFICADA"
                 PERFORM ACUMULA-NAO-CLASSIFICADA
                 GO ACUMULA-NA-TABELA-FIM
              END-IF
           END-IF.
           ADD VALOR-ACUM-W TO MOV-ANO-TB(IND-MOV-W).
           IF NO-MES-W = 1
              ADD VALOR-ACUM-W TO MOV-MES-TB(IND-MOV-W).
           PERFORM ACUMULA-TOTAL-LADO.
       ACUMULA-NA-TABELA-FIM.
           EXIT.

       ACUMULA-NAO-CLASSIFICADA SECTION.
           IF LADO-W = "R"
              ADD VALOR-ACUM-W TO NCLASS-REC-ANO-W
              IF NO-MES-W = 1
                 ADD VALOR-ACUM-W TO NCLASS-REC-MES-W
              END-IF
           ELSE
              ADD VALOR-ACUM-W TO NCLASS-DESP-ANO-W
              IF NO-MES-W = 1
                 ADD VALOR-ACUM-W TO NCLASS-DESP-MES-W
              END-IF
           END-IF.
           PERFORM ACUMULA-TOTAL-LADO.

       ACUMULA-TOTAL-LADO SECTION.
           IF LADO-W = "R"
              ADD VALOR-ACUM-W TO TOT-REC-ANO-W
              IF NO-MES-W = 1
                 ADD VALOR-ACUM-W TO TOT-REC-MES-W
              END-IF
           ELSE
              ADD VALOR-ACUM-W TO TOT-DESP-ANO-W
              IF NO-MES-W = 1
                 ADD VALOR-ACUM-W TO TOT-DESP-MES-W
              END-IF
           END-IF.

       SOMA-RAMO SECTION.
      *    Total do ramo no lado LADO-W = soma das reduzidas cujo
      *    codigo estruturado comeca com PREFIXO-W.
           MOVE ZEROS TO TOT-RAMO-MES-W TOT-RAMO-ANO-W.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-MOVS-W
              IF MOV-LADO-TB(J) = LADO-W AND
                 MOV-COMPL-TB(J)(1: TAM-PREFIXO-W) =
                 PREFIXO-W(1: TAM-PREFIXO-W)
                 ADD MOV-MES-TB(J) TO TOT-RAMO-MES-W
                 ADD MOV-ANO-TB(J) TO TOT-RAMO-ANO-W
              END-IF
           END-PERFORM.

       IMPRIME-DRE SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "DEMONSTRATIVO DE RESULTADO - COMPETENCIA " TO
                REG-RELAT(01: 41)
           MOVE ANOMES-W(5: 2) TO REG-RELAT(42: 2)
           MOVE "/"            TO REG-RELAT(44: 1)
           MOVE ANOMES-W(1: 4) TO REG-RELAT(45: 4)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "CONTA" TO REG-RELAT(01: 05)
           MOVE "MES" TO REG-RELAT(54: 03)
           MOVE "% REC" TO REG-RELAT(59: 05)
           MOVE "ACUMULADO ANO" TO REG-RELAT(76: 13)
           MOVE "% REC" TO REG-RELAT(91: 05)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT

           MOVE SPACES TO REG-RELAT
           MOVE "RECEITAS" TO REG-RELAT(01: 08)
           WRITE REG-RELAT
           MOVE "R" TO LADO-W
           PERFORM IMPRIME-LADO
           IF NCLASS-REC-MES-W NOT = ZEROS OR
              NCLASS-REC-ANO-W NOT = ZEROS
              MOVE "  RECEITA NAO CLASSIFICADA" TO TEXTO-LINHA-W
              MOVE NCLASS-REC-MES-W TO VALOR-MES-W
              MOVE NCLASS-REC-ANO-W TO VALOR-ANO-W
              PERFORM IMPRIME-LINHA
           END-IF
           MOVE "TOTAL DAS RECEITAS" TO TEXTO-LINHA-W
           MOVE TOT-REC-MES-W TO VALOR-MES-W
           MOVE TOT-REC-ANO-W TO VALOR-ANO-W
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT

           MOVE SPACES TO REG-RELAT
           MOVE "DESPESAS" TO REG-RELAT(01: 08)
           WRITE REG-RELAT
           MOVE "D" TO LADO-W
           PERFORM IMPRIME-LADO
           IF NCLASS-DESP-MES-W NOT = ZEROS OR
              NCLASS-DESP-ANO-W NOT = ZEROS
              MOVE "  DESPESA NAO CLASSIFICADA" TO TEXTO-LINHA-W
              MOVE NCLASS-DESP-MES-W TO VALOR-MES-W
              MOVE NCLASS-DESP-ANO-W TO VALOR-ANO-W
              PERFORM IMPRIME-LINHA
           END-IF
           MOVE "TOTAL DAS DESPESAS" TO TEXTO-LINHA-W
           MOVE TOT-DESP-MES-W TO VALOR-MES-W
           MOVE TOT-DESP-ANO-W TO VALOR-ANO-W
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT

           MOVE "RESULTADO (RECEITAS - DESPESAS)" TO TEXTO-LINHA-W
           COMPUTE VALOR-MES-W = TOT-REC-MES-W - TOT-DESP-MES-W
           COMPUTE VALOR-ANO-W = TOT-REC-ANO-W - TOT-DESP-ANO-W
           PERFORM IMPRIME-LINHA.

       IMPRIME-LADO SECTION.
      *    Plano em ordem do codigo estruturado; conta sem movimento
      *    no ramo (no mes e no ano) fica fora.
           MOVE ZEROS TO CODIGO-COMPL-CX20.
           START CXD020 KEY IS NOT < CODIGO-COMPL-CX20 INVALID KEY
                 MOVE "10" TO ST-CXD020.
           PERFORM UNTIL ST-CXD020 = "10"
              READ CXD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD020
              NOT AT END
                   PERFORM IMPRIME-UMA-CONTA
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CXD020.

       IMPRIME-UMA-CONTA SECTION.
           MOVE CODIGO-COMPL-CX20 TO COMPL-X.
           EVALUATE GRAU-CX20
             WHEN 1 MOVE 1 TO TAM-PREFIXO-W
             WHEN 2 MOVE 3 TO TAM-PREFIXO-W
             WHEN 3 MOVE 5 TO TAM-PREFIXO-W
             WHEN OTHER MOVE 7 TO TAM-PREFIXO-W
           END-EVALUATE.
           MOVE COMPL-X TO PREFIXO-W.
           PERFORM SOMA-RAMO.
           IF TOT-RAMO-MES-W = ZEROS AND TOT-RAMO-ANO-W = ZEROS
              GO IMPRIME-UMA-CONTA-FIM.

           MOVE SPACES TO TEXTO-LINHA-W.
           MOVE COMPL-X TO CODIGO-E.
      *    Recuo por grau, como no CPB064.
           EVALUATE GRAU-CX20
             WHEN 1 MOVE CODIGO-E TO TEXTO-LINHA-W(01: 10)
                    MOVE DESCRICAO-CX20 TO TEXTO-LINHA-W(12: 26)
             WHEN 2 MOVE CODIGO-E TO TEXTO-LINHA-W(03: 10)
                    MOVE DESCRICAO-CX20 TO TEXTO-LINHA-W(14: 24)
             WHEN 3 MOVE CODIGO-E TO TEXTO-LINHA-W(05: 10)
                    MOVE DESCRICAO-CX20 TO TEXTO-LINHA-W(16: 22)
             WHEN OTHER
                    MOVE CODIGO-E TO TEXTO-LINHA-W(07: 10)
                    MOVE DESCRICAO-CX20 TO TEXTO-LINHA-W(18: 20)
           END-EVALUATE.
           MOVE TOT-RAMO-MES-W TO VALOR-MES-W.
           MOVE TOT-RAMO-ANO-W TO VALOR-ANO-W.
           PERFORM IMPRIME-LINHA.
       IMPRIME-UMA-CONTA-FIM.
           EXIT.

       IMPRIME-LINHA SECTION.
      *    Valores do mes e do ano, cada um com o percentual sobre a
      *    receita total da sua coluna.
           MOVE SPACES TO REG-RELAT.
           MOVE TEXTO-LINHA-W TO REG-RELAT(01: 38).
           MOVE VALOR-MES-W TO VALOR-E.
           MOVE VALOR-E TO REG-RELAT(39: 18).
           MOVE ZEROS TO PERC-W.
           IF TOT-REC-MES-W > ZEROS
              COMPUTE PERC-W ROUNDED =
                      VALOR-MES-W / TOT-REC-MES-W * 100
                      ON SIZE ERROR MOVE ZEROS TO PERC-W
              END-COMPUTE.
           MOVE PERC-W TO PERC-E.
           MOVE PERC-E TO REG-RELAT(58: 06).
           MOVE "%" TO REG-RELAT(64: 01).
           MOVE VALOR-ANO-W TO VALOR-E.
           MOVE VALOR-E TO REG-RELAT(71: 18).
           MOVE ZEROS TO PERC-W.
           IF TOT-REC-ANO-W > ZEROS
              COMPUTE PERC-W ROUNDED =
                      VALOR-ANO-W / TOT-REC-ANO-W * 100
                      ON SIZE ERROR MOVE ZEROS TO PERC-W
              END-COMPUTE.
           MOVE PERC-W TO PERC-E.
           MOVE PERC-E TO REG-RELAT(90: 06).
           MOVE "%" TO REG-RELAT(96: 01).
           WRITE REG-RELAT.
