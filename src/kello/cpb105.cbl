       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB105.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Revalidacao das regras de entrada dos titulos em
      * aberto - titulo digitado ha anos ou carregado por CPB020 e
      * pelos outros batches nunca passou pelas conferencias que o
      * CPP020A faz hoje, e a auditoria referencial (CPB041) so
      * olha elos orfaos. Este batch roda as validacoes de entrada
      * em todo titulo a pagar/suspenso (SITUACAO-CP20 0 ou 1) de
      * CPD020 e lista cada violacao com a regra:
      *   01 fornecedor nao cadastrado em CGD001
      *   02 fornecedor bloqueado em CGD001 (SITUACAO-CG01 = 1)
      *   03 portador nao cadastrado em CAD018
      *   04 portador de conta corrente (TIPO-PORT 2; sem flag, o
      *      49 - mesma regra de CPP020A/CPB020)
      *   05 apuracao (CODREDUZ-APUR-CP20) nao cadastrada em CXD020
      *   06 apuracao que nao e conta de grau 4
      *   07 emissao posterior ao vencimento
      *   08 nr. do documento em branco
      *   09 data de vencimento invalida
      *   10 desconto condicional invalido (tipo, %/valor ou limite
      *      apos o vencimento - regras de VALIDA-DESCONTO-COND)
      *   11 retencao na fonte (CPD026) diferente da do tipo do
      *      fornecedor em CAD019 (percentual ou valor, por imposto)
      *
      * Correcao em lote (so as simples, e so p/ supervisor): com o
      * arquivo CORC105 na pasta da empresa, uma linha
      *   USUARIO(8);PORTADOR-NOVO(4);RETENCAO(S/N);DESCONTO(S/N)
      * o usuario precisa ter a operacao "Supervisor" do CPP020 em
      * GED002. Regras 03/04 trocam o portador pelo PORTADOR-NOVO
      * (cadastrado e que nao seja de conta corrente; titulo em
      * bordero ou remetido fica so na lista, como na CPB071);
      * regra 10 zera o desconto condicional; regra 11 recalcula as
      * retencoes pelo CAD019 como o GRAVA-RETENCOES do CPP020A.
      * Toda correcao grava imagem LOG003 (CPD020 e CPD026) e o
      * jornal LOG004 do titulo. As demais regras so sao listadas.
      * Sem o CORC105 o programa so lista.
      *
      * Saida: arquivo-relatorio RELC105 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CAPX018.
           COPY CAPX019.
           COPY CXPX020.
           COPY CPPX020.
           COPY CPPX026.
           COPY GERX002.
           COPY LOGX003.
           COPY LOGX004.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CAPW018.
       COPY CAPW019.
       COPY CXPW020.
       COPY CPPW020.
       COPY CPPW026.
       COPY GERW002.
       COPY LOGW003.
       COPY LOGW004.

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(40).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(132).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CAD018             PIC XX       VALUE SPACES.
           05  ST-CAD019             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD026             PIC XX       VALUE SPACES.
           05  ST-GED002             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  PROX-SEQ-JRN-W        PIC 9(9)     VALUE ZEROS.
           05  ANTES-IMAGEM-W        PIC X(300)   VALUE SPACES.
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

      *    Modo: L-so lista  C-lista e corrige as regras simples
           05  MODO-W                PIC X        VALUE "L".
           05  SUPERVISOR-W          PIC X(08)    VALUE SPACES.
           05  PORT-NOVO-W           PIC 9(4)     VALUE ZEROS.
           05  CORRIGE-RETENCAO-W    PIC X        VALUE "N".
           05  CORRIGE-DESCONTO-W    PIC X        VALUE "N".
           05  CAMPO1-X              PIC X(08)    VALUE SPACES.
           05  CAMPO2-X              PIC X(04)    VALUE SPACES.
           05  CAMPO3-X              PIC X(01)    VALUE SPACES.
           05  CAMPO4-X              PIC X(01)    VALUE SPACES.
           05  ACHOU-W               PIC X        VALUE "N".

      *    Violacoes do titulo corrente
           05  VIOLOU-W              PIC X        VALUE "N".
           05  REGRA-W               PIC 9(2)     VALUE ZEROS.
           05  COMPL-REGRA-W         PIC X(30)    VALUE SPACES.
           05  CORRECAO-W            PIC X(20)    VALUE SPACES.
           05  FALHA-PORTADOR-W      PIC X        VALUE "N".
           05  FALHA-DESCONTO-W      PIC X        VALUE "N".
           05  FALHA-RETENCAO-W      PIC X        VALUE "N".
           05  TIPO-PORTADOR-W       PIC 9        VALUE ZEROS.
           05  DATA-TESTE-W          PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-TESTE-W.
               10  ANO-TESTE-W       PIC 9(4).
               10  MES-TESTE-W       PIC 9(2).
               10  DIA-TESTE-W       PIC 9(2).

      *    Retencoes do tipo do fornecedor (CAD019)
           05  TIPO-IMP-W            PIC 9        VALUE ZEROS.
           05  PERC-RETEN-W          PIC 9(02)V99 VALUE ZEROS.
           05  VALOR-RETEN-W         PIC 9(08)V99 VALUE ZEROS.
           05  PERC-TIPO-W OCCURS 4  PIC 9(02)V99.
           05  NOME-IMP-W            PIC X(04)    VALUE SPACES.

           05  QT-LIDOS-W            PIC 9(6)     VALUE ZEROS.
           05  QT-TITULOS-VIOL-W     PIC 9(6)     VALUE ZEROS.
           05  QT-VIOLACOES-W        PIC 9(6)     VALUE ZEROS.
           05  QT-CORRIGIDOS-W       PIC 9(6)     VALUE ZEROS.
           05  I                     PIC 9(2)     VALUE ZEROS.

           05  TB-REGRAS.
               10  FILLER PIC X(40) VALUE
                   "FORNECEDOR NAO CADASTRADO (CGD001)".
               10  FILLER PIC X(40) VALUE
                   "FORNECEDOR BLOQUEADO (CGD001)".
               10  FILLER PIC X(40) VALUE
                   "PORTADOR NAO CADASTRADO (CAD018)".
               10  FILLER PIC X(40) VALUE
                   "PORTADOR DE CONTA CORRENTE".
               10  FILLER PIC X(40) VALUE
                   "APURACAO NAO CADASTRADA (CXD020)".
               10  FILLER PIC X(40) VALUE
                   "APURACAO NAO E CONTA DE GRAU 4".
               10  FILLER PIC X(40) VALUE
                   "EMISSAO POSTERIOR AO VENCIMENTO".
               10  FILLER PIC X(40) VALUE
                   "NR. DO DOCUMENTO EM BRANCO".
               10  FILLER PIC X(40) VALUE
                   "DATA DE VENCIMENTO INVALIDA".
               10  FILLER PIC X(40) VALUE
                   "DESCONTO CONDICIONAL INVALIDO".
               10  FILLER PIC X(40) VALUE
                   "RETENCAO DIFERENTE DO TIPO (CAD019)".
           05  FILLER REDEFINES TB-REGRAS.
               10  DESCR-REGRA-TB OCCURS 11 PIC X(40).
           05  QT-REGRA-TB OCCURS 11 PIC 9(6).

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LIDOS-W QT-TITULOS-VIOL-W
                         QT-VIOLACOES-W QT-CORRIGIDOS-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 11
              MOVE ZEROS TO QT-REGRA-TB(I)
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CAD018"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018
           MOVE "CAD019"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD019
           MOVE "CXD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD026"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD026
           MOVE "GED002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED002
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "CORC105" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELC105" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB105"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

      *    Sem CORC105 so lista; com ele, o usuario precisa ser
      *    supervisor do CPP020.
           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              PERFORM LE-PARAMETRO
              CLOSE ARQ-PARAM
           END-IF.
           IF ERRO-W = 0 AND MODO-W = "C"
              PERFORM VERIFICA-SUPERVISOR
           END-IF.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM
              STOP RUN.

           OPEN INPUT CGD001 CAD018 CAD019 CXD020
           IF MODO-W = "C"
              OPEN I-O CPD020 CPD026 LOG003 LOG004
              IF ST-CPD026 = "35"
                 CLOSE CPD026      OPEN OUTPUT CPD026
                 CLOSE CPD026      OPEN I-O CPD026
              END-IF
              IF ST-LOG004 = "35"
                 CLOSE LOG004      OPEN OUTPUT LOG004
                 CLOSE LOG004      OPEN I-O LOG004
              END-IF
              PERFORM ACHA-SEQ-JORNAL
           ELSE
              OPEN INPUT CPD020 CPD026
           END-IF
           OPEN OUTPUT ARQ-RELAT

           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-W
           END-IF.
           IF MODO-W = "C" AND ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
           IF MODO-W = "C" AND PORT-NOVO-W > ZEROS AND ERRO-W = 0
              PERFORM VALIDA-PORTADOR-NOVO
           END-IF.

           IF ERRO-W = 0
              PERFORM CABECALHO
              PERFORM VARRE-CPD020
              PERFORM RESUMO-REGRAS
           END-IF.

           CLOSE CGD001 CAD018 CAD019 CXD020 CPD020 CPD026 ARQ-RELAT.
           IF MODO-W = "C"
              CLOSE LOG003 LOG004.

           DISPLAY "TITULOS EM ABERTO REVALIDADOS....: " QT-LIDOS-W.
           DISPLAY "TITULOS COM VIOLACAO.............: "
                   QT-TITULOS-VIOL-W.
           DISPLAY "VIOLACOES ENCONTRADAS............: "
                   QT-VIOLACOES-W.
           DISPLAY "CORRECOES GRAVADAS...............: "
                   QT-CORRIGIDOS-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       LE-PARAMETRO SECTION.
           READ ARQ-PARAM AT END
                MOVE "10" TO ST-PARAM.
           IF ST-PARAM <> "00"
              GO LE-PARAMETRO-FIM.
           MOVE SPACES TO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X.
           UNSTRING LINHA-PARAM DELIMITED BY ";"
                INTO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X
           END-UNSTRING.
           IF CAMPO1-X = SPACES
              DISPLAY "USUARIO SUPERVISOR NAO INFORMADO EM CORC105"
              MOVE 1 TO ERRO-W
              GO LE-PARAMETRO-FIM.
           MOVE CAMPO1-X TO SUPERVISOR-W USUARIO-W.
           IF CAMPO2-X IS NUMERIC
              MOVE CAMPO2-X TO PORT-NOVO-W.
           IF CAMPO3-X = "S"
              MOVE "S" TO CORRIGE-RETENCAO-W.
           IF CAMPO4-X = "S"
              MOVE "S" TO CORRIGE-DESCONTO-W.
           IF PORT-NOVO-W = ZEROS AND CORRIGE-RETENCAO-W = "N" AND
              CORRIGE-DESCONTO-W = "N"
              DISPLAY "CORC105 SEM NENHUMA CORRECAO PEDIDA - SO LISTA"
              GO LE-PARAMETRO-FIM.
           MOVE "C" TO MODO-W.
       LE-PARAMETRO-FIM.
           EXIT.

       VERIFICA-SUPERVISOR SECTION.
      *    Mesma operacao "Supervisor" do CPP020 que libera titulo
      *    na tela (GED002), em qualquer estacao.
           OPEN INPUT GED002.
           IF ST-GED002 <> "00"
              DISPLAY "ERRO ABERTURA GED002: " ST-GED002
              MOVE 1 TO ERRO-W
              GO VERIFICA-SUPERVISOR-FIM.
           MOVE "N" TO ACHOU-W.
           MOVE LOW-VALUES   TO CHAVE-GE02.
           MOVE SUPERVISOR-W TO USUARIO-C-GE02.
           START GED002 KEY IS NOT < CHAVE-GE02 INVALID KEY
                 MOVE "10" TO ST-GED002.
           PERFORM UNTIL ST-GED002 = "10"
              READ GED002 NEXT RECORD AT END
                   MOVE "10" TO ST-GED002
              NOT AT END
                   IF USUARIO-C-GE02 NOT = SUPERVISOR-W
                      MOVE "10" TO ST-GED002
                   ELSE
                      IF PROGRAMA-GE02(1: 6) = "CPP020" AND
                         OPERACAO-GE02 = "Supervisor"
                         MOVE "S"  TO ACHOU-W
                         MOVE "10" TO ST-GED002
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE GED002.
           IF ACHOU-W = "N"
              DISPLAY "USUARIO SEM PERMISSAO DE SUPERVISOR NO CPP020: "
                      SUPERVISOR-W
              MOVE 1 TO ERRO-W.
       VERIFICA-SUPERVISOR-FIM.
           EXIT.

       VALIDA-PORTADOR-NOVO SECTION.
           MOVE PORT-NOVO-W TO PORTADOR.
           READ CAD018 INVALID KEY
                DISPLAY "PORTADOR NOVO NAO CADASTRADO: " PORT-NOVO-W
                MOVE 1 TO ERRO-W
                GO VALIDA-PORTADOR-NOVO-FIM.
           IF TIPO-PORT = 2 OR (TIPO-PORT = 0 AND PORT-NOVO-W = 49)
              DISPLAY "PORTADOR NOVO E DE CONTA CORRENTE: " PORT-NOVO-W
              MOVE 1 TO ERRO-W.
       VALIDA-PORTADOR-NOVO-FIM.
           EXIT.

       CABECALHO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "REVALIDACAO DAS REGRAS DE ENTRADA - TITULOS EM ABERTO"
                                           TO REG-RELAT(01: 53)
           MOVE WS-DATA-CPU TO DATA-TESTE-W
           MOVE DIA-TESTE-W TO REG-RELAT(60: 2)
           MOVE "/"         TO REG-RELAT(62: 1)
           MOVE MES-TESTE-W TO REG-RELAT(63: 2)
           MOVE "/"         TO REG-RELAT(65: 1)
           MOVE ANO-TESTE-W TO REG-RELAT(66: 4)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           IF MODO-W = "C"
              MOVE "CORRECAO EM LOTE POR: " TO REG-RELAT(01: 22)
              MOVE SUPERVISOR-W             TO REG-RELAT(23: 08)
              IF PORT-NOVO-W > ZEROS
                 MOVE "PORTADOR NOVO: "     TO REG-RELAT(35: 15)
                 MOVE PORT-NOVO-W           TO REG-RELAT(50: 04)
              END-IF
              IF CORRIGE-RETENCAO-W = "S"
                 MOVE "RETENCOES"           TO REG-RELAT(57: 09)
              END-IF
              IF CORRIGE-DESCONTO-W = "S"
                 MOVE "DESCONTO"            TO REG-RELAT(68: 08)
              END-IF
           ELSE
              MOVE "SO LISTAGEM (SEM CORC105)" TO REG-RELAT(01: 25)
           END-IF
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "FORNEC/SEQ   DOCTO      VENCIMENTO          VALOR RG"
                                           TO REG-RELAT(01: 52)
           MOVE "VIOLACAO"                 TO REG-RELAT(54: 08)
           MOVE "CORRECAO"                 TO REG-RELAT(113: 08)
           WRITE REG-RELAT.

       VARRE-CPD020 SECTION.
           MOVE ZEROS TO FORNEC-CP20 SEQ-CP20.
           START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF SITUACAO-CP20 < 2
                      PERFORM REVALIDA-TITULO
                   END-IF
              END-READ
           END-PERFORM.

       REVALIDA-TITULO SECTION.
           ADD 1 TO QT-LIDOS-W.
           MOVE "N" TO VIOLOU-W FALHA-PORTADOR-W FALHA-DESCONTO-W
                       FALHA-RETENCAO-W.
           MOVE REG-CPD020 TO ANTES-IMAGEM-W.

      *    Fornecedor
           MOVE FORNEC-CP20 TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE 01 TO REGRA-W
                MOVE SPACES TO COMPL-REGRA-W
                PERFORM LISTA-VIOLACAO
           NOT INVALID KEY
                IF SITUACAO-CG01 = 1
                   MOVE 02 TO REGRA-W
                   MOVE SPACES TO COMPL-REGRA-W
                   PERFORM LISTA-VIOLACAO
                END-IF
           END-READ.

      *    Portador
           MOVE ZEROS TO TIPO-PORTADOR-W.
           MOVE PORTADOR-CP20 TO PORTADOR.
           READ CAD018 INVALID KEY
                MOVE 03 TO REGRA-W
                MOVE "PORTADOR " TO COMPL-REGRA-W
                MOVE PORTADOR-CP20 TO COMPL-REGRA-W(10: 4)
                MOVE "S" TO FALHA-PORTADOR-W
                PERFORM LISTA-VIOLACAO
           NOT INVALID KEY
                MOVE TIPO-PORT TO TIPO-PORTADOR-W
                IF TIPO-PORTADOR-W = 0 AND PORTADOR-CP20 = 49
                   MOVE 2 TO TIPO-PORTADOR-W
                END-IF
                IF TIPO-PORTADOR-W = 2
                   MOVE 04 TO REGRA-W
                   MOVE "PORTADOR " TO COMPL-REGRA-W
                   MOVE PORTADOR-CP20 TO COMPL-REGRA-W(10: 4)
                   MOVE "S" TO FALHA-PORTADOR-W
                   PERFORM LISTA-VIOLACAO
                END-IF
           END-READ.

      *    Apuracao
           MOVE CODREDUZ-APUR-CP20 TO CODIGO-REDUZ-CX20.
           READ CXD020 INVALID KEY
                MOVE 05 TO REGRA-W
                MOVE "CONTA " TO COMPL-REGRA-W
                MOVE CODREDUZ-APUR-CP20 TO COMPL-REGRA-W(7: 5)
                PERFORM LISTA-VIOLACAO
           NOT INVALID KEY
                IF GRAU-CX20 NOT = 4
                   MOVE 06 TO REGRA-W
                   MOVE "CONTA       GRAU  " TO COMPL-REGRA-W
                   MOVE CODREDUZ-APUR-CP20 TO COMPL-REGRA-W(7: 5)
                   MOVE GRAU-CX20          TO COMPL-REGRA-W(18: 1)
                   PERFORM LISTA-VIOLACAO
                END-IF
           END-READ.

      *    Documento e datas
           IF NR-DOCTO-CP20 = SPACES
              MOVE 08 TO REGRA-W
              MOVE SPACES TO COMPL-REGRA-W
              PERFORM LISTA-VIOLACAO.
           MOVE DATA-VENCTO-CP20 TO DATA-TESTE-W.
           IF DATA-VENCTO-CP20 = ZEROS OR
              MES-TESTE-W < 1 OR MES-TESTE-W > 12 OR
              DIA-TESTE-W < 1 OR DIA-TESTE-W > 31
              MOVE 09 TO REGRA-W
              MOVE SPACES TO COMPL-REGRA-W
              PERFORM LISTA-VIOLACAO
           ELSE
              IF DATA-EMISSAO-CP20 > DATA-VENCTO-CP20
                 MOVE 07 TO REGRA-W
                 MOVE "EMISSAO " TO COMPL-REGRA-W
                 MOVE DATA-EMISSAO-CP20 TO DATA-TESTE-W
                 MOVE DIA-TESTE-W TO COMPL-REGRA-W(9: 2)
                 MOVE "/"         TO COMPL-REGRA-W(11: 1)
                 MOVE MES-TESTE-W TO COMPL-REGRA-W(12: 2)
                 MOVE "/"         TO COMPL-REGRA-W(14: 1)
                 MOVE ANO-TESTE-W TO COMPL-REGRA-W(15: 4)
                 PERFORM LISTA-VIOLACAO
              END-IF
           END-IF.

           PERFORM CONFERE-DESCONTO.
           PERFORM CONFERE-RETENCOES.

           IF VIOLOU-W = "S"
              ADD 1 TO QT-TITULOS-VIOL-W.
           IF MODO-W = "C"
              PERFORM CORRIGE-TITULO.

       CONFERE-DESCONTO SECTION.
      *    Regras de VALIDA-DESCONTO-COND do CPP020A.
           IF TIPO-DESC-COND-CP20 NOT NUMERIC OR
              TIPO-DESC-COND-CP20 = ZEROS
              GO CONFERE-DESCONTO-FIM.
           MOVE SPACES TO COMPL-REGRA-W.
           IF TIPO-DESC-COND-CP20 NOT = 1 AND
              TIPO-DESC-COND-CP20 NOT = 2
              MOVE "TIPO DO DESCONTO" TO COMPL-REGRA-W
           ELSE
              IF DESC-COND-CP20 = ZEROS OR
                 (TIPO-DESC-COND-CP20 = 1 AND DESC-COND-CP20 > 100) OR
                 (TIPO-DESC-COND-CP20 = 2 AND
                  DESC-COND-CP20 NOT < VALOR-TOT-CP20)
                 MOVE "PERCENTUAL/VALOR" TO COMPL-REGRA-W
              ELSE
                 IF DATA-LIMITE-DESC-CP20 = ZEROS OR
                    DATA-LIMITE-DESC-CP20 > DATA-VENCTO-CP20
                    MOVE "DATA LIMITE" TO COMPL-REGRA-W
                 END-IF
              END-IF
           END-IF.
           IF COMPL-REGRA-W = SPACES
              GO CONFERE-DESCONTO-FIM.
           MOVE 10 TO REGRA-W.
           MOVE "S" TO FALHA-DESCONTO-W.
           PERFORM LISTA-VIOLACAO.
       CONFERE-DESCONTO-FIM.
           EXIT.

       CONFERE-RETENCOES SECTION.
      *    Percentuais do tipo do fornecedor (CAD019) x CPD026 do
      *    titulo, imposto a imposto, pelo mesmo calculo de
      *    GRAVA-UMA-RETENCAO (valor do titulo x %, arredondado).
           PERFORM CARREGA-PERC-TIPO.
           PERFORM VARYING TIPO-IMP-W FROM 1 BY 1 UNTIL TIPO-IMP-W > 4
              PERFORM CONFERE-UMA-RETENCAO
           END-PERFORM.

       CARREGA-PERC-TIPO SECTION.
           MOVE TIPO-FORN-CP20 TO CODIGO-TIPO.
           READ CAD019 INVALID KEY
                MOVE ZEROS TO PERC-IRRF-TIPO PERC-ISS-TIPO
                              PERC-INSS-TIPO PERC-CSRF-TIPO
           END-READ.
           MOVE PERC-IRRF-TIPO TO PERC-TIPO-W(1).
           MOVE PERC-ISS-TIPO  TO PERC-TIPO-W(2).
           MOVE PERC-INSS-TIPO TO PERC-TIPO-W(3).
           MOVE PERC-CSRF-TIPO TO PERC-TIPO-W(4).

       CONFERE-UMA-RETENCAO SECTION.
           MOVE PERC-TIPO-W(TIPO-IMP-W) TO PERC-RETEN-W.
           EVALUATE TIPO-IMP-W
             WHEN 1 MOVE "IRRF" TO NOME-IMP-W
             WHEN 2 MOVE "ISS " TO NOME-IMP-W
             WHEN 3 MOVE "INSS" TO NOME-IMP-W
             WHEN 4 MOVE "CSRF" TO NOME-IMP-W
           END-EVALUATE.
           MOVE SPACES      TO COMPL-REGRA-W.
           MOVE FORNEC-CP20 TO FORNEC-CP26.
           MOVE SEQ-CP20    TO SEQ-CP26.
           MOVE TIPO-IMP-W  TO TIPO-IMP-CP26.
           READ CPD026 INVALID KEY
                IF PERC-RETEN-W > ZEROS
                   MOVE "SEM RETENCAO DE " TO COMPL-REGRA-W
                   MOVE NOME-IMP-W TO COMPL-REGRA-W(17: 4)
                END-IF
           NOT INVALID KEY
                IF PERC-RETEN-W = ZEROS
                   MOVE "RETEM      SEM % NO TIPO" TO COMPL-REGRA-W
                   MOVE NOME-IMP-W TO COMPL-REGRA-W(7: 4)
                ELSE
                   COMPUTE VALOR-RETEN-W ROUNDED =
                           VALOR-TOT-CP20 * PERC-RETEN-W / 100
                   IF PERC-CP26 NOT = PERC-RETEN-W OR
                      VALOR-RETIDO-CP26 NOT = VALOR-RETEN-W
                      MOVE "      % OU VALOR DIFERENTE" TO
                                                     COMPL-REGRA-W
                      MOVE NOME-IMP-W TO COMPL-REGRA-W(1: 4)
                   END-IF
                END-IF
           END-READ.
           IF COMPL-REGRA-W = SPACES
              GO CONFERE-UMA-RETENCAO-FIM.
           MOVE 11 TO REGRA-W.
           MOVE "S" TO FALHA-RETENCAO-W.
           PERFORM LISTA-VIOLACAO.
       CONFERE-UMA-RETENCAO-FIM.
           EXIT.

       LISTA-VIOLACAO SECTION.
           MOVE "S" TO VIOLOU-W.
           ADD 1 TO QT-VIOLACOES-W QT-REGRA-TB(REGRA-W).
           MOVE SPACES TO REG-RELAT.
           MOVE FORNEC-CP20 TO REG-RELAT(01: 06).
           MOVE "/"         TO REG-RELAT(07: 01).
           MOVE SEQ-CP20    TO REG-RELAT(08: 05).
           MOVE NR-DOCTO-CP20 TO REG-RELAT(14: 10).
           IF DATA-VENCTO-CP20 IS NUMERIC
              MOVE DATA-VENCTO-CP20 TO DATA-TESTE-W
              MOVE DIA-TESTE-W TO REG-RELAT(25: 2)
              MOVE "/"         TO REG-RELAT(27: 1)
              MOVE MES-TESTE-W TO REG-RELAT(28: 2)
              MOVE "/"         TO REG-RELAT(30: 1)
              MOVE ANO-TESTE-W TO REG-RELAT(31: 4).
           MOVE VALOR-TOT-CP20 TO VALOR-E.
           MOVE VALOR-E     TO REG-RELAT(36: 15).
           MOVE REGRA-W     TO REG-RELAT(52: 02).
           MOVE DESCR-REGRA-TB(REGRA-W) TO REG-RELAT(55: 40).
           MOVE COMPL-REGRA-W TO REG-RELAT(82: 30).
           WRITE REG-RELAT.

       CORRIGE-TITULO SECTION.
      *    So as regras simples pedidas no CORC105.
           IF FALHA-PORTADOR-W = "S" AND PORT-NOVO-W > ZEROS
              PERFORM CORRIGE-PORTADOR.
           IF FALHA-DESCONTO-W = "S" AND CORRIGE-DESCONTO-W = "S"
              PERFORM CORRIGE-DESCONTO.
           IF FALHA-RETENCAO-W = "S" AND CORRIGE-RETENCAO-W = "S"
              PERFORM CORRIGE-RETENCOES.

       CORRIGE-PORTADOR SECTION.
      *    Titulo em bordero ou ja remetido tem dono - fica na lista
      *    p/ o estorno proprio (CPB060/CPB028), como na CPB071.
           IF NR-BORDERO-CP20 > ZEROS OR SIT-REMESSA-CP20 > 0
              MOVE "BORDERO/REMESSA" TO CORRECAO-W
              PERFORM LISTA-CORRECAO
              GO CORRIGE-PORTADOR-FIM.
           MOVE REG-CPD020  TO ANTES-IMAGEM-W.
           MOVE PORT-NOVO-W TO PORTADOR-CP20.
           MOVE "PORTADOR TROCADO" TO CORRECAO-W.
           PERFORM REGRAVA-TITULO.
       CORRIGE-PORTADOR-FIM.
           EXIT.

       CORRIGE-DESCONTO SECTION.
           MOVE REG-CPD020 TO ANTES-IMAGEM-W.
           MOVE ZEROS TO TIPO-DESC-COND-CP20 DESC-COND-CP20
                         DATA-LIMITE-DESC-CP20.
           MOVE "DESCONTO ZERADO" TO CORRECAO-W.
           PERFORM REGRAVA-TITULO.

       REGRAVA-TITULO SECTION.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           REWRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CPD020: " ST-CPD020
                 MOVE "ERRO NA REGRAVACAO" TO CORRECAO-W
           NOT INVALID KEY
                 MOVE REG-CPD020  TO LOG3-REGISTRO
                 MOVE "CPD020"    TO LOG3-ARQUIVO
                 MOVE "A"         TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG
                 PERFORM GRAVA-JORNAL-CPD020
                 ADD 1 TO QT-CORRIGIDOS-W
           END-REWRITE.
           PERFORM LISTA-CORRECAO.

       CORRIGE-RETENCOES SECTION.
      *    Como GRAVA-RETENCOES do CPP020A: % zerado remove a
      *    retencao; senao grava/regrava com o valor recalculado.
           PERFORM VARYING TIPO-IMP-W FROM 1 BY 1 UNTIL TIPO-IMP-W > 4
              PERFORM CORRIGE-UMA-RETENCAO
           END-PERFORM.
           ADD 1 TO QT-CORRIGIDOS-W.
           MOVE "RETENCOES REFEITAS" TO CORRECAO-W.
           PERFORM LISTA-CORRECAO.

       CORRIGE-UMA-RETENCAO SECTION.
           MOVE PERC-TIPO-W(TIPO-IMP-W) TO PERC-RETEN-W.
           MOVE FORNEC-CP20 TO FORNEC-CP26.
           MOVE SEQ-CP20    TO SEQ-CP26.
           MOVE TIPO-IMP-W  TO TIPO-IMP-CP26.
           READ CPD026 INVALID KEY
                MOVE "N" TO ACHOU-W
           NOT INVALID KEY
                MOVE "S" TO ACHOU-W
           END-READ.
           IF PERC-RETEN-W = ZEROS
              IF ACHOU-W = "S"
                 MOVE REG-CPD026 TO LOG3-REGISTRO
                 DELETE CPD026 NOT INVALID KEY
                        MOVE "CPD026" TO LOG3-ARQUIVO
                        MOVE "E"      TO LOG3-OPERACAO
                        PERFORM GRAVA-LOG
                 END-DELETE
              END-IF
              GO CORRIGE-UMA-RETENCAO-FIM.
           COMPUTE VALOR-RETEN-W ROUNDED =
                   VALOR-TOT-CP20 * PERC-RETEN-W / 100.
           IF ACHOU-W = "S" AND PERC-CP26 = PERC-RETEN-W AND
              VALOR-RETIDO-CP26 = VALOR-RETEN-W AND
              VALOR-BASE-CP26 = VALOR-TOT-CP20
              GO CORRIGE-UMA-RETENCAO-FIM.
           MOVE FORNEC-CP20     TO FORNEC-CP26.
           MOVE SEQ-CP20        TO SEQ-CP26.
           MOVE TIPO-IMP-W      TO TIPO-IMP-CP26.
           MOVE DATA-MOVTO-CP20 TO DATA-MOVTO-CP26.
           MOVE PERC-RETEN-W    TO PERC-CP26.
           MOVE VALOR-TOT-CP20  TO VALOR-BASE-CP26.
           MOVE VALOR-RETEN-W   TO VALOR-RETIDO-CP26.
           MOVE "CPD026"        TO LOG3-ARQUIVO.
           IF ACHOU-W = "S"
              REWRITE REG-CPD026 NOT INVALID KEY
                      MOVE "A"        TO LOG3-OPERACAO
                      MOVE REG-CPD026 TO LOG3-REGISTRO
                      PERFORM GRAVA-LOG
              END-REWRITE
           ELSE
              WRITE REG-CPD026 NOT INVALID KEY
                      MOVE "I"        TO LOG3-OPERACAO
                      MOVE REG-CPD026 TO LOG3-REGISTRO
                      PERFORM GRAVA-LOG
              END-WRITE
           END-IF.
       CORRIGE-UMA-RETENCAO-FIM.
           EXIT.

       LISTA-CORRECAO SECTION.
           MOVE SPACES TO REG-RELAT.
           MOVE FORNEC-CP20 TO REG-RELAT(01: 06).
           MOVE "/"         TO REG-RELAT(07: 01).
           MOVE SEQ-CP20    TO REG-RELAT(08: 05).
           MOVE "CORRIGIDO POR" TO REG-RELAT(55: 13).
           MOVE SUPERVISOR-W    TO REG-RELAT(69: 08).
           MOVE CORRECAO-W      TO REG-RELAT(113: 20).
           WRITE REG-RELAT.

       RESUMO-REGRAS SECTION.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "RESUMO POR REGRA" TO REG-RELAT(01: 16)
           WRITE REG-RELAT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 11
              MOVE SPACES TO REG-RELAT
              MOVE I                 TO REG-RELAT(01: 02)
              MOVE DESCR-REGRA-TB(I) TO REG-RELAT(04: 40)
              MOVE QT-REGRA-TB(I)    TO REG-RELAT(46: 06)
              WRITE REG-RELAT
           END-PERFORM.
           MOVE SPACES TO REG-RELAT
           MOVE "TITULOS REVALIDADOS: " TO REG-RELAT(01: 21)
           MOVE QT-LIDOS-W              TO REG-RELAT(22: 06)
           MOVE "COM VIOLACAO: "        TO REG-RELAT(31: 14)
           MOVE QT-TITULOS-VIOL-W       TO REG-RELAT(45: 06)
           MOVE "CORRECOES: "           TO REG-RELAT(54: 11)
           MOVE QT-CORRIGIDOS-W         TO REG-RELAT(65: 06)
           WRITE REG-RELAT.

       GRAVA-LOG SECTION.
           MOVE SUPERVISOR-W TO LOG3-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU  TO LOG3-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS  TO LOG3-HORAS.
           MOVE "CPB105"     TO LOG3-PROGRAMA.
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
           MOVE PROX-SEQ-JRN-W  TO LOG4-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU     TO LOG4-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS     TO LOG4-HORAS.
           MOVE SUPERVISOR-W    TO LOG4-USUARIO.
           MOVE "CPB105"        TO LOG4-PROGRAMA.
           MOVE "A"             TO LOG4-OPERACAO.
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
