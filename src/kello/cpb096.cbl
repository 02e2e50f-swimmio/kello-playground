       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB096.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Importacao do resumo da folha de pagamento - todo mes
      * o escritorio de folha manda o resumo e os titulos de salario
      * liquido, FGTS, INSS, IRRF e pensao eram digitados no CPP020A,
      * sempre com algum errado. Este batch le o resumo e grava os
      * titulos em CPD020 pelo de-para de eventos de CPD044 (CPP044):
      *  - evento com credor fixo (FGTS, INSS, IRRF...): um titulo
      *    com a soma das linhas do evento p/ FORNEC-CP44;
      *  - evento com FORNEC-CP44 = zeros (salario liquido, pensao):
      *    um titulo por linha p/ o fornecedor da linha (codigo do
      *    funcionario/beneficiario em CGD001);
      *  - portador e conta de apuracao do evento, competencia do
      *    resumo, vencimento no dia/mes do evento empurrado p/ o
      *    proximo dia util como o AJUSTA-DIA-UTIL de CPP020A, com
      *    LOG001/LOG003 e jornal LOG004 como todo titulo em lote.
      * O resumo so entra inteiro. Rejeita tudo (nenhum titulo) se:
      *  - a competencia ja foi importada (CPD045) - reprocessar a
      *    mesma folha nao duplica;
      *  - o resumo nao fecha: quantidade ou soma das linhas
      *    diferente do cabecalho;
      *  - o total de controle digitado pelo operador no PARCP96
      *    (o total da capa do resumo) nao confere com o arquivo;
      *  - linha invalida, evento sem de-para ou fornecedor fora de
      *    CGD001.
      *
      * Parametro: arquivo PARCP96 na pasta da empresa, uma linha:
      *   COMPETENCIA(6, AAAAMM);TOTAL-CONTROLE(12, centavos)
      * Entrada: arquivo FOLCP96 na pasta da empresa -
      *   H;COMPETENCIA(6);QTDE-LINHAS(5);TOTAL(12, centavos)
      *   D;EVENTO(2);FORNEC(6);VALOR(12, centavos);HISTORICO(30)
      *   (FORNEC zeros nas linhas de evento com credor fixo)
      * Saida: arquivo-relatorio RELCP96 na pasta da empresa.
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
           COPY CPPX021.
           COPY CPPX044.
           COPY CPPX045.
           COPY FEPX001.
           COPY LOGX001.
           COPY LOGX003.
           COPY LOGX004.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-FOLHA ASSIGN TO PATH-FOLHA
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-FOLHA.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CPPW020.
       COPY CPPW021.
       COPY CPPW044.
       COPY CPPW045.
       COPY FEPW001.
       COPY LOGW001.
       COPY LOGW003.
       COPY LOGW004.

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(30).

       FD  ARQ-FOLHA.
       01  LINHA-FOLHA              PIC X(80).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD021             PIC XX       VALUE SPACES.
           05  ST-CPD044             PIC XX       VALUE SPACES.
           05  ST-CPD045             PIC XX       VALUE SPACES.
           05  ST-FED001             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-FOLHA              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  PROX-SEQ-JRN-W        PIC 9(9)     VALUE ZEROS.
           05  JRN-OPERACAO-W        PIC X        VALUE SPACE.
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
           05  PATH-FOLHA            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  CAMPO1-X              PIC X(12)    VALUE SPACES.
           05  CAMPO2-X              PIC X(12)    VALUE SPACES.
           05  CAMPO3-X              PIC X(12)    VALUE SPACES.
           05  CAMPO4-X              PIC X(30)    VALUE SPACES.
           05  VALOR-CENT-W          PIC 9(12)    VALUE ZEROS.

      *    Parametro do operador e cabecalho do resumo
           05  COMPET-PARAM-W        PIC 9(6)     VALUE ZEROS.
           05  CONTROLE-PARAM-W      PIC 9(10)V99 VALUE ZEROS.
           05  TEM-CABEC-W           PIC 9        VALUE ZEROS.
           05  COMPET-CAB-W          PIC 9(6)     VALUE ZEROS.
           05  QT-CAB-W              PIC 9(5)     VALUE ZEROS.
           05  TOTAL-CAB-W           PIC 9(10)V99 VALUE ZEROS.
           05  SOMA-LINHAS-W         PIC 9(10)V99 VALUE ZEROS.
           05  QT-LIDAS-W            PIC 9(5)     VALUE ZEROS.
           05  NR-LINHA-ARQ-W        PIC 9(5)     VALUE ZEROS.
           05  QT-REJEICOES-W        PIC 9(5)     VALUE ZEROS.
           05  MOTIVO-W              PIC X(45)    VALUE SPACES.

      *    Linhas do resumo em memoria - so gera depois de conferir
      *    o arquivo inteiro.
           05  QT-LINHAS-W           PIC 9(4)     VALUE ZEROS.
           05  TB-LINHAS.
               10  TB-LINHA-OCORRE OCCURS 3000.
                   15  EVENTO-TB         PIC 9(02).
                   15  FORNEC-TB         PIC 9(06).
                   15  VALOR-TB          PIC 9(10)V99.
                   15  HISTORICO-TB      PIC X(30).
           05  TB-EVENTOS.
               10  TB-EVENTO-OCORRE OCCURS 99.
                   15  TOT-EVENTO-TB     PIC 9(10)V99.
           05  I                     PIC 9(4)     VALUE ZEROS.
           05  EV                    PIC 9(2)     VALUE ZEROS.

      *    Vencimento do evento
           05  DATA-VENC-W.
               10  ANO-VENC-W        PIC 9(4).
               10  MES-VENC-W        PIC 9(2).
               10  DIA-VENC-W        PIC 9(2).
           05  DATA-VENC-N-W REDEFINES DATA-VENC-W PIC 9(8).
           05  ULT-DIA-W             PIC 9(2)     VALUE ZEROS.
           05  RESTO-W               PIC 9(3)     VALUE ZEROS.
           05  QUOC-W                PIC 9(4)     VALUE ZEROS.
           05  DIAS-MES-W            PIC X(24)
               VALUE "312831303130313130313031".
           05  TB-DIAS-MES REDEFINES DIAS-MES-W.
               10  DIAS-MES-TB       PIC 9(2) OCCURS 12.
           05  DIA-SEMANA-W          PIC 9        VALUE ZEROS.

           05  FORNEC-TIT-W          PIC 9(6)     VALUE ZEROS.
           05  VALOR-TIT-W           PIC 9(8)V99  VALUE ZEROS.
           05  HISTORICO-TIT-W       PIC X(30)    VALUE SPACES.
           05  DOCTO-FOLHA-W         PIC X(10)    VALUE SPACES.
           05  QT-TITULOS-W          PIC 9(5)     VALUE ZEROS.
           05  VALOR-GERADO-W        PIC 9(10)V99 VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.

           COPY "CPTIME.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-TITULOS-W VALOR-GERADO-W
                         QT-REJEICOES-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD021
           MOVE "CPD044"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD044
           MOVE "CPD045"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD045
           MOVE "FED001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FED001
           MOVE "LOG001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "PARCP96" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "FOLCP96" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FOLHA
           MOVE "RELCP96" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB096"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN OUTPUT ARQ-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "IMPORTACAO DO RESUMO DA FOLHA - " TO REG-RELAT(01: 32)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E      TO REG-RELAT(33: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM <> "00"
              DISPLAY "ARQUIVO DE PARAMETROS PARCP96 NAO ENCONTRADO: "
                      ST-PARAM
              MOVE 1 TO ERRO-W
           ELSE
              PERFORM LE-PARAMETRO
              CLOSE ARQ-PARAM
           END-IF.

           IF ERRO-W = 1
              CLOSE ARQ-RELAT
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM
              STOP RUN.

           OPEN INPUT CGD001 CPD044 FED001
           OPEN I-O   CPD020 CPD021 CPD045 LOG001 LOG003 LOG004
           IF ST-CPD045 = "35"
              CLOSE CPD045      OPEN OUTPUT CPD045
              CLOSE CPD045      OPEN I-O CPD045
           END-IF
           IF ST-LOG004 = "35"
              CLOSE LOG004      OPEN OUTPUT LOG004
              CLOSE LOG004      OPEN I-O LOG004
           END-IF
           PERFORM ACHA-SEQ-JORNAL

           IF ST-CPD020 <> "00" OR ST-CPD021 <> "00" OR
              ST-CPD045 <> "00" OR ST-CGD001 <> "00" OR
              ST-LOG001 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CPD020/021/045 CGD001 LOG"
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CPD044 <> "00"
              DISPLAY "CADASTRAR OS EVENTOS DA FOLHA (CPP044): "
                      ST-CPD044
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-FED001 <> "00" AND ST-FED001 <> "05" AND
              ST-FED001 <> "35"
              DISPLAY "ERRO ABERTURA FED001: " ST-FED001
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM CARREGA-RESUMO
           END-IF.
           IF ERRO-W = 0
              PERFORM CONFERE-RESUMO
           END-IF.
           IF ERRO-W = 0
              PERFORM GERA-TITULOS
              PERFORM GRAVA-COMPETENCIA
           ELSE
              MOVE SPACES TO REG-RELAT
              WRITE REG-RELAT
              MOVE "*** RESUMO REJEITADO - NENHUM TITULO GERADO ***"
                   TO REG-RELAT(01: 48)
              WRITE REG-RELAT
           END-IF.

           CLOSE CGD001 CPD044 FED001 CPD020 CPD021 CPD045
                 LOG001 LOG003 LOG004 ARQ-RELAT.

           DISPLAY "COMPETENCIA DA FOLHA.............: "
                   COMPET-PARAM-W.
           DISPLAY "LINHAS DO RESUMO LIDAS...........: " QT-LINHAS-W.
           DISPLAY "SOMA DAS LINHAS DO RESUMO........: "
                   SOMA-LINHAS-W.
           DISPLAY "TOTAL DE CONTROLE DO OPERADOR....: "
                   CONTROLE-PARAM-W.
           DISPLAY "TITULOS GERADOS..................: " QT-TITULOS-W.
           DISPLAY "VALOR DOS TITULOS GERADOS........: "
                   VALOR-GERADO-W.
           DISPLAY "MOTIVOS DE REJEICAO..............: "
                   QT-REJEICOES-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       LE-PARAMETRO SECTION.
           READ ARQ-PARAM AT END
                MOVE "10" TO ST-PARAM.
           IF ST-PARAM <> "00"
              DISPLAY "PARCP96 VAZIO"
              MOVE 1 TO ERRO-W
              GO LE-PARAMETRO-FIM.
           MOVE SPACES TO CAMPO1-X CAMPO2-X.
           UNSTRING LINHA-PARAM DELIMITED BY ";"
                INTO CAMPO1-X CAMPO2-X
           END-UNSTRING.
           IF CAMPO1-X(1: 6) NOT NUMERIC OR CAMPO2-X NOT NUMERIC
              DISPLAY "PARAMETROS INVALIDOS EM PARCP96"
              MOVE 1 TO ERRO-W
              GO LE-PARAMETRO-FIM.
           MOVE CAMPO1-X(1: 6) TO COMPET-PARAM-W.
           MOVE CAMPO2-X       TO VALOR-CENT-W.
           COMPUTE CONTROLE-PARAM-W = VALOR-CENT-W / 100.
           IF COMPET-PARAM-W(5: 2) < "01" OR
              COMPET-PARAM-W(5: 2) > "12"
              DISPLAY "COMPETENCIA INVALIDA EM PARCP96"
              MOVE 1 TO ERRO-W.
       LE-PARAMETRO-FIM.
           EXIT.

       CARREGA-RESUMO SECTION.
      *    Le o resumo inteiro p/ a tabela, anotando os motivos de
      *    rejeicao no relatorio.
           MOVE ZEROS TO QT-LINHAS-W TEM-CABEC-W SOMA-LINHAS-W
                         NR-LINHA-ARQ-W.
           INITIALIZE TB-EVENTOS.
           OPEN INPUT ARQ-FOLHA.
           IF ST-FOLHA <> "00"
              MOVE "ARQUIVO FOLCP96 NAO ENCONTRADO" TO MOTIVO-W
              PERFORM REJEITA
              GO CARREGA-RESUMO-FIM.
           PERFORM UNTIL ST-FOLHA = "10"
              READ ARQ-FOLHA AT END
                   MOVE "10" TO ST-FOLHA
              NOT AT END
                   ADD 1 TO NR-LINHA-ARQ-W
                   PERFORM TRATA-LINHA-FOLHA
              END-READ
           END-PERFORM.
           CLOSE ARQ-FOLHA.
           IF TEM-CABEC-W = 0
              MOVE "RESUMO SEM CABECALHO (H)" TO MOTIVO-W
              PERFORM REJEITA.
       CARREGA-RESUMO-FIM.
           EXIT.

       TRATA-LINHA-FOLHA SECTION.
           IF LINHA-FOLHA = SPACES
              GO TRATA-LINHA-FOLHA-FIM.
           MOVE SPACES TO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X.
           UNSTRING LINHA-FOLHA(3: 78) DELIMITED BY ";"
                INTO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X
           END-UNSTRING.
           EVALUATE LINHA-FOLHA(1: 2)
               WHEN "H;"
                    PERFORM TRATA-CABECALHO
               WHEN "D;"
                    PERFORM TRATA-DETALHE
               WHEN OTHER
                    MOVE "TIPO DE LINHA INVALIDO" TO MOTIVO-W
                    PERFORM REJEITA
           END-EVALUATE.
       TRATA-LINHA-FOLHA-FIM.
           EXIT.

       TRATA-CABECALHO SECTION.
           IF TEM-CABEC-W = 1
              MOVE "MAIS DE UM CABECALHO NO RESUMO" TO MOTIVO-W
              PERFORM REJEITA
              GO TRATA-CABECALHO-FIM.
           MOVE 1 TO TEM-CABEC-W.
           IF CAMPO1-X(1: 6) NOT NUMERIC OR
              CAMPO2-X(1: 5) NOT NUMERIC OR CAMPO3-X NOT NUMERIC
              MOVE "CABECALHO INVALIDO" TO MOTIVO-W
              PERFORM REJEITA
              GO TRATA-CABECALHO-FIM.
           MOVE CAMPO1-X(1: 6) TO COMPET-CAB-W.
           MOVE CAMPO2-X(1: 5) TO QT-CAB-W.
           MOVE CAMPO3-X       TO VALOR-CENT-W.
           COMPUTE TOTAL-CAB-W = VALOR-CENT-W / 100.
       TRATA-CABECALHO-FIM.
           EXIT.

       TRATA-DETALHE SECTION.
           IF CAMPO1-X(1: 2) NOT NUMERIC OR
              CAMPO2-X(1: 6) NOT NUMERIC OR CAMPO3-X NOT NUMERIC
              MOVE "LINHA INVALIDA" TO MOTIVO-W
              PERFORM REJEITA
              GO TRATA-DETALHE-FIM.
           IF QT-LINHAS-W = 3000
              MOVE "RESUMO COM MAIS DE 3000 LINHAS" TO MOTIVO-W
              PERFORM REJEITA
              GO TRATA-DETALHE-FIM.
           ADD 1 TO QT-LINHAS-W.
           MOVE CAMPO1-X(1: 2) TO EVENTO-TB(QT-LINHAS-W).
           MOVE CAMPO2-X(1: 6) TO FORNEC-TB(QT-LINHAS-W).
           MOVE CAMPO3-X       TO VALOR-CENT-W.
           COMPUTE VALOR-TB(QT-LINHAS-W) = VALOR-CENT-W / 100.
           MOVE CAMPO4-X       TO HISTORICO-TB(QT-LINHAS-W).
           ADD VALOR-TB(QT-LINHAS-W) TO SOMA-LINHAS-W.
           IF EVENTO-TB(QT-LINHAS-W) = ZEROS
              MOVE "EVENTO ZERADO" TO MOTIVO-W
              PERFORM REJEITA
           ELSE
              MOVE EVENTO-TB(QT-LINHAS-W) TO EV
              ADD VALOR-TB(QT-LINHAS-W) TO TOT-EVENTO-TB(EV)
           END-IF.
       TRATA-DETALHE-FIM.
           EXIT.

       CONFERE-RESUMO SECTION.
      *    Conferencias do resumo inteiro antes de gerar qualquer
      *    titulo; cada falha vai p/ o relatorio.
           MOVE ZEROS TO NR-LINHA-ARQ-W.
           IF COMPET-CAB-W NOT = COMPET-PARAM-W
              MOVE "COMPETENCIA DO RESUMO DIFERENTE DO PARCP96"
                   TO MOTIVO-W
              PERFORM REJEITA.
           MOVE COMPET-PARAM-W TO COMPETENCIA-CP45.
           READ CPD045 NOT INVALID KEY
                MOVE "COMPETENCIA JA IMPORTADA EM " TO MOTIVO-W
                MOVE DATA-IMPORT-CP45 TO DATA-E
                MOVE DATA-E TO MOTIVO-W(29: 10)
                PERFORM REJEITA
           END-READ.
           IF QT-LINHAS-W = ZEROS
              MOVE "RESUMO SEM LINHAS" TO MOTIVO-W
              PERFORM REJEITA.
           IF QT-LINHAS-W NOT = QT-CAB-W
              MOVE "QTDE DE LINHAS DIFERENTE DO CABECALHO" TO MOTIVO-W
              PERFORM REJEITA.
           IF SOMA-LINHAS-W NOT = TOTAL-CAB-W
              MOVE "SOMA DAS LINHAS NAO FECHA COM O CABECALHO"
                   TO MOTIVO-W
              PERFORM REJEITA.
           IF TOTAL-CAB-W NOT = CONTROLE-PARAM-W
              MOVE "TOTAL DE CONTROLE DO OPERADOR NAO CONFERE"
                   TO MOTIVO-W
              PERFORM REJEITA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-LINHAS-W
              MOVE I TO NR-LINHA-ARQ-W
              PERFORM CONFERE-LINHA
           END-PERFORM.

       CONFERE-LINHA SECTION.
           IF VALOR-TB(I) = ZEROS
              MOVE "LINHA COM VALOR ZERADO" TO MOTIVO-W
              PERFORM REJEITA.
           MOVE EVENTO-TB(I) TO EVENTO-CP44.
           READ CPD044 INVALID KEY
                MOVE "EVENTO SEM DE-PARA EM CPD044 (CPP044): "
                     TO MOTIVO-W
                MOVE EVENTO-TB(I) TO MOTIVO-W(40: 02)
                PERFORM REJEITA
                GO CONFERE-LINHA-FIM.
           IF FORNEC-CP44 = ZEROS
              MOVE FORNEC-TB(I) TO CODIGO-CG01
           ELSE
              MOVE FORNEC-CP44  TO CODIGO-CG01
           END-IF.
           READ CGD001 INVALID KEY
                MOVE "FORNECEDOR NAO CADASTRADO EM CGD001: "
                     TO MOTIVO-W
                MOVE CODIGO-CG01 TO MOTIVO-W(38: 06)
                PERFORM REJEITA.
       CONFERE-LINHA-FIM.
           EXIT.

       REJEITA SECTION.
           MOVE 1 TO ERRO-W.
           ADD 1 TO QT-REJEICOES-W.
           MOVE SPACES TO REG-RELAT
           IF NR-LINHA-ARQ-W NOT = ZEROS
              MOVE "LINHA "       TO REG-RELAT(01: 06)
              MOVE NR-LINHA-ARQ-W TO REG-RELAT(07: 05)
           END-IF.
           MOVE MOTIVO-W TO REG-RELAT(13: 45)
           WRITE REG-RELAT.

       GERA-TITULOS SECTION.
           MOVE SPACES TO DOCTO-FOLHA-W.
           STRING "FOL" COMPET-PARAM-W DELIMITED BY SIZE
                  INTO DOCTO-FOLHA-W.
           MOVE SPACES TO REG-RELAT
           MOVE "TITULOS GERADOS - COMPETENCIA " TO REG-RELAT(01: 30)
           MOVE COMPET-PARAM-W TO REG-RELAT(31: 06)
           WRITE REG-RELAT
           PERFORM VARYING EV FROM 1 BY 1 UNTIL EV > 98
              IF TOT-EVENTO-TB(EV) > ZEROS
                 PERFORM GERA-TITULOS-EVENTO
              END-IF
           END-PERFORM.
           IF TOT-EVENTO-TB(99) > ZEROS
              MOVE 99 TO EV
              PERFORM GERA-TITULOS-EVENTO.

       GERA-TITULOS-EVENTO SECTION.
           MOVE EV TO EVENTO-CP44.
           READ CPD044 INVALID KEY
                GO GERA-TITULOS-EVENTO-FIM.
           PERFORM CALCULA-VENCIMENTO.
           IF FORNEC-CP44 NOT = ZEROS
              MOVE FORNEC-CP44       TO FORNEC-TIT-W
              MOVE TOT-EVENTO-TB(EV) TO VALOR-TIT-W
              MOVE DESCRICAO-CP44    TO HISTORICO-TIT-W
              PERFORM GRAVA-TITULO
           ELSE
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-LINHAS-W
                 IF EVENTO-TB(I) = EV
                    MOVE FORNEC-TB(I)    TO FORNEC-TIT-W
                    MOVE VALOR-TB(I)     TO VALOR-TIT-W
                    MOVE HISTORICO-TB(I) TO HISTORICO-TIT-W
                    IF HISTORICO-TIT-W = SPACES
                       MOVE DESCRICAO-CP44 TO HISTORICO-TIT-W
                    END-IF
                    PERFORM GRAVA-TITULO
                 END-IF
              END-PERFORM
           END-IF.
       GERA-TITULOS-EVENTO-FIM.
           EXIT.

       CALCULA-VENCIMENTO SECTION.
      *    Dia do evento no mes da competencia (ou no seguinte),
      *    limitado ao ultimo dia do mes; o dia util e acertado em
      *    AJUSTA-DIA-UTIL p/ cada titulo.
           MOVE COMPET-PARAM-W(1: 4) TO ANO-VENC-W.
           MOVE COMPET-PARAM-W(5: 2) TO MES-VENC-W.
           IF MES-VENCTO-CP44 = 1
              ADD 1 TO MES-VENC-W
              IF MES-VENC-W > 12
                 MOVE 1 TO MES-VENC-W
                 ADD 1 TO ANO-VENC-W
              END-IF
           END-IF.
           MOVE DIAS-MES-TB(MES-VENC-W) TO ULT-DIA-W.
           IF MES-VENC-W = 2
              DIVIDE ANO-VENC-W BY 4 GIVING QUOC-W REMAINDER RESTO-W
              IF RESTO-W = 0
                 MOVE 29 TO ULT-DIA-W
                 DIVIDE ANO-VENC-W BY 100 GIVING QUOC-W
                        REMAINDER RESTO-W
                 IF RESTO-W = 0
                    DIVIDE ANO-VENC-W BY 400 GIVING QUOC-W
                           REMAINDER RESTO-W
                    IF RESTO-W NOT = 0
                       MOVE 28 TO ULT-DIA-W
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF DIA-VENCTO-CP44 > ULT-DIA-W
              MOVE ULT-DIA-W       TO DIA-VENC-W
           ELSE
              MOVE DIA-VENCTO-CP44 TO DIA-VENC-W
           END-IF.

       GRAVA-TITULO SECTION.
           INITIALIZE REG-CPD020.
           MOVE FORNEC-TIT-W    TO FORNEC-CP20 FORNEC-CP21.
           PERFORM ATUALIZA-SEQ-CPD021.
           MOVE SEQ-CP21        TO SEQ-CP20.
           MOVE DOCTO-FOLHA-W   TO NR-DOCTO-CP20.
           MOVE ZEROS           TO TIPO-FORN-CP20 SEQ-CAIXA-CP20
                                   NR-PARCELA-CP20 NR-BORDERO-CP20
                                   SIT-REMESSA-CP20 SITUACAO-CP20
                                   LIBERADO-CP20 VALOR-LIQ-CP20
                                   TAXA-APLIC-CP20 DATA-PGTO-CP20
                                   MULTA-ATRASO-CP20 JUROS-MORA-CP20.
           MOVE PORTADOR-CP44   TO PORTADOR-CP20.
           MOVE CODREDUZ-APUR-CP44 TO CODREDUZ-APUR-CP20.
           MOVE DATA-HOJE-W     TO DATA-MOVTO-CP20 DATA-EMISSAO-CP20.
           MOVE DATA-VENC-N-W   TO DATA-VENCTO-CP20.
           PERFORM AJUSTA-DIA-UTIL.
           MOVE SPACES          TO DESCRICAO-CP20 RESPONSAVEL-CP20
                                   LINHA-DIGITAVEL-CP20
                                   PATH-DOCTO-CP20.
           STRING "FOLHA " COMPET-PARAM-W " " HISTORICO-TIT-W
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE 0               TO TIPO-MOEDA-CP20 TIPO-CONTA-CP20
                                   PREV-DEF-CP20.
           MOVE COMPET-PARAM-W  TO COMPETENCIA-CP20.
           MOVE VALOR-TIT-W     TO VALOR-TOT-CP20.
           MOVE USUARIO-W       TO DIGITADOR-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
                         " FORNEC " FORNEC-TIT-W
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD020"   TO LOG3-ARQUIVO
                 MOVE REG-CPD020 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
                 MOVE SPACES TO ANTES-IMAGEM-W
                 MOVE "I" TO JRN-OPERACAO-W
                 PERFORM GRAVA-JORNAL-CPD020
                 ADD 1 TO QT-TITULOS-W
                 ADD VALOR-TIT-W TO VALOR-GERADO-W
                 PERFORM IMPRIME-TITULO
           END-WRITE.

       IMPRIME-TITULO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE EVENTO-CP44      TO REG-RELAT(01: 02)
           MOVE FORNEC-CP20      TO REG-RELAT(04: 06)
           MOVE "/"              TO REG-RELAT(10: 01)
           MOVE SEQ-CP20         TO REG-RELAT(11: 05)
           MOVE DESCRICAO-CP20   TO REG-RELAT(17: 30)
           MOVE DATA-VENCTO-CP20 TO DATA-E
           MOVE DATA-E           TO REG-RELAT(48: 10)
           MOVE PORTADOR-CP20    TO REG-RELAT(59: 04)
           MOVE CODREDUZ-APUR-CP20 TO REG-RELAT(64: 05)
           MOVE VALOR-TOT-CP20   TO VALOR-E
           MOVE VALOR-E          TO REG-RELAT(70: 15)
           IF DATA-VENCTO-CP20 < DATA-HOJE-W
              MOVE "VENCIDO"     TO REG-RELAT(86: 07)
           END-IF.
           WRITE REG-RELAT.

       GRAVA-COMPETENCIA SECTION.
      *    Marca a competencia como importada - a proxima execucao
      *    com o mesmo resumo e rejeitada em CONFERE-RESUMO.
           INITIALIZE REG-CPD045.
           MOVE COMPET-PARAM-W  TO COMPETENCIA-CP45.
           MOVE DATA-HOJE-W     TO DATA-IMPORT-CP45.
           MOVE QT-LINHAS-W     TO QT-LINHAS-CP45.
           MOVE QT-TITULOS-W    TO QT-TITULOS-CP45.
           MOVE VALOR-GERADO-W  TO VALOR-TOTAL-CP45.
           MOVE USUARIO-W       TO USUARIO-CP45.
           WRITE REG-CPD045 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD045: " ST-CPD045
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD045"   TO LOG3-ARQUIVO
                 MOVE REG-CPD045 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "TOTAL GERADO" TO REG-RELAT(01: 12)
           MOVE QT-TITULOS-W   TO REG-RELAT(17: 05)
           MOVE " TITULOS"     TO REG-RELAT(22: 08)
           MOVE VALOR-GERADO-W TO VALOR-E
           MOVE VALOR-E        TO REG-RELAT(70: 15)
           WRITE REG-RELAT.

       AJUSTA-DIA-UTIL SECTION.
      *    Mesmo ajuste de CPP020A: sabado, domingo ou feriado
      *    (FED001) empurra o vencimento p/ o proximo dia util.
           MOVE 1 TO DIA-SEMANA-W.
           PERFORM UNTIL DIA-SEMANA-W = 0
              MOVE 2                 TO GRTIME-TYPE
              MOVE 8                 TO GRTIME-FUNCTION
              MOVE DATA-VENCTO-CP20  TO GRTIME-DATE
              CALL   "GRTIME" USING PARAMETROS-GRTIME
              CANCEL "GRTIME"
              MOVE GRTIME-WEEK-NUM   TO DIA-SEMANA-W
              MOVE DATA-VENCTO-CP20  TO DATA-FE01
              MOVE ZEROS             TO FORNEC-FE01
              IF ST-FED001 = "00"
                 READ FED001 INVALID KEY
                      MOVE SPACES TO REG-FED001
                      MOVE ZEROS  TO DATA-FE01
                 END-READ
              ELSE
                 MOVE ZEROS TO DATA-FE01
              END-IF
              IF DIA-SEMANA-W = 0 OR DIA-SEMANA-W = 1 OR
                 DATA-FE01 = DATA-VENCTO-CP20
                 MOVE 1                TO DIA-SEMANA-W
                 MOVE 2                TO GRTIME-TYPE
                 MOVE 1                TO GRTIME-FUNCTION
                 MOVE DATA-VENCTO-CP20 TO GRTIME-DATE
                 MOVE 1                TO GRTIME-DAYS
                 CALL   "GRTIME" USING PARAMETROS-GRTIME
                 CANCEL "GRTIME"
                 MOVE GRTIME-DATE-FINAL TO DATA-VENCTO-CP20
              ELSE
                 MOVE 0 TO DIA-SEMANA-W
              END-IF
           END-PERFORM.

       ATUALIZA-SEQ-CPD021 SECTION.
      *    Proxima sequencia do fornecedor, com trilha LOG001 como
      *    em CPP020A/CPB020.
           READ CPD021 INVALID KEY
                MOVE 1 TO SEQ-CP21
                WRITE REG-CPD021 INVALID KEY
                        DISPLAY "ERRO GRAVACAO CPD021: " ST-CPD021
                NOT INVALID KEY
                        MOVE "I" TO LOG1-OPERACAO
                        PERFORM GRAVA-LOG-CPD021
                END-WRITE
              NOT INVALID KEY
                  ADD 1 TO SEQ-CP21
                  REWRITE REG-CPD021 INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CPD021: " ST-CPD021
                  NOT INVALID KEY
                        MOVE "A" TO LOG1-OPERACAO
                        PERFORM GRAVA-LOG-CPD021
                  END-REWRITE
           END-READ.

       GRAVA-LOG-CPD021 SECTION.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CPD021"    TO LOG1-ARQUIVO
           MOVE "CPB096"    TO LOG1-PROGRAMA
           MOVE REG-CPD021  TO LOG1-REGISTRO
           WRITE REG-LOG001
           END-WRITE
           PERFORM SELA-LOG001.

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja vem do chamador.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPB096"    TO LOG3-PROGRAMA
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
           MOVE "CPB096"        TO LOG4-PROGRAMA.
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

       SELA-LOG001 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG001 NOT = "00" AND ST-LOG001 NOT = "02"
              GO SELA-LOG001-FIM.
           MOVE PATH-LOG001      TO GECADEIA-PATH.
           MOVE REG-LOG001       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG001
                                    - LENGTH OF LOG1-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG1-POSICAO
              MOVE GECADEIA-HASH    TO LOG1-HASH
           ELSE
              MOVE SPACES TO LOG1-SELO
           END-IF.
           REWRITE REG-LOG001 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG001.
       SELA-LOG001-FIM.
           EXIT.

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
