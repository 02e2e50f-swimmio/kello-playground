       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB099.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Eventos mensais da EFD-Reinf a partir das retencoes na
      * fonte de CPD026 - substitui o arquivo anual da CPB067 (DIRF)
      * e a redigitacao dos eventos pela contadora em cima da CPB032.
      *   R-2010 (INSS retido em servicos tomados): um evento por
      *     prestador pessoa juridica, com uma nota por titulo de
      *     CPD020 com retencao tipo 3 emitido na competencia (data
      *     de emissao do titulo, ou o movimento da retencao qdo a
      *     emissao estiver zerada); tipo de servico do CAD019.
      *   R-4010 (pessoa fisica, IRRF) e R-4020 (pessoa juridica,
      *     IRRF e PIS/COFINS/CSLL agregado - tipos 1 e 4): um
      *     evento por beneficiario, com um pagamento por baixa de
      *     CPD023 datada no mes (ou a quitacao do titulo sem baixa
      *     parcial pela DATA-PGTO-CP20). Baixa parcial leva a
      *     retencao proporcional ao valor pago sobre o liquido do
      *     titulo; natureza do rendimento do CAD019.
      *   R-2099/R-4099: fechamento de cada serie no periodo.
      * CNPJ/CPF e tipo de pessoa do beneficiario vem de CGD001.
      * Na listagem RELCP99 o CNPJ/CPF passa pela rotina GEMASCAR
      * (inteiro e formatado so p/ usuario com a operacao "Dados
      * Sensiveis", c/ registro em LOGACESS; rodado sem usuario sai
      * mascarado); o EVTCP99 vai inteiro p/ o transmissor e a
      * geracao fica registrada em LOGACESS como EXPORTADO.
      * Titulos excluidos/cancelados (SITUACAO 3/4) nao entram.
      *
      * Cada evento gerado fica em CPD049 (periodo/evento/inscricao)
      * com o Id; o retorno da transmissao grava ali o recibo, e a
      * proxima geracao do mesmo evento sai como retificadora desse
      * recibo. Serie com o fechamento ja aceito no periodo nao e
      * gerada de novo (reabrir pelo transmissor antes); evento com
      * recibo que ficou sem movimento na geracao e listado p/
      * exclusao (R-9000) pelo transmissor.
      *
      * Parametro: arquivo CTPCP99 na pasta da empresa, uma
      * informacao por linha:
      *   AAAAMM          - periodo (sem ele, o mes anterior)
      *   CNPJ;nnnnnnnnnnnnnn - CNPJ do contribuinte (obrigatorio
      *                     p/ gerar - nao ha CNPJ da empresa em
      *                     cadastro nenhum do sistema)
      *   AMBIENTE;n      - 1-producao (padrao)  2-producao restrita
      *   RETORNO         - so le o retorno RETCP99 e grava os
      *                     recibos em CPD049, sem gerar eventos
      *
      * Eventos (EVTCP99, posicoes fixas, valores em centavos) p/ o
      * transmissor montar o XML:
      *   registro 0: "0" + AMBIENTE(1) + "1" + CNPJ(14) +
      *      PERIODO AAAA-MM(7) + DATA(8) + HORA(6)
      *   registro 1 (abre evento): "1" + EVENTO(4) + ID(36) +
      *      IND-RETIF(1: 1-original 2-retificadora) + RECIBO(52) +
      *      TP-INSC(1: 1-CNPJ 2-CPF) + INSCRICAO(14, CPF just.
      *      direita) + NOME(30); no 2099 a pos. 95 traz os
      *      indicadores S/N (serv. tomados, serv. prestados, assoc.
      *      recebidos, assoc. repassados, com. producao, CPRB) e no
      *      4099 a pos. 95 traz "0" (fechamento)
      *   registro 2 do R-2010 (nota): "2" + NR-DOCTO(10) +
      *      EMISSAO(8) + BRUTO(14) + TP-SERVICO(9) + BASE(14) +
      *      RETIDO(14)
      *   registro 2 do R-4010/4020 (pagto): "2" + NAT-REND(5) +
      *      DATA-FG(8) + BRUTO(14) + BASE-IR(14) + IRRF(14) +
      *      BASE-AGREG(14) + AGREG(14) + FORNEC(6) + SEQ(5)
      *   registro 3 (fecha evento): "3" + QT-DETALHES(5) +
      *      BRUTO(14) + BASE(14) + RETIDO(14)
      *   registro 9: "9" + QT-EVENTOS(6)
      * Retorno (RETCP99, do transmissor), uma linha por evento:
      *   ID;SITUACAO;RECIBO;MENSAGEM
      *   SITUACAO 0-aceito  1-rejeitado  2-em processamento
      * Conferencia: RELCP99.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CAPX019.
           COPY CGPX001.
           COPY CPPX020.
           COPY CPPX023.
           COPY CPPX026.
           COPY CPPX049.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-EVENTOS ASSIGN TO PATH-EVENTOS
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-EVENTOS.

           SELECT ARQ-RETORNO ASSIGN TO PATH-RETORNO
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RETORNO.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CAPW019.
       COPY CGPW001.
       COPY CPPW020.
       COPY CPPW023.
       COPY CPPW026.
       COPY CPPW049.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(80).

       FD  ARQ-EVENTOS.
       01  REG-EVENTO               PIC X(140).

       FD  ARQ-RETORNO.
       01  REG-RETORNO              PIC X(200).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(120).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CAD019             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD023             PIC XX       VALUE SPACES.
           05  ST-CPD026             PIC XX       VALUE SPACES.
           05  ST-CPD049             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-EVENTOS            PIC XX       VALUE SPACES.
           05  ST-RETORNO            PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU.
                   15  ANO-CPU-W     PIC 9(4).
                   15  MES-CPU-W     PIC 9(2).
                   15  DIA-CPU-W     PIC 9(2).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-EVENTOS          PIC X(30)    VALUE SPACES.
           05  PATH-RETORNO          PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  ANOMES-REL-W.
               10  ANO-REL-W         PIC 9(4).
               10  MES-REL-W         PIC 9(2).
           05  ANOMES-REL-NUM-W REDEFINES ANOMES-REL-W
                                     PIC 9(6).
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  CNPJ-CONTRIB-W        PIC 9(14)    VALUE ZEROS.
           05  AMBIENTE-W            PIC X(01)    VALUE "1".
           05  MODO-RETORNO-W        PIC X(01)    VALUE "N".
           05  PARAM-CHAVE-W         PIC X(10)    VALUE SPACES.
           05  PARAM-VALOR-W         PIC X(60)    VALUE SPACES.
           05  FECHADO-2000-W        PIC X(01)    VALUE "N".
           05  FECHADO-4000-W        PIC X(01)    VALUE "N".

      *    Id do evento: "ID" + "1" + CNPJ + carimbo da geracao +
      *    sequencia - o carimbo e o mesmo p/ todos os eventos da
      *    rodada e identifica em CPD049 o que foi regerado agora.
           05  ID-EVENTO-W.
               10  FILLER            PIC X(03)    VALUE "ID1".
               10  ID-CNPJ-W         PIC 9(14)    VALUE ZEROS.
               10  ID-CARIMBO-W.
                   15  ID-DATA-W     PIC 9(08)    VALUE ZEROS.
                   15  ID-HORA-W     PIC 9(06)    VALUE ZEROS.
               10  ID-SEQ-W          PIC 9(05)    VALUE ZEROS.

           05  EVENTO-W              PIC 9(04)    VALUE ZEROS.
           05  EVENTO-ABERTO-W       PIC 9        VALUE ZEROS.
           05  INSC-W                PIC 9(14)    VALUE ZEROS.
           05  TP-INSC-W             PIC 9(01)    VALUE ZEROS.
           05  NOME-W                PIC X(30)    VALUE SPACES.
           05  FORNEC-ANT-W          PIC 9(6)     VALUE ZEROS.
           05  QT-DET-EVT-W          PIC 9(5)     VALUE ZEROS.
           05  VLR-BRUTO-EVT-W       PIC 9(12)V99 VALUE ZEROS.
           05  VLR-BASE-EVT-W        PIC 9(12)V99 VALUE ZEROS.
           05  VLR-RET-EVT-W         PIC 9(12)V99 VALUE ZEROS.
           05  QT-R2010-W            PIC 9(5)     VALUE ZEROS.

           05  DATA-COMPET-W         PIC 9(8)     VALUE ZEROS.
           05  TP-SERVICO-W          PIC 9(9)     VALUE ZEROS.

      *    Acumulado das retencoes do titulo corrente (R-4010/4020)
           05  FORNEC-TIT-W          PIC 9(6)     VALUE ZEROS.
           05  SEQ-TIT-W             PIC 9(5)     VALUE ZEROS.
           05  TOT-RETIDO-TIT-W      PIC 9(9)V99  VALUE ZEROS.
           05  BASE-IR-TIT-W         PIC 9(9)V99  VALUE ZEROS.
           05  IR-TIT-W              PIC 9(9)V99  VALUE ZEROS.
           05  BASE-AGREG-TIT-W      PIC 9(9)V99  VALUE ZEROS.
           05  AGREG-TIT-W           PIC 9(9)V99  VALUE ZEROS.
           05  LIQ-TIT-W             PIC 9(9)V99  VALUE ZEROS.
           05  QT-BAIXAS-TIT-W       PIC 9(3)     VALUE ZEROS.
           05  VALOR-PAGO-W          PIC 9(9)V99  VALUE ZEROS.
           05  DATA-FG-W             PIC 9(8)     VALUE ZEROS.
           05  FATOR-W               PIC 9V9(8)   VALUE ZEROS.
           05  BRUTO-PG-W            PIC 9(9)V99  VALUE ZEROS.
           05  BASE-IR-PG-W          PIC 9(9)V99  VALUE ZEROS.
           05  IR-PG-W               PIC 9(9)V99  VALUE ZEROS.
           05  BASE-AGREG-PG-W       PIC 9(9)V99  VALUE ZEROS.
           05  AGREG-PG-W            PIC 9(9)V99  VALUE ZEROS.

      *    Linha do retorno da transmissao
           05  RET-ID-W              PIC X(36)    VALUE SPACES.
           05  RET-SITUACAO-W        PIC X(01)    VALUE SPACES.
           05  RET-RECIBO-W          PIC X(52)    VALUE SPACES.
           05  RET-MENSAGEM-W        PIC X(60)    VALUE SPACES.

           05  QT-EVENTOS-W          PIC 9(6)     VALUE ZEROS.
           05  QT-RETIFICA-W         PIC 9(6)     VALUE ZEROS.
           05  QT-PENDENCIAS-W       PIC 9(6)     VALUE ZEROS.
           05  QT-EXCLUIR-W          PIC 9(6)     VALUE ZEROS.
           05  QT-ACEITOS-W          PIC 9(6)     VALUE ZEROS.
           05  QT-REJEITADOS-W       PIC 9(6)     VALUE ZEROS.
           05  VALOR-CENT-W          PIC 9(14)    VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".
           COPY "CPMASCAR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-EVENTOS-W QT-RETIFICA-W
                         QT-PENDENCIAS-W QT-EXCLUIR-W QT-ACEITOS-W
                         QT-REJEITADOS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE DATA-HOJE-W       TO ID-DATA-W
           MOVE WS-HORA-SYS(1: 6) TO ID-HORA-W

           MOVE ANO-CPU-W TO ANO-REL-W
           MOVE MES-CPU-W TO MES-REL-W
           IF MES-REL-W = 1
              MOVE 12 TO MES-REL-W
              SUBTRACT 1 FROM ANO-REL-W
           ELSE
              SUBTRACT 1 FROM MES-REL-W
           END-IF.

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CAD019"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD019
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD023
           MOVE "CPD026"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD026
           MOVE "CPD049"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD049
           MOVE "CTPCP99" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "EVTCP99" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-EVENTOS
           MOVE "RETCP99" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RETORNO
           MOVE "RELCP99" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE
           ACCEPT PARAMETROS-W FROM COMMAND-LINE
           MOVE 1             TO GEMASCAR-FUNCAO
           MOVE EMP-REC       TO GEMASCAR-EMPRESA
           MOVE SPACES        TO GEMASCAR-USUARIO
           IF COD-USUARIO-W IS NUMERIC
              MOVE COD-USUARIO-W TO GEMASCAR-USUARIO
           END-IF
           MOVE "CPB099"      TO GEMASCAR-PROGRAMA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR

           PERFORM LE-PARAMETROS.
           MOVE CNPJ-CONTRIB-W TO ID-CNPJ-W.

           OPEN I-O CPD049
           IF ST-CPD049 = "35"
              CLOSE CPD049      OPEN OUTPUT CPD049
              CLOSE CPD049      OPEN I-O CPD049
           END-IF.
           IF ST-CPD049 <> "00"
              DISPLAY "ERRO ABERTURA CPD049: " ST-CPD049
              MOVE 1 TO ERRO-W
           END-IF.

           OPEN OUTPUT ARQ-RELAT
           MOVE SPACES TO REG-RELAT
           IF MODO-RETORNO-W = "S"
              MOVE "EFD-REINF - LEITURA DO RETORNO DA TRANSMISSAO - "
                   TO REG-RELAT(01: 48)
              MOVE DATA-HOJE-W TO DATA-E
              MOVE DATA-E      TO REG-RELAT(49: 10)
           ELSE
              MOVE "EFD-REINF - EVENTOS DO PERIODO " TO
                   REG-RELAT(01: 31)
              MOVE ANOMES-REL-NUM-W TO REG-RELAT(32: 06)
              MOVE " - "            TO REG-RELAT(38: 03)
              MOVE DATA-HOJE-W      TO DATA-E
              MOVE DATA-E           TO REG-RELAT(41: 10)
           END-IF.
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT

           IF ERRO-W = 0
              IF MODO-RETORNO-W = "S"
                 PERFORM LE-RETORNO
              ELSE
                 PERFORM GERA-EVENTOS
              END-IF
           END-IF.

           CLOSE CPD049 ARQ-RELAT.
           IF MODO-RETORNO-W NOT = "S" AND QT-EVENTOS-W > ZEROS
              MOVE 5             TO GEMASCAR-FUNCAO
              MOVE SPACES        TO GEMASCAR-REFERENCIA
              MOVE "EVTCP99"     TO GEMASCAR-REFERENCIA
              CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           END-IF.
           MOVE 9 TO GEMASCAR-FUNCAO
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           CANCEL "GEMASCAR".

           IF MODO-RETORNO-W = "S"
              DISPLAY "EVENTOS ACEITOS..................: "
                      QT-ACEITOS-W
              DISPLAY "EVENTOS REJEITADOS...............: "
                      QT-REJEITADOS-W
           ELSE
              DISPLAY "PERIODO GERADO...................: "
                      ANOMES-REL-NUM-W
              DISPLAY "EVENTOS GERADOS..................: "
                      QT-EVENTOS-W
              DISPLAY "RETIFICADORES....................: "
                      QT-RETIFICA-W
              DISPLAY "PENDENCIAS DE CADASTRO...........: "
                      QT-PENDENCIAS-W
              DISPLAY "RECIBOS A EXCLUIR (R-9000).......: "
                      QT-EXCLUIR-W
           END-IF.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       LE-PARAMETROS SECTION.
           OPEN INPUT ARQ-PARAM
           IF ST-PARAM NOT = "00"
              GO LE-PARAMETROS-FIM.
           PERFORM UNTIL ST-PARAM NOT = "00"
              READ ARQ-PARAM AT END
                   MOVE "10" TO ST-PARAM
              NOT AT END
                   PERFORM TRATA-LINHA-PARAM
              END-READ
           END-PERFORM.
           CLOSE ARQ-PARAM.
       LE-PARAMETROS-FIM.
           EXIT.

       TRATA-LINHA-PARAM SECTION.
           IF REG-PARAM(1: 6) NUMERIC AND
              REG-PARAM(1: 6) > "000000"
              MOVE REG-PARAM(1: 6) TO ANOMES-REL-W
              GO TRATA-LINHA-PARAM-FIM.
           MOVE SPACES TO PARAM-CHAVE-W PARAM-VALOR-W.
           UNSTRING REG-PARAM DELIMITED BY ";"
                    INTO PARAM-CHAVE-W PARAM-VALOR-W.
           EVALUATE PARAM-CHAVE-W
             WHEN "CNPJ"
                  IF PARAM-VALOR-W(1: 14) NUMERIC
                     MOVE PARAM-VALOR-W(1: 14) TO CNPJ-CONTRIB-W
                  END-IF
             WHEN "AMBIENTE"
                  IF PARAM-VALOR-W(1: 1) = "1" OR "2"
                     MOVE PARAM-VALOR-W(1: 1) TO AMBIENTE-W
                  END-IF
             WHEN "RETORNO"
                  MOVE "S" TO MODO-RETORNO-W
           END-EVALUATE.
       TRATA-LINHA-PARAM-FIM.
           EXIT.

       GERA-EVENTOS SECTION.
           IF CNPJ-CONTRIB-W = ZEROS
              DISPLAY "CNPJ DO CONTRIBUINTE NAO INFORMADO EM CTPCP99"
              MOVE SPACES TO REG-RELAT
              MOVE "CNPJ DO CONTRIBUINTE NAO INFORMADO EM CTPCP99"
                   TO REG-RELAT(01: 45)
              MOVE " - NENHUM EVENTO GERADO" TO REG-RELAT(46: 23)
              WRITE REG-RELAT
              MOVE 1 TO ERRO-W
              GO GERA-EVENTOS-FIM.

           OPEN INPUT CAD019 CGD001 CPD020 CPD023 CPD026
           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CAD019 <> "00" AND ST-CAD019 <> "05" AND
              ST-CAD019 <> "35"
              DISPLAY "ERRO ABERTURA CAD019: " ST-CAD019
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CPD023 <> "00" AND ST-CPD023 <> "05" AND
              ST-CPD023 <> "35"
              DISPLAY "ERRO ABERTURA CPD023: " ST-CPD023
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CPD026 <> "00" AND ST-CPD026 <> "05" AND
              ST-CPD026 <> "35"
              DISPLAY "ERRO ABERTURA CPD026: " ST-CPD026
              MOVE 1 TO ERRO-W
           END-IF.
           IF ERRO-W = 1
              GO GERA-EVENTOS-FECHA.

           PERFORM VERIFICA-FECHAMENTOS.

           OPEN OUTPUT ARQ-EVENTOS
           MOVE SPACES TO REG-EVENTO
           MOVE "0"              TO REG-EVENTO(01: 01)
           MOVE AMBIENTE-W       TO REG-EVENTO(02: 01)
           MOVE "1"              TO REG-EVENTO(03: 01)
           MOVE CNPJ-CONTRIB-W   TO REG-EVENTO(04: 14)
           MOVE ANO-REL-W        TO REG-EVENTO(18: 04)
           MOVE "-"              TO REG-EVENTO(22: 01)
           MOVE MES-REL-W        TO REG-EVENTO(23: 02)
           MOVE DATA-HOJE-W      TO REG-EVENTO(25: 08)
           MOVE ID-HORA-W        TO REG-EVENTO(33: 06)
           WRITE REG-EVENTO.

           MOVE SPACES TO REG-RELAT
           MOVE "EVENTO FORNEC NOME"      TO REG-RELAT(01: 18)
           MOVE "INSCRICAO"               TO REG-RELAT(41: 09)
           MOVE "VALOR BRUTO"             TO REG-RELAT(64: 11)
           MOVE "RETIDO"                  TO REG-RELAT(85: 06)
           WRITE REG-RELAT

           IF FECHADO-2000-W = "N"
              PERFORM GERA-R2010
              MOVE 2099 TO EVENTO-W
              PERFORM GRAVA-FECHAMENTO
           END-IF.
           IF FECHADO-4000-W = "N"
              PERFORM GERA-R4010-R4020
              MOVE 4099 TO EVENTO-W
              PERFORM GRAVA-FECHAMENTO
           END-IF.

           MOVE SPACES TO REG-EVENTO
           MOVE "9"              TO REG-EVENTO(01: 01)
           MOVE QT-EVENTOS-W     TO REG-EVENTO(02: 06)
           WRITE REG-EVENTO.
           CLOSE ARQ-EVENTOS.

           PERFORM LISTA-SEM-MOVIMENTO.
       GERA-EVENTOS-FECHA.
           CLOSE CAD019 CGD001 CPD020 CPD023 CPD026.
       GERA-EVENTOS-FIM.
           EXIT.

       VERIFICA-FECHAMENTOS SECTION.
      *    Fechamento aceito (com recibo) trava a serie no periodo.
           MOVE "N" TO FECHADO-2000-W FECHADO-4000-W.
           MOVE ANOMES-REL-NUM-W TO PERIODO-CP49.
           MOVE 2099             TO EVENTO-CP49.
           MOVE ZEROS            TO INSC-CP49.
           READ CPD049 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF SITUACAO-CP49 = 1
                   MOVE "S" TO FECHADO-2000-W
                   MOVE SPACES TO REG-RELAT
                   MOVE "SERIE R-2000 JA FECHADA NO PERIODO"
                        TO REG-RELAT(01: 34)
                   MOVE " (R-2099 RECIBO " TO REG-RELAT(35: 17)
                   MOVE NR-RECIBO-CP49(1: 40) TO REG-RELAT(52: 40)
                   MOVE ") - NAO GERADA" TO REG-RELAT(92: 14)
                   WRITE REG-RELAT
                END-IF
           END-READ.
           MOVE ANOMES-REL-NUM-W TO PERIODO-CP49.
           MOVE 4099             TO EVENTO-CP49.
           MOVE ZEROS            TO INSC-CP49.
           READ CPD049 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF SITUACAO-CP49 = 1
                   MOVE "S" TO FECHADO-4000-W
                   MOVE SPACES TO REG-RELAT
                   MOVE "SERIE R-4000 JA FECHADA NO PERIODO"
                        TO REG-RELAT(01: 34)
                   MOVE " (R-4099 RECIBO " TO REG-RELAT(35: 17)
                   MOVE NR-RECIBO-CP49(1: 40) TO REG-RELAT(52: 40)
                   MOVE ") - NAO GERADA" TO REG-RELAT(92: 14)
                   WRITE REG-RELAT
                END-IF
           END-READ.

       GERA-R2010 SECTION.
      *    CPD026 na chave (fornecedor/seq/tipo): a quebra por
      *    prestador sai natural.
           MOVE 2010  TO EVENTO-W.
           MOVE ZEROS TO FORNEC-ANT-W EVENTO-ABERTO-W QT-R2010-W.
           IF ST-CPD026 NOT = "00"
              GO GERA-R2010-FIM.
           MOVE ZEROS TO FORNEC-CP26 SEQ-CP26 TIPO-IMP-CP26.
           START CPD026 KEY IS NOT < CHAVE-CP26 INVALID KEY
                 MOVE "10" TO ST-CPD026.
           PERFORM UNTIL ST-CPD026 = "10"
              READ CPD026 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD026
              NOT AT END
                   IF TIPO-IMP-CP26 = 3
                      PERFORM AVALIA-NOTA-INSS
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD026.
           IF EVENTO-ABERTO-W = 1
              PERFORM FECHA-EVENTO
           END-IF.
       GERA-R2010-FIM.
           EXIT.

       AVALIA-NOTA-INSS SECTION.
           MOVE FORNEC-CP26 TO FORNEC-CP20.
           MOVE SEQ-CP26    TO SEQ-CP20.
           READ CPD020 INVALID KEY
                GO AVALIA-NOTA-INSS-FIM.
           IF SITUACAO-CP20 = 3 OR SITUACAO-CP20 = 4
              GO AVALIA-NOTA-INSS-FIM.
           MOVE DATA-EMISSAO-CP20 TO DATA-COMPET-W.
           IF DATA-COMPET-W = ZEROS
              MOVE DATA-MOVTO-CP26 TO DATA-COMPET-W.
           IF DATA-COMPET-W(1: 6) NOT = ANOMES-REL-W
              GO AVALIA-NOTA-INSS-FIM.

           IF FORNEC-CP26 NOT = FORNEC-ANT-W
              IF EVENTO-ABERTO-W = 1
                 PERFORM FECHA-EVENTO
              END-IF
              MOVE FORNEC-CP26 TO FORNEC-ANT-W
              PERFORM LE-FORNECEDOR
           END-IF.
           IF TP-INSC-W NOT = 1
              MOVE SPACES TO REG-RELAT
              MOVE "R-2010"          TO REG-RELAT(01: 06)
              MOVE FORNEC-ANT-W      TO REG-RELAT(08: 06)
              MOVE SEQ-CP26          TO REG-RELAT(15: 05)
              MOVE "PRESTADOR PESSOA FISICA - INSS FORA DO R-2010"
                                     TO REG-RELAT(21: 45)
              WRITE REG-RELAT
              ADD 1 TO QT-PENDENCIAS-W
              GO AVALIA-NOTA-INSS-FIM.
           IF EVENTO-ABERTO-W = 0
              PERFORM ABRE-EVENTO
              ADD 1 TO QT-R2010-W
           END-IF.

           PERFORM LE-TIPO-FORNECEDOR.
           IF SERV-REINF-TIPO = ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "R-2010"          TO REG-RELAT(01: 06)
              MOVE FORNEC-ANT-W      TO REG-RELAT(08: 06)
              MOVE SEQ-CP26          TO REG-RELAT(15: 05)
              MOVE "TIPO SEM TIPO DE SERVICO REINF (CAP019) - TIPO "
                                     TO REG-RELAT(21: 47)
              MOVE TIPO-FORN-CP20    TO REG-RELAT(68: 02)
              WRITE REG-RELAT
              ADD 1 TO QT-PENDENCIAS-W
              MOVE 1 TO ERRO-W
              MOVE ZEROS TO TP-SERVICO-W
           ELSE
              COMPUTE TP-SERVICO-W = 100000000 + SERV-REINF-TIPO
           END-IF.

           MOVE SPACES TO REG-EVENTO
           MOVE "2"               TO REG-EVENTO(01: 01)
           MOVE NR-DOCTO-CP20     TO REG-EVENTO(02: 10)
           MOVE DATA-COMPET-W     TO REG-EVENTO(12: 08)
           COMPUTE VALOR-CENT-W = VALOR-TOT-CP20 * 100
           MOVE VALOR-CENT-W      TO REG-EVENTO(20: 14)
           MOVE TP-SERVICO-W      TO REG-EVENTO(34: 09)
           COMPUTE VALOR-CENT-W = VALOR-BASE-CP26 * 100
           MOVE VALOR-CENT-W      TO REG-EVENTO(43: 14)
           COMPUTE VALOR-CENT-W = VALOR-RETIDO-CP26 * 100
           MOVE VALOR-CENT-W      TO REG-EVENTO(57: 14)
           WRITE REG-EVENTO.
           ADD 1                  TO QT-DET-EVT-W.
           ADD VALOR-TOT-CP20     TO VLR-BRUTO-EVT-W.
           ADD VALOR-BASE-CP26    TO VLR-BASE-EVT-W.
           ADD VALOR-RETIDO-CP26  TO VLR-RET-EVT-W.
       AVALIA-NOTA-INSS-FIM.
           EXIT.

       GERA-R4010-R4020 SECTION.
      *    Junta as retencoes IRRF (1) e agregada (4) de cada titulo
      *    antes de olhar os pagamentos dele no mes.
           MOVE ZEROS TO FORNEC-ANT-W EVENTO-ABERTO-W FORNEC-TIT-W
                         SEQ-TIT-W.
           PERFORM ZERA-TITULO.
           IF ST-CPD026 NOT = "00"
              GO GERA-R4010-R4020-FIM.
           MOVE ZEROS TO FORNEC-CP26 SEQ-CP26 TIPO-IMP-CP26.
           START CPD026 KEY IS NOT < CHAVE-CP26 INVALID KEY
                 MOVE "10" TO ST-CPD026.
           PERFORM UNTIL ST-CPD026 = "10"
              READ CPD026 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD026
              NOT AT END
                   IF FORNEC-CP26 NOT = FORNEC-TIT-W OR
                      SEQ-CP26    NOT = SEQ-TIT-W
                      IF FORNEC-TIT-W NOT = ZEROS
                         PERFORM PAGAMENTOS-TITULO
                      END-IF
                      PERFORM ZERA-TITULO
                      MOVE FORNEC-CP26 TO FORNEC-TIT-W
                      MOVE SEQ-CP26    TO SEQ-TIT-W
                   END-IF
                   ADD VALOR-RETIDO-CP26 TO TOT-RETIDO-TIT-W
                   EVALUATE TIPO-IMP-CP26
                     WHEN 1
                          ADD VALOR-BASE-CP26   TO BASE-IR-TIT-W
                          ADD VALOR-RETIDO-CP26 TO IR-TIT-W
                     WHEN 4
                          ADD VALOR-BASE-CP26   TO BASE-AGREG-TIT-W
                          ADD VALOR-RETIDO-CP26 TO AGREG-TIT-W
                   END-EVALUATE
              END-READ
           END-PERFORM.
           IF FORNEC-TIT-W NOT = ZEROS
              PERFORM PAGAMENTOS-TITULO
           END-IF.
           MOVE "00" TO ST-CPD026.
           IF EVENTO-ABERTO-W = 1
              PERFORM FECHA-EVENTO
           END-IF.
       GERA-R4010-R4020-FIM.
           EXIT.

       ZERA-TITULO SECTION.
           MOVE ZEROS TO TOT-RETIDO-TIT-W BASE-IR-TIT-W IR-TIT-W
                         BASE-AGREG-TIT-W AGREG-TIT-W.

       PAGAMENTOS-TITULO SECTION.
      *    Um pagamento por baixa parcial datada no mes; sem baixa
      *    parcial, a quitacao do titulo no mes.
           IF IR-TIT-W = ZEROS AND AGREG-TIT-W = ZEROS
              GO PAGAMENTOS-TITULO-FIM.
           MOVE FORNEC-TIT-W TO FORNEC-CP20.
           MOVE SEQ-TIT-W    TO SEQ-CP20.
           READ CPD020 INVALID KEY
                GO PAGAMENTOS-TITULO-FIM.
           IF SITUACAO-CP20 = 3 OR SITUACAO-CP20 = 4
              GO PAGAMENTOS-TITULO-FIM.
           IF VALOR-TOT-CP20 > TOT-RETIDO-TIT-W
              COMPUTE LIQ-TIT-W = VALOR-TOT-CP20 - TOT-RETIDO-TIT-W
           ELSE
              MOVE VALOR-TOT-CP20 TO LIQ-TIT-W
           END-IF.
           IF LIQ-TIT-W = ZEROS
              GO PAGAMENTOS-TITULO-FIM.

           MOVE ZEROS TO QT-BAIXAS-TIT-W.
           IF ST-CPD023 = "00"
              MOVE FORNEC-CP20 TO FORNEC-CP23
              MOVE SEQ-CP20    TO SEQ-CP23
              MOVE ZEROS       TO SEQ-BAIXA-CP23
              START CPD023 KEY IS NOT < CHAVE-CP23 INVALID KEY
                   MOVE "99" TO ST-CPD023
              END-START
              PERFORM UNTIL ST-CPD023 NOT = "00"
                   READ CPD023 NEXT RECORD AT END
                        MOVE "99" TO ST-CPD023
                   NOT AT END
                        IF FORNEC-CP23 NOT = FORNEC-CP20 OR
                           SEQ-CP23    NOT = SEQ-CP20
                           MOVE "99" TO ST-CPD023
                        ELSE
                           ADD 1 TO QT-BAIXAS-TIT-W
                           IF DATA-PGTO-CP23(1: 6) = ANOMES-REL-W
                              MOVE VALOR-PAGO-CP23 TO VALOR-PAGO-W
                              MOVE DATA-PGTO-CP23  TO DATA-FG-W
                              PERFORM GRAVA-PAGAMENTO
                           END-IF
                        END-IF
                   END-READ
              END-PERFORM
              MOVE "00" TO ST-CPD023
           END-IF.
           IF QT-BAIXAS-TIT-W = ZEROS AND SITUACAO-CP20 = 2 AND
              DATA-PGTO-CP20(1: 6) = ANOMES-REL-W
              MOVE LIQ-TIT-W      TO VALOR-PAGO-W
              MOVE DATA-PGTO-CP20 TO DATA-FG-W
              PERFORM GRAVA-PAGAMENTO
           END-IF.
       PAGAMENTOS-TITULO-FIM.
           EXIT.

       GRAVA-PAGAMENTO SECTION.
           IF FORNEC-TIT-W NOT = FORNEC-ANT-W
              IF EVENTO-ABERTO-W = 1
                 PERFORM FECHA-EVENTO
              END-IF
              MOVE FORNEC-TIT-W TO FORNEC-ANT-W
              PERFORM LE-FORNECEDOR
              IF TP-INSC-W = 2
                 MOVE 4010 TO EVENTO-W
              ELSE
                 MOVE 4020 TO EVENTO-W
              END-IF
              PERFORM ABRE-EVENTO
           END-IF.

           COMPUTE FATOR-W ROUNDED = VALOR-PAGO-W / LIQ-TIT-W.
           IF FATOR-W > 1
              MOVE 1 TO FATOR-W.
           IF FATOR-W = 1
              MOVE VALOR-TOT-CP20   TO BRUTO-PG-W
              MOVE BASE-IR-TIT-W    TO BASE-IR-PG-W
              MOVE IR-TIT-W         TO IR-PG-W
              MOVE BASE-AGREG-TIT-W TO BASE-AGREG-PG-W
              MOVE AGREG-TIT-W      TO AGREG-PG-W
           ELSE
              COMPUTE BRUTO-PG-W ROUNDED = VALOR-TOT-CP20 * FATOR-W
              COMPUTE BASE-IR-PG-W ROUNDED = BASE-IR-TIT-W * FATOR-W
              COMPUTE IR-PG-W ROUNDED = IR-TIT-W * FATOR-W
              COMPUTE BASE-AGREG-PG-W ROUNDED =
                      BASE-AGREG-TIT-W * FATOR-W
              COMPUTE AGREG-PG-W ROUNDED = AGREG-TIT-W * FATOR-W
           END-IF.
      *    Pessoa fisica nao tem retencao agregada no R-4010.
           IF EVENTO-W = 4010
              MOVE ZEROS TO BASE-AGREG-PG-W AGREG-PG-W.

           PERFORM LE-TIPO-FORNECEDOR.
           IF NAT-REND-TIPO = ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "R-"              TO REG-RELAT(01: 02)
              MOVE EVENTO-W          TO REG-RELAT(03: 04)
              MOVE FORNEC-ANT-W      TO REG-RELAT(08: 06)
              MOVE SEQ-TIT-W         TO REG-RELAT(15: 05)
              MOVE "TIPO SEM NATUREZA DO RENDIMENTO (CAP019) - TIPO "
                                     TO REG-RELAT(21: 48)
              MOVE TIPO-FORN-CP20    TO REG-RELAT(69: 02)
              WRITE REG-RELAT
              ADD 1 TO QT-PENDENCIAS-W
              MOVE 1 TO ERRO-W
           END-IF.

           MOVE SPACES TO REG-EVENTO
           MOVE "2"               TO REG-EVENTO(01: 01)
           MOVE NAT-REND-TIPO     TO REG-EVENTO(02: 05)
           MOVE DATA-FG-W         TO REG-EVENTO(07: 08)
           COMPUTE VALOR-CENT-W = BRUTO-PG-W * 100
           MOVE VALOR-CENT-W      TO REG-EVENTO(15: 14)
           COMPUTE VALOR-CENT-W = BASE-IR-PG-W * 100
           MOVE VALOR-CENT-W      TO REG-EVENTO(29: 14)
           COMPUTE VALOR-CENT-W = IR-PG-W * 100
           MOVE VALOR-CENT-W      TO REG-EVENTO(43: 14)
           COMPUTE VALOR-CENT-W = BASE-AGREG-PG-W * 100
           MOVE VALOR-CENT-W      TO REG-EVENTO(57: 14)
           COMPUTE VALOR-CENT-W = AGREG-PG-W * 100
           MOVE VALOR-CENT-W      TO REG-EVENTO(71: 14)
           MOVE FORNEC-TIT-W      TO REG-EVENTO(85: 06)
           MOVE SEQ-TIT-W         TO REG-EVENTO(91: 05)
           WRITE REG-EVENTO.
           ADD 1                  TO QT-DET-EVT-W.
           ADD BRUTO-PG-W         TO VLR-BRUTO-EVT-W.
           ADD BASE-IR-PG-W       TO VLR-BASE-EVT-W.
           ADD IR-PG-W AGREG-PG-W TO VLR-RET-EVT-W.

       LE-FORNECEDOR SECTION.
      *    Tipo de inscricao Reinf: 1-CNPJ (pessoa juridica)
      *    2-CPF (pessoa fisica).
           MOVE FORNEC-ANT-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01
                MOVE ZEROS      TO CGC-CG01 TIPO-PESSOA-CG01.
           MOVE NOME-CG01 TO NOME-W.
           MOVE CGC-CG01  TO INSC-W.
           IF TIPO-PESSOA-CG01 = 1
              MOVE 2 TO TP-INSC-W
           ELSE
              MOVE 1 TO TP-INSC-W
           END-IF.
           IF CGC-CG01 = ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE FORNEC-ANT-W      TO REG-RELAT(08: 06)
              MOVE NOME-W(1: 25)     TO REG-RELAT(15: 25)
              MOVE "FORNECEDOR SEM CNPJ/CPF EM CGD001"
                                     TO REG-RELAT(41: 33)
              WRITE REG-RELAT
              ADD 1 TO QT-PENDENCIAS-W
              MOVE 1 TO ERRO-W
           END-IF.

       LE-TIPO-FORNECEDOR SECTION.
           MOVE TIPO-FORN-CP20 TO CODIGO-TIPO.
           READ CAD019 INVALID KEY
                MOVE ZEROS TO NAT-REND-TIPO SERV-REINF-TIPO.

       ABRE-EVENTO SECTION.
      *    Evento que ja tem recibo em CPD049 sai como retificador.
           MOVE ZEROS TO QT-DET-EVT-W VLR-BRUTO-EVT-W VLR-BASE-EVT-W
                         VLR-RET-EVT-W.
           ADD 1 TO ID-SEQ-W.
           MOVE SPACES TO REG-EVENTO
           MOVE "1"               TO REG-EVENTO(01: 01)
           MOVE EVENTO-W          TO REG-EVENTO(02: 04)
           MOVE ID-EVENTO-W       TO REG-EVENTO(06: 36)
           MOVE "1"               TO REG-EVENTO(42: 01)
           MOVE ANOMES-REL-NUM-W  TO PERIODO-CP49
           MOVE EVENTO-W          TO EVENTO-CP49
           MOVE INSC-W            TO INSC-CP49
           READ CPD049 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF NR-RECIBO-CP49 NOT = SPACES
                   MOVE "2"            TO REG-EVENTO(42: 01)
                   MOVE NR-RECIBO-CP49 TO REG-EVENTO(43: 52)
                   ADD 1 TO QT-RETIFICA-W
                END-IF
           END-READ.
           EVALUATE EVENTO-W
             WHEN 2099
                  IF QT-R2010-W > ZEROS
                     MOVE "S"     TO REG-EVENTO(95: 01)
                  ELSE
                     MOVE "N"     TO REG-EVENTO(95: 01)
                  END-IF
                  MOVE "NNNNN"    TO REG-EVENTO(96: 05)
             WHEN 4099
                  MOVE "0"        TO REG-EVENTO(95: 01)
             WHEN OTHER
                  MOVE TP-INSC-W  TO REG-EVENTO(95: 01)
                  MOVE INSC-W     TO REG-EVENTO(96: 14)
                  MOVE NOME-W     TO REG-EVENTO(110: 30)
           END-EVALUATE.
           WRITE REG-EVENTO.
           MOVE 1 TO EVENTO-ABERTO-W.

       FECHA-EVENTO SECTION.
           MOVE SPACES TO REG-EVENTO
           MOVE "3"               TO REG-EVENTO(01: 01)
           MOVE QT-DET-EVT-W      TO REG-EVENTO(02: 05)
           COMPUTE VALOR-CENT-W = VLR-BRUTO-EVT-W * 100
           MOVE VALOR-CENT-W      TO REG-EVENTO(07: 14)
           COMPUTE VALOR-CENT-W = VLR-BASE-EVT-W * 100
           MOVE VALOR-CENT-W      TO REG-EVENTO(21: 14)
           COMPUTE VALOR-CENT-W = VLR-RET-EVT-W * 100
           MOVE VALOR-CENT-W      TO REG-EVENTO(35: 14)
           WRITE REG-EVENTO.
           ADD 1 TO QT-EVENTOS-W.
           MOVE ZEROS TO EVENTO-ABERTO-W.

      *    Controle do evento: guarda o Id desta geracao e mantem o
      *    recibo da ultima versao aceita.
           MOVE ANOMES-REL-NUM-W  TO PERIODO-CP49.
           MOVE EVENTO-W          TO EVENTO-CP49.
           MOVE INSC-W            TO INSC-CP49.
           READ CPD049 INVALID KEY
                INITIALIZE REG-CPD049
                MOVE ANOMES-REL-NUM-W TO PERIODO-CP49
                MOVE EVENTO-W         TO EVENTO-CP49
                MOVE INSC-W           TO INSC-CP49
                MOVE SPACES           TO NR-RECIBO-CP49
                MOVE "99" TO ST-CPD049
           END-READ.
           MOVE FORNEC-ANT-W      TO FORNEC-CP49.
           MOVE ID-EVENTO-W       TO ID-EVENTO-CP49.
           MOVE DATA-HOJE-W       TO DATA-GERACAO-CP49.
           MOVE VLR-BRUTO-EVT-W   TO VALOR-BRUTO-CP49.
           MOVE VLR-RET-EVT-W     TO VALOR-RETIDO-CP49.
           MOVE ZEROS             TO SITUACAO-CP49.
           MOVE SPACES            TO MENSAGEM-CP49.
           IF ST-CPD049 = "99"
              WRITE REG-CPD049 INVALID KEY
                    DISPLAY "ERRO GRAVACAO CPD049: " ST-CPD049
                    MOVE 1 TO ERRO-W
              END-WRITE
           ELSE
              REWRITE REG-CPD049 INVALID KEY
                    DISPLAY "ERRO REGRAVACAO CPD049: " ST-CPD049
                    MOVE 1 TO ERRO-W
              END-REWRITE
           END-IF.

           MOVE SPACES TO REG-RELAT
           MOVE "R-"              TO REG-RELAT(01: 02)
           MOVE EVENTO-W          TO REG-RELAT(03: 04)
           IF EVENTO-W NOT = 2099 AND EVENTO-W NOT = 4099
              MOVE FORNEC-ANT-W   TO REG-RELAT(08: 06)
              MOVE NOME-W(1: 25)  TO REG-RELAT(15: 25)
              MOVE 2              TO GEMASCAR-FUNCAO
              IF TP-INSC-W = 2
                 MOVE 1           TO GEMASCAR-TIPO
              ELSE
                 MOVE 2           TO GEMASCAR-TIPO
              END-IF
              MOVE INSC-W         TO GEMASCAR-DOCUMENTO
              MOVE SPACES         TO GEMASCAR-REFERENCIA
              STRING "CGD001 " FORNEC-ANT-W DELIMITED BY SIZE
                     INTO GEMASCAR-REFERENCIA
              CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
              MOVE GEMASCAR-TEXTO(1: 18) TO REG-RELAT(41: 18)
              MOVE VLR-BRUTO-EVT-W TO VALOR-E
              MOVE VALOR-E        TO REG-RELAT(60: 15)
              MOVE VLR-RET-EVT-W  TO VALOR-E
              MOVE VALOR-E        TO REG-RELAT(76: 15)
           ELSE
              MOVE "FECHAMENTO DO PERIODO" TO REG-RELAT(15: 21)
           END-IF.
           IF NR-RECIBO-CP49 NOT = SPACES
              MOVE "RETIFICA"     TO REG-RELAT(92: 08)
           END-IF.
           WRITE REG-RELAT.

       GRAVA-FECHAMENTO SECTION.
           MOVE ZEROS  TO INSC-W FORNEC-ANT-W TP-INSC-W.
           MOVE SPACES TO NOME-W.
           PERFORM ABRE-EVENTO.
           PERFORM FECHA-EVENTO.

       LISTA-SEM-MOVIMENTO SECTION.
      *    Evento aceito em geracao anterior que nao saiu nesta
      *    (pagamento estornado, retencao removida) precisa ser
      *    excluido pelo transmissor com o recibo dele.
           MOVE ANOMES-REL-NUM-W TO PERIODO-CP49.
           MOVE ZEROS            TO EVENTO-CP49 INSC-CP49.
           START CPD049 KEY IS NOT < CHAVE-CP49 INVALID KEY
                 MOVE "10" TO ST-CPD049.
           PERFORM UNTIL ST-CPD049 = "10"
              READ CPD049 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD049
              NOT AT END
                   IF PERIODO-CP49 NOT = ANOMES-REL-NUM-W
                      MOVE "10" TO ST-CPD049
                   ELSE
                      PERFORM AVALIA-SEM-MOVIMENTO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD049.

       AVALIA-SEM-MOVIMENTO SECTION.
           IF EVENTO-CP49 = 2099 OR EVENTO-CP49 = 4099
              GO AVALIA-SEM-MOVIMENTO-FIM.
           IF EVENTO-CP49 < 4000 AND FECHADO-2000-W = "S"
              GO AVALIA-SEM-MOVIMENTO-FIM.
           IF EVENTO-CP49 > 3999 AND FECHADO-4000-W = "S"
              GO AVALIA-SEM-MOVIMENTO-FIM.
           IF ID-EVENTO-CP49(18: 14) = ID-CARIMBO-W OR
              NR-RECIBO-CP49 = SPACES
              GO AVALIA-SEM-MOVIMENTO-FIM.
           MOVE SPACES TO REG-RELAT
           MOVE "R-"              TO REG-RELAT(01: 02)
           MOVE EVENTO-CP49       TO REG-RELAT(03: 04)
           MOVE FORNEC-CP49       TO REG-RELAT(08: 06)
           MOVE 2                 TO GEMASCAR-FUNCAO
           IF EVENTO-CP49 = 4010
              MOVE 1              TO GEMASCAR-TIPO
           ELSE
              MOVE 2              TO GEMASCAR-TIPO
           END-IF
           MOVE INSC-CP49         TO GEMASCAR-DOCUMENTO
           MOVE SPACES            TO GEMASCAR-REFERENCIA
           STRING "CGD001 " FORNEC-CP49 DELIMITED BY SIZE
                  INTO GEMASCAR-REFERENCIA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           MOVE GEMASCAR-TEXTO(1: 18) TO REG-RELAT(15: 18)
           MOVE "SEM MOVIMENTO - EXCLUIR (R-9000) O RECIBO "
                                  TO REG-RELAT(34: 42)
           MOVE NR-RECIBO-CP49(1: 45) TO REG-RELAT(76: 45)
           WRITE REG-RELAT.
           ADD 1 TO QT-EXCLUIR-W.
       AVALIA-SEM-MOVIMENTO-FIM.
           EXIT.

       LE-RETORNO SECTION.
      *    Grava em CPD049 o recibo/rejeicao de cada evento pelo Id.
           OPEN INPUT ARQ-RETORNO
           IF ST-RETORNO NOT = "00"
              DISPLAY "ERRO ABERTURA RETCP99: " ST-RETORNO
              MOVE 1 TO ERRO-W
              GO LE-RETORNO-FIM.
           MOVE SPACES TO REG-RELAT
           MOVE "ID DO EVENTO"           TO REG-RELAT(01: 12)
           MOVE "SITUACAO"               TO REG-RELAT(38: 08)
           MOVE "RECIBO / OCORRENCIA"    TO REG-RELAT(50: 19)
           WRITE REG-RELAT
           PERFORM UNTIL ST-RETORNO NOT = "00"
              READ ARQ-RETORNO AT END
                   MOVE "10" TO ST-RETORNO
              NOT AT END
                   IF REG-RETORNO NOT = SPACES
                      PERFORM TRATA-LINHA-RETORNO
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE ARQ-RETORNO.
       LE-RETORNO-FIM.
           EXIT.

       TRATA-LINHA-RETORNO SECTION.
           MOVE SPACES TO RET-ID-W RET-SITUACAO-W RET-RECIBO-W
                          RET-MENSAGEM-W.
           UNSTRING REG-RETORNO DELIMITED BY ";"
                    INTO RET-ID-W RET-SITUACAO-W RET-RECIBO-W
                         RET-MENSAGEM-W.
           MOVE SPACES TO REG-RELAT
           MOVE RET-ID-W          TO REG-RELAT(01: 36)
           MOVE RET-ID-W          TO ID-EVENTO-CP49.
           READ CPD049 KEY IS ID-EVENTO-CP49 INVALID KEY
                MOVE "ID NAO GERADO POR ESTA EMPRESA"
                                  TO REG-RELAT(38: 30)
                WRITE REG-RELAT
                MOVE 1 TO ERRO-W
                GO TRATA-LINHA-RETORNO-FIM.
           EVALUATE RET-SITUACAO-W
             WHEN "0"
                  MOVE 1              TO SITUACAO-CP49
                  MOVE RET-RECIBO-W   TO NR-RECIBO-CP49
                  MOVE SPACES         TO MENSAGEM-CP49
                  MOVE "ACEITO"       TO REG-RELAT(38: 06)
                  MOVE RET-RECIBO-W(1: 52) TO REG-RELAT(50: 52)
                  ADD 1 TO QT-ACEITOS-W
             WHEN "1"
      *           Rejeicao mantem o recibo da versao aceita anterior.
                  MOVE 2              TO SITUACAO-CP49
                  MOVE RET-MENSAGEM-W TO MENSAGEM-CP49
                  MOVE "REJEITADO"    TO REG-RELAT(38: 09)
                  MOVE RET-MENSAGEM-W(1: 52) TO REG-RELAT(50: 52)
                  ADD 1 TO QT-REJEITADOS-W
                  MOVE 1 TO ERRO-W
             WHEN OTHER
                  MOVE "PROCESSANDO"  TO REG-RELAT(38: 11)
                  WRITE REG-RELAT
                  GO TRATA-LINHA-RETORNO-FIM
           END-EVALUATE.
           MOVE DATA-HOJE-W TO DATA-RETORNO-CP49.
           REWRITE REG-CPD049 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CPD049: " ST-CPD049
                   MOVE 1 TO ERRO-W.
           WRITE REG-RELAT.
       TRATA-LINHA-RETORNO-FIM.
           EXIT.
