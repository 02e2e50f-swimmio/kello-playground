       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRB007.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Geracao mensal do lote de RPS (recibo provisorio de
      * servico) p/ a NFS-e da prefeitura - os servicos de formatura
      * eram faturados fora do sistema e a numeracao de RPS ficava
      * com buracos. Cada baixa de parcela de contrato (CRD002, nao
      * estornada, com data da baixa na competencia e ainda sem RPS)
      * vira um RPS, com o tomador (responsavel financeiro da
      * parcela, CRD001) vindo de CLD001. O RPS fica em CRD005 com a
      * chave da baixa, e a baixa guarda o numero do RPS
      * (NR-RPS-CR02), ambos com imagem LOG003.
      * A numeracao e continua: o proximo RPS e o ultimo de CRD005
      * + 1, e RPS cancelado/rejeitado pela prefeitura (CRB008)
      * continua em CRD005 com o numero consumido - a baixa dele
      * ganha RPS novo, com outro numero, quando a competencia e
      * reprocessada. Antes de gerar, a numeracao de CRD005 e
      * conferida (numero faltando sai no relatorio), e o relatorio
      * lista os RPS cancelados da competencia e as baixas
      * estornadas cujo RPS continua valido (a NFS-e precisa ser
      * cancelada na prefeitura).
      *
      * Parametro: arquivo NFSCR07 na pasta da empresa -
      *   linha 1: competencia AAAAMM (vazio = mes anterior)
      *   linha 2: inscricao municipal da empresa (X(15))
      *   linha 3: codigo do servico na lista da prefeitura (X(05))
      *   linha 4: aliquota do ISS (4 digitos, 2 decimais - 0500 =
      *            5,00%)
      *   linha 5: serie do RPS (X(05))
      *
      * Layout do lote (RPSCR07, 372 posicoes):
      *  registro 1 (header) : "1" + versao "001" + inscricao
      *      municipal(15) + data inicial(8) + data final(8)
      *  registro 2 (detalhe): "2" + tipo "RPS  " + serie(5) +
      *      numero RPS(12) + data emissao(8) + situacao "T" +
      *      valor servicos(15, centavos) + deducoes(15) + codigo
      *      servico(5) + aliquota(4) + ISS retido "2" + indicador
      *      CPF do tomador(1: "1" CPF, "3" nao informado) +
      *      CPF(14) + nome(75) + endereco(50) + cidade(50) + uf(2)
      *      + cep(8) + discriminacao(100)
      *  registro 9 (trailer): "9" + qtde detalhes(7) + valor
      *      servicos(15) + deducoes(15)
      * Saida: RELCR07 (RPS gerados, baixas recusadas, numeracao,
      * cancelados e estornos a cancelar).
      * O RPSCR07 leva o CPF inteiro do tomador - a geracao fica
      * registrada em LOGACESS como EXPORTADO (GEMASCAR funcao 5,
      * como o EXPCP33 do CPB033).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CLPX001.
           COPY CRPX001.
           COPY CRPX002.
           COPY CRPX005.
           COPY LOGX003.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RPS ASSIGN TO PATH-RPS
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RPS.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CLPW001.
       COPY CRPW001.
       COPY CRPW002.
       COPY CRPW005.
       COPY LOGW003.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RPS.
       01  REG-RPS                  PIC X(372).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CLD001             PIC XX       VALUE SPACES.
           05  ST-CRD001             PIC XX       VALUE SPACES.
           05  ST-CRD002             PIC XX       VALUE SPACES.
           05  ST-CRD005             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RPS                PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
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
           05  PATH-RPS              PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-R REDEFINES DATA-HOJE-W.
               10  ANO-HOJE-W        PIC 9(4).
               10  MES-HOJE-W        PIC 9(2).
               10  DIA-HOJE-W        PIC 9(2).
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  COMPETENCIA-R REDEFINES COMPETENCIA-W.
               10  ANO-COMP-W        PIC 9(4).
               10  MES-COMP-W        PIC 9(2).
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  INSCR-MUNIC-W         PIC X(15)    VALUE SPACES.
           05  COD-SERVICO-W         PIC X(05)    VALUE SPACES.
           05  ALIQUOTA-W            PIC 9(04)    VALUE ZEROS.
           05  SERIE-RPS-W           PIC X(05)    VALUE SPACES.
           05  ULT-RPS-W             PIC 9(8)     VALUE ZEROS.
           05  ESPERADO-RPS-W        PIC 9(8)     VALUE ZEROS.
           05  VALOR-CENTAVOS-W      PIC 9(15)    VALUE ZEROS.
           05  SOMA-RPS-W            PIC 9(13)V99 VALUE ZEROS.
           05  DISCRIMINACAO-W       PIC X(100)   VALUE SPACES.
           05  MOTIVO-W              PIC X(40)    VALUE SPACES.
           05  NOME-W                PIC X(30)    VALUE SPACES.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  COMP-E                PIC 99/9999.

           05  QT-GERADOS-W          PIC 9(6)     VALUE ZEROS.
           05  QT-RECUSADOS-W        PIC 9(6)     VALUE ZEROS.
           05  QT-FALTANTES-W        PIC 9(6)     VALUE ZEROS.
           05  QT-CANCELADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QT-ESTORNADOS-W       PIC 9(6)     VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPMASCAR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-GERADOS-W QT-RECUSADOS-W
                         QT-FALTANTES-W QT-CANCELADOS-W
                         QT-ESTORNADOS-W SOMA-RPS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CLD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CLD001
           MOVE "CRD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001
           MOVE "CRD002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD002
           MOVE "CRD005"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD005
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "NFSCR07" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RPSCR07" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RPS
           MOVE "RELCR07" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE
           MOVE 1             TO GEMASCAR-FUNCAO
           MOVE EMP-REC       TO GEMASCAR-EMPRESA
           MOVE SPACES        TO GEMASCAR-USUARIO
           MOVE "CRB007"      TO GEMASCAR-PROGRAMA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR

           PERFORM LE-PARAMETROS.

           OPEN INPUT CLD001 CRD001
           OPEN I-O   CRD002 LOG003
           OPEN I-O   CRD005
           IF ST-CRD005 = "35"
              CLOSE CRD005      OPEN OUTPUT CRD005
              CLOSE CRD005      OPEN I-O CRD005
           END-IF
           OPEN OUTPUT ARQ-RPS ARQ-RELAT

           IF ST-CRD002 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CRD002/LOG003: " ST-CRD002 " "
                      ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CRD005 <> "00"
              DISPLAY "ERRO ABERTURA CRD005: " ST-CRD005
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem o responsavel financeiro (CRD001/CLD001) o RPS sairia
      *    sem tomador - a prefeitura rejeita; melhor nem gerar.
           IF ST-CRD001 <> "00" OR ST-CLD001 <> "00"
              DISPLAY "ERRO ABERTURA CRD001/CLD001: " ST-CRD001 " "
                      ST-CLD001
              MOVE 1 TO ERRO-W
           END-IF.
           IF INSCR-MUNIC-W = SPACES OR COD-SERVICO-W = SPACES
              DISPLAY "INFORME INSCRICAO MUNICIPAL E CODIGO DO SERVICO"
                      " EM NFSCR07"
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM CABECALHO-RELATORIO
              PERFORM CONFERE-NUMERACAO
              PERFORM GRAVA-HEADER-RPS
              PERFORM VARRE-CRD002
              PERFORM GRAVA-TRAILER-RPS
              PERFORM LISTA-CANCELADOS
              PERFORM TOTAL-RELATORIO
           END-IF.

           CLOSE CLD001 CRD001 CRD002 CRD005 LOG003 ARQ-RPS ARQ-RELAT.
           IF ERRO-W = 0 AND QT-GERADOS-W > ZEROS
              MOVE 5             TO GEMASCAR-FUNCAO
              MOVE SPACES        TO GEMASCAR-REFERENCIA
              MOVE "RPSCR07"     TO GEMASCAR-REFERENCIA
              CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           END-IF.
           MOVE 9 TO GEMASCAR-FUNCAO
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           CANCEL "GEMASCAR".

           MOVE COMPETENCIA-W TO COMP-E.
           DISPLAY "COMPETENCIA......................: " COMP-E.
           DISPLAY "RPS GERADOS......................: " QT-GERADOS-W.
           DISPLAY "BAIXAS SEM TOMADOR (NAO GERADAS).: "
                   QT-RECUSADOS-W.
           DISPLAY "NUMEROS DE RPS FALTANDO EM CRD005: "
                   QT-FALTANTES-W.
           DISPLAY "RPS CANCELADOS NA COMPETENCIA....: "
                   QT-CANCELADOS-W.
           DISPLAY "ESTORNOS COM NFS-E A CANCELAR....: "
                   QT-ESTORNADOS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       LE-PARAMETROS SECTION.
      *    Competencia vazia = mes anterior ao do processamento.
           MOVE ZEROS TO COMPETENCIA-W ALIQUOTA-W.
           MOVE SPACES TO INSCR-MUNIC-W COD-SERVICO-W SERIE-RPS-W.
           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 6) NUMERIC
                    MOVE REG-PARAM(1: 6) TO COMPETENCIA-W
                 END-IF
              END-READ
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END MOVE REG-PARAM(1: 15) TO INSCR-MUNIC-W
              END-READ
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END MOVE REG-PARAM(1: 5) TO COD-SERVICO-W
              END-READ
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 4) NUMERIC
                    MOVE REG-PARAM(1: 4) TO ALIQUOTA-W
                 END-IF
              END-READ
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END MOVE REG-PARAM(1: 5) TO SERIE-RPS-W
              END-READ
              CLOSE ARQ-PARAM
           END-IF.
           IF COMPETENCIA-W = ZEROS OR MES-COMP-W = ZEROS OR
              MES-COMP-W > 12
              IF MES-HOJE-W = 1
                 COMPUTE ANO-COMP-W = ANO-HOJE-W - 1
                 MOVE 12 TO MES-COMP-W
              ELSE
                 MOVE ANO-HOJE-W TO ANO-COMP-W
                 COMPUTE MES-COMP-W = MES-HOJE-W - 1
              END-IF
           END-IF.
           COMPUTE DATA-INI-W = COMPETENCIA-W * 100 + 1.
           COMPUTE DATA-FIM-W = COMPETENCIA-W * 100 + 31.

       CABECALHO-RELATORIO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "LOTE DE RPS P/ NFS-E - COMPETENCIA " TO
                REG-RELAT(01: 35)
           MOVE COMPETENCIA-W TO COMP-E
           MOVE COMP-E TO REG-RELAT(36: 07)
           MOVE "EMISSAO " TO REG-RELAT(46: 08)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E TO REG-RELAT(54: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "RPS      CONTR FORM PC SQ  CLIENTE  NOME" TO
                REG-RELAT(01: 40)
           MOVE "                 VALOR  OBSERVACAO" TO
                REG-RELAT(58: 35)
           WRITE REG-RELAT.

       CONFERE-NUMERACAO SECTION.
      *    Percorre CRD005 na ordem do numero: acha o ultimo RPS e
      *    aponta qualquer numero faltando na sequencia.
           MOVE ZEROS TO ULT-RPS-W NR-RPS-CR05.
           MOVE 1     TO ESPERADO-RPS-W.
           START CRD005 KEY IS NOT < NR-RPS-CR05 INVALID KEY
                 MOVE "10" TO ST-CRD005.
           PERFORM UNTIL ST-CRD005 = "10"
              READ CRD005 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD005
              NOT AT END
                   PERFORM UNTIL ESPERADO-RPS-W NOT < NR-RPS-CR05
                      ADD 1 TO QT-FALTANTES-W
                      MOVE SPACES TO REG-RELAT
                      MOVE ESPERADO-RPS-W TO REG-RELAT(01: 08)
                      MOVE "NUMERO DE RPS FALTANDO EM CRD005" TO
                           REG-RELAT(76: 32)
                      WRITE REG-RELAT
                      ADD 1 TO ESPERADO-RPS-W
                   END-PERFORM
                   MOVE NR-RPS-CR05 TO ULT-RPS-W
                   COMPUTE ESPERADO-RPS-W = NR-RPS-CR05 + 1
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD005.

       GRAVA-HEADER-RPS SECTION.
           MOVE SPACES TO REG-RPS
           MOVE "1"              TO REG-RPS(1: 1)
           MOVE "001"            TO REG-RPS(2: 3)
           MOVE INSCR-MUNIC-W    TO REG-RPS(5: 15)
           MOVE DATA-INI-W       TO REG-RPS(20: 8)
           MOVE DATA-FIM-W       TO REG-RPS(28: 8)
           WRITE REG-RPS.

       VARRE-CRD002 SECTION.
           MOVE ZEROS TO CHAVE-CR02.
           START CRD002 KEY IS NOT < CHAVE-CR02 INVALID KEY
                 MOVE "10" TO ST-CRD002.
           PERFORM UNTIL ST-CRD002 = "10"
              READ CRD002 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD002
              NOT AT END
      *            Baixa gravada antes do RPS traz o campo em branco.
                   IF NR-RPS-CR02 NOT NUMERIC
                      MOVE ZEROS TO NR-RPS-CR02 NR-NFSE-CR02
                   END-IF
                   IF ESTORNADO-CR02 = 0 AND NR-RPS-CR02 = ZEROS AND
                      DATA-BAIXA-CR02 NOT < DATA-INI-W AND
                      DATA-BAIXA-CR02 NOT > DATA-FIM-W
                      PERFORM GERA-RPS
                   END-IF
                   IF ESTORNADO-CR02 = 1 AND NR-RPS-CR02 > ZEROS
                      PERFORM VERIFICA-ESTORNO-FATURADO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD002.

       GERA-RPS SECTION.
           MOVE SPACES TO NOME-W.
           MOVE ZEROS  TO CLIENTE-CR01.
           MOVE NR-CONTRATO-CR02  TO NR-CONTRATO-CR01.
           MOVE SEQ-FORMANDO-CR02 TO SEQ-FORMANDO-CR01.
           MOVE NR-PARCELA-CR02   TO NR-PARCELA-CR01.
           READ CRD001 INVALID KEY
                MOVE ZEROS TO CLIENTE-CR01.
           IF CLIENTE-CR01 = ZEROS
              MOVE "PARCELA SEM RESPONSAVEL FINANCEIRO" TO MOTIVO-W
              PERFORM RECUSA-BAIXA
              GO GERA-RPS-FIM.
           MOVE CLIENTE-CR01 TO CODIGO-CL01.
           READ CLD001 INVALID KEY
                MOVE "TOMADOR NAO CADASTRADO EM CLD001" TO MOTIVO-W
                PERFORM RECUSA-BAIXA
                GO GERA-RPS-FIM.
           MOVE NOME-CL01 TO NOME-W.

           ADD 1 TO ULT-RPS-W.
           INITIALIZE REG-CRD005.
           MOVE ULT-RPS-W         TO NR-RPS-CR05
           MOVE SERIE-RPS-W       TO SERIE-RPS-CR05
           MOVE DATA-HOJE-W       TO DATA-EMISSAO-CR05
           MOVE COMPETENCIA-W     TO COMPETENCIA-CR05
           MOVE NR-CONTRATO-CR02  TO CONTRATO-CR05
           MOVE SEQ-FORMANDO-CR02 TO FORMANDO-CR05
           MOVE NR-PARCELA-CR02   TO PARCELA-CR05
           MOVE SEQ-BAIXA-CR02    TO SEQ-BAIXA-CR05
           MOVE CLIENTE-CR01      TO CLIENTE-CR05
           MOVE VALOR-CR02        TO VALOR-CR05
           MOVE 0                 TO SITUACAO-CR05
           MOVE USUARIO-W         TO USUARIO-CR05
           WRITE REG-CRD005 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CRD005: " ST-CRD005 " RPS="
                         ULT-RPS-W
                 SUBTRACT 1 FROM ULT-RPS-W
                 MOVE 1 TO ERRO-W
                 GO GERA-RPS-FIM.
           MOVE "I"        TO LOG3-OPERACAO
           MOVE "CRD005"   TO LOG3-ARQUIVO
           MOVE REG-CRD005 TO LOG3-REGISTRO
           PERFORM GRAVA-LOG.

           PERFORM GRAVA-DETALHE-RPS.

           MOVE ULT-RPS-W TO NR-RPS-CR02.
           MOVE ZEROS     TO NR-NFSE-CR02.
           REWRITE REG-CRD002 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CRD002: " ST-CRD002
                   MOVE 1 TO ERRO-W
           NOT INVALID KEY
                   MOVE "A"        TO LOG3-OPERACAO
                   MOVE "CRD002"   TO LOG3-ARQUIVO
                   MOVE REG-CRD002 TO LOG3-REGISTRO
                   PERFORM GRAVA-LOG
           END-REWRITE.

           ADD 1 TO QT-GERADOS-W.
           ADD VALOR-CR02 TO SOMA-RPS-W.
           MOVE SPACES TO MOTIVO-W.
           PERFORM IMPRIME-LINHA.
       GERA-RPS-FIM.
           EXIT.

       GRAVA-DETALHE-RPS SECTION.
           MOVE SPACES TO DISCRIMINACAO-W.
           STRING "SERVICOS DE FORMATURA - CONTRATO " NR-CONTRATO-CR02
                  " FORMANDO " SEQ-FORMANDO-CR02
                  " PARCELA " NR-PARCELA-CR02
                  DELIMITED BY SIZE INTO DISCRIMINACAO-W.
           MOVE SPACES TO REG-RPS
           MOVE "2"              TO REG-RPS(1: 1)
           MOVE "RPS"            TO REG-RPS(2: 5)
           MOVE SERIE-RPS-W      TO REG-RPS(7: 5)
           MOVE ZEROS            TO REG-RPS(12: 4)
           MOVE ULT-RPS-W        TO REG-RPS(16: 8)
           MOVE DATA-HOJE-W      TO REG-RPS(24: 8)
           MOVE "T"              TO REG-RPS(32: 1)
           COMPUTE VALOR-CENTAVOS-W = VALOR-CR02 * 100
           MOVE VALOR-CENTAVOS-W TO REG-RPS(33: 15)
           MOVE ZEROS            TO VALOR-CENTAVOS-W
           MOVE VALOR-CENTAVOS-W TO REG-RPS(48: 15)
           MOVE COD-SERVICO-W    TO REG-RPS(63: 5)
           MOVE ALIQUOTA-W       TO REG-RPS(68: 4)
           MOVE "2"              TO REG-RPS(72: 1)
           IF CPF-CL01 = ZEROS
              MOVE "3"           TO REG-RPS(73: 1)
           ELSE
              MOVE "1"           TO REG-RPS(73: 1)
           END-IF
           MOVE ZEROS            TO REG-RPS(74: 3)
           MOVE CPF-CL01         TO REG-RPS(77: 11)
           MOVE NOME-CL01        TO REG-RPS(88: 75)
           MOVE ENDERECO-CL01    TO REG-RPS(163: 50)
           MOVE CIDADE-CL01      TO REG-RPS(213: 50)
           MOVE UF-CL01          TO REG-RPS(263: 2)
           MOVE CEP-CL01         TO REG-RPS(265: 8)
           MOVE DISCRIMINACAO-W  TO REG-RPS(273: 100)
           WRITE REG-RPS.

       GRAVA-TRAILER-RPS SECTION.
           MOVE SPACES TO REG-RPS
           MOVE "9"              TO REG-RPS(1: 1)
           MOVE QT-GERADOS-W     TO REG-RPS(2: 7)
           COMPUTE VALOR-CENTAVOS-W = SOMA-RPS-W * 100
           MOVE VALOR-CENTAVOS-W TO REG-RPS(9: 15)
           MOVE ZEROS            TO VALOR-CENTAVOS-W
           MOVE VALOR-CENTAVOS-W TO REG-RPS(24: 15)
           WRITE REG-RPS.

       RECUSA-BAIXA SECTION.
      *    Baixa sem tomador nao consome numero de RPS - entra no
      *    proximo processamento da competencia, corrigido o cadastro.
           ADD 1 TO QT-RECUSADOS-W.
           MOVE ZEROS TO NR-RPS-CR05.
           PERFORM IMPRIME-LINHA.

       VERIFICA-ESTORNO-FATURADO SECTION.
      *    Baixa estornada (cheque devolvido, boleto estornado) cujo
      *    RPS nao foi cancelado: a NFS-e precisa ser cancelada na
      *    prefeitura.
           MOVE NR-RPS-CR02 TO NR-RPS-CR05.
           READ CRD005 INVALID KEY
                GO VERIFICA-ESTORNO-FATURADO-FIM.
           IF SITUACAO-CR05 = 2
              GO VERIFICA-ESTORNO-FATURADO-FIM.
           ADD 1 TO QT-ESTORNADOS-W.
           MOVE SPACES TO NOME-W.
           MOVE CLIENTE-CR05 TO CODIGO-CL01 CLIENTE-CR01.
           READ CLD001 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE NOME-CL01 TO NOME-W
           END-READ.
           MOVE "BAIXA ESTORNADA - CANCELAR A NFS-E" TO MOTIVO-W.
           PERFORM IMPRIME-LINHA.
       VERIFICA-ESTORNO-FATURADO-FIM.
           EXIT.

       LISTA-CANCELADOS SECTION.
      *    RPS cancelados/rejeitados da competencia - o numero fica
      *    consumido e a baixa recebe RPS novo.
           MOVE ZEROS TO NR-RPS-CR05.
           START CRD005 KEY IS NOT < NR-RPS-CR05 INVALID KEY
                 MOVE "10" TO ST-CRD005.
           PERFORM UNTIL ST-CRD005 = "10"
              READ CRD005 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD005
              NOT AT END
                   IF SITUACAO-CR05 = 2 AND
                      COMPETENCIA-CR05 = COMPETENCIA-W
                      PERFORM LINHA-CANCELADO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD005.

       LINHA-CANCELADO SECTION.
           ADD 1 TO QT-CANCELADOS-W.
           MOVE SPACES TO REG-RELAT.
           MOVE NR-RPS-CR05      TO REG-RELAT(01: 08).
           MOVE CONTRATO-CR05    TO REG-RELAT(10: 04).
           MOVE FORMANDO-CR05    TO REG-RELAT(15: 04).
           MOVE PARCELA-CR05     TO REG-RELAT(20: 02).
           MOVE SEQ-BAIXA-CR05   TO REG-RELAT(23: 03).
           MOVE CLIENTE-CR05     TO REG-RELAT(27: 08).
           MOVE "RPS CANCELADO:" TO REG-RELAT(36: 14).
           MOVE DATA-CANCEL-CR05 TO DATA-E.
           MOVE DATA-E           TO REG-RELAT(51: 10).
           MOVE VALOR-CR05       TO VALOR-E.
           MOVE VALOR-E          TO REG-RELAT(62: 13).
           MOVE MOTIVO-CANCEL-CR05 TO REG-RELAT(76: 35).
           WRITE REG-RELAT.

       IMPRIME-LINHA SECTION.
           MOVE SPACES TO REG-RELAT.
           IF NR-RPS-CR05 > ZEROS
              MOVE NR-RPS-CR05   TO REG-RELAT(01: 08)
           END-IF.
           MOVE NR-CONTRATO-CR02  TO REG-RELAT(10: 04).
           MOVE SEQ-FORMANDO-CR02 TO REG-RELAT(15: 04).
           MOVE NR-PARCELA-CR02   TO REG-RELAT(20: 02).
           MOVE SEQ-BAIXA-CR02    TO REG-RELAT(23: 03).
           IF CLIENTE-CR01 > ZEROS
              MOVE CLIENTE-CR01   TO REG-RELAT(27: 08)
           END-IF.
           MOVE NOME-W            TO REG-RELAT(36: 25).
           MOVE VALOR-CR02        TO VALOR-E.
           MOVE VALOR-E           TO REG-RELAT(62: 13).
           MOVE MOTIVO-W          TO REG-RELAT(76: 35).
           WRITE REG-RELAT.

       TOTAL-RELATORIO SECTION.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "RPS GERADOS: " TO REG-RELAT(01: 13)
           MOVE QT-GERADOS-W    TO REG-RELAT(14: 06)
           MOVE "NUMERACAO ATE: " TO REG-RELAT(22: 15)
           MOVE ULT-RPS-W       TO REG-RELAT(37: 08)
           MOVE SOMA-RPS-W      TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(62: 13)
           WRITE REG-RELAT.

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO/-ARQUIVO/-REGISTRO ja preenchidos.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CRB007"    TO LOG3-PROGRAMA
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
