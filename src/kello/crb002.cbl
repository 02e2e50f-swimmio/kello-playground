       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRB002.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Geracao do arquivo de remessa CNAB de cobranca
      * bancaria (boletos) das parcelas a receber dos formandos - o
      * lado do recebimento do que CPB027 faz no pagamento. Exporta
      * as parcelas em aberto de CRD001 (SITUACAO-CR01 = 0) dos
      * contratos cobrados por boleto (FORMA-COBR-CO40 = 1) ainda
      * sem boleto (SIT-BOLETO-CR01 = 0) ou rejeitadas pelo banco no
      * registro (SIT-BOLETO-CR01 = 3, reenviadas depois de
      * corrigido o cadastro do sacado), com os dados do responsavel
      * financeiro (CLD001), vencimento, valor e os percentuais de
      * juros/multa padrao de CAD020. Cada parcela remetida recebe
      * o nosso numero (PROX-NOSSO-NUM-CA20, regravado ao final) e
      * fica SIT-BOLETO-CR01 = 1 com imagem LOG003, p/ o retorno
      * (CRB003) registrar, rejeitar ou baixar.
      *
      * Parametro: arquivo BOLCR02 na pasta da empresa (opcional) -
      *   linha 1: vencimento limite AAAAMMDD (vazio = todas as
      *            parcelas em aberto)
      *   linha 2: codigo do convenio de cobranca no banco (X(10))
      *
      * Layout da remessa (REMCR02, 240 posicoes):
      *  registro 0 (header) : "0" + data geracao + empresa +
      *      convenio(10)
      *  registro 1 (detalhe): "1" + nosso numero(10) + contrato(4) +
      *      formando(4) + parcela(2) + cpf(11) + nome(30) +
      *      endereco(40) + cidade(20) + uf(2) + cep(8) + vencto(8) +
      *      valor(13, centavos) + juros ao mes(5, 2 dec) +
      *      multa(5, 2 dec)
      *  registro 9 (trailer): "9" + qtde detalhes(6) + soma(15)
      * A REMCR02 leva o CPF inteiro do sacado - a geracao fica
      * registrada em LOGACESS como EXPORTADO (GEMASCAR funcao 5,
      * como o EXPCP33 do CPB033).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CAPX020.
           COPY CLPX001.
           COPY COPX040.
           COPY CRPX001.
           COPY LOGX003.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-REMESSA ASSIGN TO PATH-REMESSA
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-REMESSA.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CAPW020.
       COPY CLPW001.
       COPY COPW040.
       COPY CRPW001.
       COPY LOGW003.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-REMESSA.
       01  REG-REMESSA              PIC X(240).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CAD020             PIC XX       VALUE SPACES.
           05  ST-CLD001             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-CRD001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-REMESSA            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  VAR-EMP-REC.
                   15  EMP-REC       PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-REMESSA          PIC X(30)    VALUE SPACES.

           05  VENCTO-LIMITE-W       PIC 9(8)     VALUE ZEROS.
           05  CONVENIO-W            PIC X(10)    VALUE SPACES.
           05  TEM-CAD020-W          PIC X        VALUE "N".
           05  NOSSO-NUMERO-W        PIC 9(10)    VALUE ZEROS.
           05  PERC-JUROS-W          PIC 9(3)V99  VALUE ZEROS.
           05  PERC-MULTA-W          PIC 9(3)V99  VALUE ZEROS.
           05  CONTRATO-ANT-W        PIC 9(4)     VALUE ZEROS.
           05  COBRA-BOLETO-W        PIC X        VALUE "N".
           05  VALOR-CENTAVOS-W      PIC 9(13)    VALUE ZEROS.
           05  PERC-E                PIC 9(05)    VALUE ZEROS.
           05  QT-REMETIDOS-W        PIC 9(6)     VALUE ZEROS.
           05  QT-REENVIADOS-W       PIC 9(6)     VALUE ZEROS.
           05  SOMA-REMESSA-W        PIC 9(13)V99 VALUE ZEROS.
           05  SOMA-REMESSA-INT-W    PIC 9(15)    VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPMASCAR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-REMETIDOS-W QT-REENVIADOS-W
                         SOMA-REMESSA-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CAD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD020
           MOVE "CLD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CLD001
           MOVE "COD040"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040
           MOVE "CRD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "BOLCR02" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "REMCR02" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-REMESSA
           CLOSE CONTROLE
           MOVE 1             TO GEMASCAR-FUNCAO
           MOVE EMP-REC       TO GEMASCAR-EMPRESA
           MOVE SPACES        TO GEMASCAR-USUARIO
           MOVE "CRB002"      TO GEMASCAR-PROGRAMA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 8) NUMERIC
                    MOVE REG-PARAM(1: 8) TO VENCTO-LIMITE-W
                 END-IF
              END-READ
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END MOVE REG-PARAM(1: 10) TO CONVENIO-W
              END-READ
              CLOSE ARQ-PARAM
           END-IF.

           OPEN INPUT CLD001 COD040
           OPEN I-O   CAD020 CRD001 LOG003
           OPEN OUTPUT ARQ-REMESSA

           IF ST-CRD001 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CRD001/LOG003: " ST-CRD001 " "
                      ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-COD040 <> "00"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem CLD001 o boleto sairia sem sacado - o banco rejeita;
      *    melhor nem remeter.
           IF ST-CLD001 <> "00"
              DISPLAY "ERRO ABERTURA CLD001: " ST-CLD001
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CAD020 <> "00" AND ST-CAD020 <> "05" AND
              ST-CAD020 <> "35"
              DISPLAY "ERRO ABERTURA CAD020: " ST-CAD020
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM LE-PARAMETROS-CAD020
              PERFORM GRAVA-HEADER-REMESSA
              PERFORM VARRE-CRD001
              PERFORM GRAVA-TRAILER-REMESSA
              PERFORM GRAVA-PROXIMO-NOSSO-NUM
           END-IF.

           CLOSE CAD020 CLD001 COD040 CRD001 LOG003 ARQ-REMESSA.
           IF ERRO-W = 0 AND QT-REMETIDOS-W > ZEROS
              MOVE 5             TO GEMASCAR-FUNCAO
              MOVE SPACES        TO GEMASCAR-REFERENCIA
              MOVE "REMCR02"     TO GEMASCAR-REFERENCIA
              CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           END-IF.
           MOVE 9 TO GEMASCAR-FUNCAO
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           CANCEL "GEMASCAR".

           DISPLAY "PARCELAS REMETIDAS...............: "
                   QT-REMETIDOS-W.
           DISPLAY "  DAS QUAIS REJEITADAS REENVIADAS: "
                   QT-REENVIADOS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       LE-PARAMETROS-CAD020 SECTION.
      *    Proximo nosso numero e juros/multa padrao do cadastro de
      *    parametros; sem o cadastro a numeracao recomeca em 1 (e
      *    nao e regravada), como os avisos do CPB050.
           MOVE 1   TO NOSSO-NUMERO-W.
           MOVE "N" TO TEM-CAD020-W.
           IF ST-CAD020 = "00"
              MOVE 01 TO CODIGO-CA20
              READ CAD020 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE "S" TO TEM-CAD020-W
                   MOVE PERC-JUROS-PADRAO-CA20 TO PERC-JUROS-W
                   MOVE PERC-MULTA-PADRAO-CA20 TO PERC-MULTA-W
                   IF PROX-NOSSO-NUM-CA20 > ZEROS
                      MOVE PROX-NOSSO-NUM-CA20 TO NOSSO-NUMERO-W
                   END-IF
              END-READ
           END-IF.

       GRAVA-PROXIMO-NOSSO-NUM SECTION.
           IF TEM-CAD020-W = "S"
              MOVE NOSSO-NUMERO-W TO PROX-NOSSO-NUM-CA20
              REWRITE REG-CAD020 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO CAD020: " ST-CAD020
              END-REWRITE
           END-IF.

       GRAVA-HEADER-REMESSA SECTION.
           MOVE SPACES TO REG-REMESSA
           MOVE "0"          TO REG-REMESSA(1: 1)
           MOVE WS-DATA-CPU  TO REG-REMESSA(2: 8)
           MOVE VAR-EMP-REC  TO REG-REMESSA(10: 3)
           MOVE CONVENIO-W   TO REG-REMESSA(13: 10)
           WRITE REG-REMESSA.

       VARRE-CRD001 SECTION.
           MOVE ZEROS TO CHAVE-CR01 CONTRATO-ANT-W.
           MOVE "N"   TO COBRA-BOLETO-W.
           START CRD001 KEY IS NOT < CHAVE-CR01 INVALID KEY
                 MOVE "10" TO ST-CRD001.
           PERFORM UNTIL ST-CRD001 = "10"
              READ CRD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD001
              NOT AT END
                   IF NR-CONTRATO-CR01 NOT = CONTRATO-ANT-W
                      PERFORM VERIFICA-FORMA-COBRANCA
                   END-IF
      *            Entram as nunca remetidas (0) e as rejeitadas no
      *            registro (3, ver CRB003).
                   IF COBRA-BOLETO-W = "S" AND
                      SITUACAO-CR01 = 0 AND
                      (SIT-BOLETO-CR01 = 0 OR SIT-BOLETO-CR01 = 3) AND
                      (VENCTO-LIMITE-W = ZEROS OR
                       DATA-VENCTO-CR01 NOT > VENCTO-LIMITE-W)
                      PERFORM REMETE-PARCELA
                   END-IF
              END-READ
           END-PERFORM.

       VERIFICA-FORMA-COBRANCA SECTION.
           MOVE NR-CONTRATO-CR01 TO CONTRATO-ANT-W NR-CONTRATO-CO40.
           MOVE "N" TO COBRA-BOLETO-W.
           READ COD040 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF FORMA-COBR-CO40 = 1
                   MOVE "S" TO COBRA-BOLETO-W
                END-IF
           END-READ.

       REMETE-PARCELA SECTION.
           IF CLIENTE-CR01 = ZEROS
              DISPLAY "SEM RESPONSAVEL FINANCEIRO - CONTRATO="
                      NR-CONTRATO-CR01 " FORMANDO=" SEQ-FORMANDO-CR01
              GO REMETE-PARCELA-FIM.
           MOVE CLIENTE-CR01 TO CODIGO-CL01.
           READ CLD001 INVALID KEY
                DISPLAY "CLIENTE NAO CADASTRADO - CLIENTE="
                        CLIENTE-CR01 " CONTRATO=" NR-CONTRATO-CR01
                GO REMETE-PARCELA-FIM.

      *    Rejeitada reenviada mantem o nosso numero ja atribuido.
           IF NOSSO-NUMERO-CR01 = ZEROS
              MOVE NOSSO-NUMERO-W TO NOSSO-NUMERO-CR01
              ADD 1 TO NOSSO-NUMERO-W
           ELSE
              ADD 1 TO QT-REENVIADOS-W
           END-IF.

           MOVE SPACES TO REG-REMESSA
           MOVE "1"               TO REG-REMESSA(1: 1)
           MOVE NOSSO-NUMERO-CR01 TO REG-REMESSA(2: 10)
           MOVE NR-CONTRATO-CR01  TO REG-REMESSA(12: 4)
           MOVE SEQ-FORMANDO-CR01 TO REG-REMESSA(16: 4)
           MOVE NR-PARCELA-CR01   TO REG-REMESSA(20: 2)
           MOVE CPF-CL01          TO REG-REMESSA(22: 11)
           MOVE NOME-CL01         TO REG-REMESSA(33: 30)
           MOVE ENDERECO-CL01     TO REG-REMESSA(63: 40)
           MOVE CIDADE-CL01       TO REG-REMESSA(103: 20)
           MOVE UF-CL01           TO REG-REMESSA(123: 2)
           MOVE CEP-CL01          TO REG-REMESSA(125: 8)
           MOVE DATA-VENCTO-CR01  TO REG-REMESSA(133: 8)
           COMPUTE VALOR-CENTAVOS-W = (VALOR-CR01 - VALOR-PAGO-CR01)
                                      * 100
           MOVE VALOR-CENTAVOS-W  TO REG-REMESSA(141: 13)
           COMPUTE PERC-E = PERC-JUROS-W * 100
           MOVE PERC-E            TO REG-REMESSA(154: 5)
           COMPUTE PERC-E = PERC-MULTA-W * 100
           MOVE PERC-E            TO REG-REMESSA(159: 5)
           WRITE REG-REMESSA.

           ADD 1 TO QT-REMETIDOS-W.
           COMPUTE SOMA-REMESSA-W = SOMA-REMESSA-W + VALOR-CR01
                                  - VALOR-PAGO-CR01.

           MOVE 1      TO SIT-BOLETO-CR01.
           MOVE SPACES TO OCORR-BOLETO-CR01.
           REWRITE REG-CRD001 NOT INVALID KEY
                 MOVE USUARIO-W   TO LOG3-USUARIO
                 MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                 MOVE WS-DATA-CPU TO LOG3-DATA
                 ACCEPT WS-HORA-SYS FROM TIME
                 MOVE WS-HORA-SYS TO LOG3-HORAS
                 MOVE "A"         TO LOG3-OPERACAO
                 MOVE "CRD001"    TO LOG3-ARQUIVO
                 MOVE "CRB002"    TO LOG3-PROGRAMA
                 MOVE REG-CRD001  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
           END-REWRITE.
       REMETE-PARCELA-FIM.
           EXIT.

       GRAVA-TRAILER-REMESSA SECTION.
           MOVE SPACES TO REG-REMESSA
           MOVE "9"             TO REG-REMESSA(1: 1)
           MOVE QT-REMETIDOS-W  TO REG-REMESSA(2: 6)
           COMPUTE SOMA-REMESSA-INT-W = SOMA-REMESSA-W * 100
           MOVE SOMA-REMESSA-INT-W TO REG-REMESSA(8: 15)
           WRITE REG-REMESSA.

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
