       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRB003.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Processamento do arquivo de retorno da cobranca
      * bancaria (boletos) gerada por CRB002 - le RETCR03 da pasta
      * da empresa, localiza cada parcela em CRD001 pelo nosso
      * numero e trata a ocorrencia do banco:
      *   "02" entrada confirmada  -> SIT-BOLETO-CR01 = 2 (registrado)
      *   "03" entrada rejeitada   -> SIT-BOLETO-CR01 = 3 (volta p/ a
      *        proxima remessa depois de corrigido o sacado) e lista
      *        o motivo
      *   "06" liquidacao          -> baixa a parcela pela rotina
      *        CRBAIXA (origem 3 - boleto, referencia = nosso numero)
      *        pelo valor pago menos os juros cobrados pelo banco;
      *        pago depois do vencimento ou com juros fica
      *        SIT-BOLETO-CR01 = 5 (pago em atraso) com os juros em
      *        JUROS-BOLETO-CR01, senao 4 (pago)
      *   outras ocorrencias sao so listadas.
      * Toda regravacao deixa imagem em LOG003 como CPB028 faz.
      * Rejeicoes, pagamentos em atraso e linhas nao localizadas
      * saem no relatorio RELCR03.
      *
      * Layout do retorno (RETCR03, um boleto por linha):
      *   NOSSO NUMERO(10) + OCORRENCIA(2) + DATA OCORRENCIA(8,
      *   AAAAMMDD) + VALOR PAGO(13, centavos) + JUROS/MULTA(13,
      *   centavos) + COMPLEMENTO(30)
      *
      * Boleto liquidado entra na receita do plano de apuracao
      * (CXD021, rotina CXRECEIT, origem 3) pelo valor pago, com a
      * conta de receita do contrato; contrato ainda sem conta usa
      * a conta padrao do arquivo opcional CTACR03 da pasta da
      * empresa (uma linha, CONTA(5), conta TIPO 2 de CXD020) e, sem
      * ela, fica sem classificacao e sai no RELCR03 p/ o CXB005.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CRPX001.
           COPY CXPX020.
           COPY LOGX003.

           SELECT ARQ-RETORNO ASSIGN TO PATH-RETORNO
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RETORNO.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

           SELECT ARQ-CONTA ASSIGN TO PATH-CONTA
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-CONTA.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CRPW001.
       COPY CXPW020.
       COPY LOGW003.

       FD  ARQ-RETORNO.
       01  LINHA-RETORNO.
           05  RET-NOSSO-NUMERO     PIC X(10).
           05  RET-OCORRENCIA       PIC X(02).
           05  RET-DATA-OCORR       PIC X(08).
           05  RET-VALOR-PAGO       PIC X(13).
           05  RET-JUROS            PIC X(13).
           05  RET-COMPLEMENTO      PIC X(30).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).

       FD  ARQ-CONTA.
       01  LINHA-CONTA              PIC X(20).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-RETORNO            PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CONTA              PIC XX       VALUE SPACES.
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
           05  PATH-RETORNO          PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.
           05  PATH-CONTA            PIC X(30)    VALUE SPACES.
           05  CONTA-PADRAO-W        PIC 9(5)     VALUE ZEROS.

           05  NOSSO-NUMERO-W        PIC 9(10)    VALUE ZEROS.
           05  DATA-OCORR-W          PIC 9(8)     VALUE ZEROS.
           05  VALOR-PAGO-INT-W      PIC 9(13)    VALUE ZEROS.
           05  JUROS-INT-W           PIC 9(13)    VALUE ZEROS.
           05  VALOR-PAGO-W          PIC 9(11)V99 VALUE ZEROS.
           05  JUROS-W               PIC 9(11)V99 VALUE ZEROS.
           05  CHAVE-CR01-W          PIC X(10)    VALUE SPACES.
           05  MOTIVO-W              PIC X(30)    VALUE SPACES.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
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

           05  QT-LIDOS-W            PIC 9(6)     VALUE ZEROS.
           05  QT-REGISTRADOS-W      PIC 9(6)     VALUE ZEROS.
           05  QT-REJEITADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QT-PAGOS-W            PIC 9(6)     VALUE ZEROS.
           05  QT-PAGOS-ATRASO-W     PIC 9(6)     VALUE ZEROS.
           05  QT-NAO-ENCONTRADOS-W  PIC 9(6)     VALUE ZEROS.
           05  QT-OUTRAS-W           PIC 9(6)     VALUE ZEROS.
           05  QT-SEM-CONTA-W        PIC 9(6)     VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPBAIXA".
           COPY "CPRECEI".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LIDOS-W QT-REGISTRADOS-W
                         QT-REJEITADOS-W QT-PAGOS-W QT-PAGOS-ATRASO-W
                         QT-NAO-ENCONTRADOS-W QT-OUTRAS-W
                         QT-SEM-CONTA-W CONTA-PADRAO-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CRD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001
           MOVE "CRD002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD002
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "RETCR03" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RETORNO
           MOVE "RELCR03" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CXD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020
           MOVE "CXD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD021
           MOVE "CTACR03" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CONTA
           CLOSE CONTROLE

           OPEN I-O   CRD001 LOG003
           OPEN INPUT ARQ-RETORNO
           OPEN OUTPUT ARQ-RELAT

           IF ST-CRD001 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CRD001/LOG003: " ST-CRD001 " "
                      ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-RETORNO <> "00"
              DISPLAY "ARQUIVO DE RETORNO RETCR03 NAO ENCONTRADO: "
                      ST-RETORNO
              MOVE 1 TO ERRO-W
           END-IF.
           PERFORM LE-CONTA-PADRAO.

           IF ERRO-W = 0
              PERFORM CABECALHO-RELATORIO
              PERFORM PROCESSA-RETORNO
              CLOSE ARQ-RETORNO
           END-IF.
           CLOSE CRD001 LOG003 ARQ-RELAT.

           DISPLAY "LINHAS DE RETORNO LIDAS..........: " QT-LIDOS-W.
           DISPLAY "BOLETOS REGISTRADOS..............: "
                   QT-REGISTRADOS-W.
           DISPLAY "BOLETOS REJEITADOS...............: "
                   QT-REJEITADOS-W.
           DISPLAY "BOLETOS PAGOS....................: " QT-PAGOS-W.
           DISPLAY "  DOS QUAIS PAGOS EM ATRASO......: "
                   QT-PAGOS-ATRASO-W.
           DISPLAY "OUTRAS OCORRENCIAS...............: " QT-OUTRAS-W.
           DISPLAY "BOLETOS NAO ENCONTRADOS..........: "
                   QT-NAO-ENCONTRADOS-W.
           DISPLAY "PAGOS SEM CONTA DE RECEITA.......: "
                   QT-SEM-CONTA-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       LE-CONTA-PADRAO SECTION.
      *    Conta de receita padrao (CTACR03, opcional) p/ boleto de
      *    contrato que ainda nao tem conta; so vale conta TIPO 2.
           OPEN INPUT ARQ-CONTA.
           IF ST-CONTA <> "00"
              GO LE-CONTA-PADRAO-FIM.
           MOVE SPACES TO LINHA-CONTA.
           READ ARQ-CONTA AT END
                MOVE SPACES TO LINHA-CONTA.
           CLOSE ARQ-CONTA.
           IF LINHA-CONTA(1: 5) NOT NUMERIC
              GO LE-CONTA-PADRAO-FIM.
           OPEN INPUT CXD020.
           IF ST-CXD020 <> "00"
              DISPLAY "ERRO ABERTURA CXD020: " ST-CXD020
              GO LE-CONTA-PADRAO-FIM.
           MOVE LINHA-CONTA(1: 5) TO CODIGO-REDUZ-CX20.
           READ CXD020 INVALID KEY
                MOVE ZEROS TO TIPO-CONTA-CX20
           END-READ.
           IF TIPO-CONTA-CX20 = 2
              MOVE CODIGO-REDUZ-CX20 TO CONTA-PADRAO-W
           ELSE
              DISPLAY "CONTA PADRAO DO CTACR03 NAO E DE RECEITA: "
                      LINHA-CONTA(1: 5)
           END-IF.
           CLOSE CXD020.
       LE-CONTA-PADRAO-FIM.
           EXIT.

       CABECALHO-RELATORIO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "RETORNO DA COBRANCA BANCARIA - OCORRENCIAS" TO
                REG-RELAT(01: 42)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "NOSSO NUMERO CONTR FORM PC  VENCTO     OCORRENCIA" TO
                REG-RELAT(01: 50)
           MOVE "          JUROS  MOTIVO" TO REG-RELAT(51: 23)
           WRITE REG-RELAT.

       PROCESSA-RETORNO SECTION.
           PERFORM UNTIL ST-RETORNO = "10"
              READ ARQ-RETORNO AT END
                   MOVE "10" TO ST-RETORNO
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   PERFORM PROCESSA-LINHA-RETORNO
              END-READ
           END-PERFORM.

       PROCESSA-LINHA-RETORNO SECTION.
           MOVE ZEROS TO JUROS-W.
           IF RET-NOSSO-NUMERO NOT NUMERIC
              ADD 1 TO QT-NAO-ENCONTRADOS-W
              DISPLAY "LINHA DE RETORNO INVALIDA: " LINHA-RETORNO
              GO PROCESSA-LINHA-RETORNO-FIM.
           MOVE RET-NOSSO-NUMERO TO NOSSO-NUMERO-W NOSSO-NUMERO-CR01.
           READ CRD001 KEY IS NOSSO-NUMERO-CR01 INVALID KEY
                ADD 1 TO QT-NAO-ENCONTRADOS-W
                MOVE ZEROS TO CHAVE-CR01 DATA-VENCTO-CR01
                MOVE "BOLETO NAO ENCONTRADO EM CRD001" TO MOTIVO-W
                PERFORM IMPRIME-OCORRENCIA
                GO PROCESSA-LINHA-RETORNO-FIM.

           EVALUATE RET-OCORRENCIA
             WHEN "02" PERFORM REGISTRA-BOLETO
             WHEN "03" PERFORM REJEITA-BOLETO
             WHEN "06" PERFORM LIQUIDA-BOLETO
             WHEN OTHER
                  ADD 1 TO QT-OUTRAS-W
                  MOVE RET-COMPLEMENTO TO MOTIVO-W
                  PERFORM IMPRIME-OCORRENCIA
           END-EVALUATE.
       PROCESSA-LINHA-RETORNO-FIM.
           EXIT.

       REGISTRA-BOLETO SECTION.
      *    Confirmacao que chega depois da liquidacao nao regride a
      *    situacao do boleto.
           IF SIT-BOLETO-CR01 > 3
              GO REGISTRA-BOLETO-FIM.
           MOVE 2              TO SIT-BOLETO-CR01.
           MOVE RET-OCORRENCIA TO OCORR-BOLETO-CR01.
           ADD 1 TO QT-REGISTRADOS-W.
           PERFORM REGRAVA-CRD001.
       REGISTRA-BOLETO-FIM.
           EXIT.

       REJEITA-BOLETO SECTION.
           MOVE 3              TO SIT-BOLETO-CR01.
           MOVE RET-OCORRENCIA TO OCORR-BOLETO-CR01.
           ADD 1 TO QT-REJEITADOS-W.
           PERFORM REGRAVA-CRD001.
           MOVE RET-COMPLEMENTO TO MOTIVO-W.
           PERFORM IMPRIME-OCORRENCIA.

       LIQUIDA-BOLETO SECTION.
           IF RET-VALOR-PAGO NOT NUMERIC OR RET-DATA-OCORR NOT NUMERIC
              ADD 1 TO QT-OUTRAS-W
              MOVE "LIQUIDACAO COM VALOR/DATA INVALIDO" TO MOTIVO-W
              PERFORM IMPRIME-OCORRENCIA
              GO LIQUIDA-BOLETO-FIM.
           MOVE RET-VALOR-PAGO TO VALOR-PAGO-INT-W.
           COMPUTE VALOR-PAGO-W = VALOR-PAGO-INT-W / 100.
           IF RET-JUROS NUMERIC
              MOVE RET-JUROS TO JUROS-INT-W
              COMPUTE JUROS-W = JUROS-INT-W / 100
           END-IF.
           MOVE RET-DATA-OCORR TO DATA-OCORR-W.
           MOVE CHAVE-CR01     TO CHAVE-CR01-W.

      *    Juros/multa ficam so registrados no boleto - a parcela e
      *    baixada pelo valor principal recebido.
           INITIALIZE PARAMETROS-CRBAIXA.
           MOVE 1                  TO CRBAIXA-FUNCAO.
           MOVE NR-CONTRATO-CR01   TO CRBAIXA-CONTRATO.
           MOVE SEQ-FORMANDO-CR01  TO CRBAIXA-FORMANDO.
           MOVE NR-PARCELA-CR01    TO CRBAIXA-PARCELA.
           MOVE CLIENTE-CR01       TO CRBAIXA-CLIENTE.
           IF VALOR-PAGO-W > JUROS-W
              COMPUTE CRBAIXA-VALOR = VALOR-PAGO-W - JUROS-W
           ELSE
              MOVE VALOR-PAGO-W    TO CRBAIXA-VALOR
           END-IF.
           MOVE DATA-OCORR-W       TO CRBAIXA-DATA.
           MOVE 3                  TO CRBAIXA-ORIGEM.
           MOVE RET-NOSSO-NUMERO   TO CRBAIXA-REF-ORIGEM.
           MOVE USUARIO-W          TO CRBAIXA-USUARIO.
           MOVE "CRB003"           TO CRBAIXA-PROGRAMA.
           MOVE PATH-CRD001        TO CRBAIXA-PATH-CRD001.
           MOVE PATH-CRD002        TO CRBAIXA-PATH-CRD002.
           MOVE PATH-LOG003        TO CRBAIXA-PATH-LOG003.
           CALL "CRBAIXA" USING PARAMETROS-CRBAIXA.
           CANCEL "CRBAIXA".

           EVALUATE CRBAIXA-RETORNO
             WHEN 3
                  ADD 1 TO QT-OUTRAS-W
                  MOVE "LIQUIDACAO JA PROCESSADA" TO MOTIVO-W
                  PERFORM IMPRIME-OCORRENCIA
                  GO LIQUIDA-BOLETO-FIM
             WHEN 9
                  MOVE 1 TO ERRO-W
                  MOVE "ERRO NA BAIXA DA PARCELA (CRD001)" TO MOTIVO-W
                  PERFORM IMPRIME-OCORRENCIA
                  GO LIQUIDA-BOLETO-FIM
             WHEN 1
                  MOVE "PARCELA JA QUITADA/CANCELADA - VERIFICAR"
                       TO MOTIVO-W
                  PERFORM IMPRIME-OCORRENCIA
           END-EVALUATE.

      *    CRBAIXA regravou a parcela - rele antes de marcar o boleto.
           MOVE CHAVE-CR01-W TO CHAVE-CR01.
           READ CRD001 INVALID KEY
                MOVE 1 TO ERRO-W
                GO LIQUIDA-BOLETO-FIM.
           MOVE RET-OCORRENCIA TO OCORR-BOLETO-CR01.
           MOVE JUROS-W        TO JUROS-BOLETO-CR01.
           ADD 1 TO QT-PAGOS-W.
           IF DATA-OCORR-W > DATA-VENCTO-CR01 OR JUROS-W > ZEROS
              MOVE 5 TO SIT-BOLETO-CR01
              ADD 1 TO QT-PAGOS-ATRASO-W
              MOVE "PAGO EM ATRASO" TO MOTIVO-W
              PERFORM IMPRIME-OCORRENCIA
           ELSE
              MOVE 4 TO SIT-BOLETO-CR01
           END-IF.
           PERFORM REGRAVA-CRD001.
           PERFORM CLASSIFICA-RECEITA-BOLETO.
       LIQUIDA-BOLETO-FIM.
           EXIT.

       CLASSIFICA-RECEITA-BOLETO SECTION.
      *    Valor pago na receita (CXD021) pela rotina CXRECEIT; sem
      *    conta herdada do contrato vale a conta padrao do CTACR03.
           INITIALIZE PARAMETROS-CXRECEIT.
           MOVE 1                  TO CXRECEIT-FUNCAO.
           MOVE 3                  TO CXRECEIT-ORIGEM.
           MOVE RET-NOSSO-NUMERO   TO CXRECEIT-REF-ORIGEM.
           MOVE DATA-OCORR-W       TO CXRECEIT-DATA.
           MOVE VALOR-PAGO-W       TO CXRECEIT-VALOR.
           MOVE NR-CONTRATO-CR01   TO CXRECEIT-CONTRATO.
           MOVE CLIENTE-CR01       TO CXRECEIT-CLIENTE.
           PERFORM CHAMA-CXRECEIT.
           IF CXRECEIT-RETORNO = 1 AND CONTA-PADRAO-W > ZEROS
              MOVE 3              TO CXRECEIT-FUNCAO
              MOVE CONTA-PADRAO-W TO CXRECEIT-CONTA
              PERFORM CHAMA-CXRECEIT
           END-IF.
           IF CXRECEIT-RETORNO NOT = 0
              ADD 1 TO QT-SEM-CONTA-W
              MOVE "PAGO SEM CONTA DE RECEITA" TO MOTIVO-W
              PERFORM IMPRIME-OCORRENCIA
           END-IF.

       CHAMA-CXRECEIT SECTION.
           MOVE USUARIO-W          TO CXRECEIT-USUARIO.
           MOVE "CRB003"           TO CXRECEIT-PROGRAMA.
           MOVE PATH-CXD021        TO CXRECEIT-PATH-CXD021.
           MOVE PATH-CXD020        TO CXRECEIT-PATH-CXD020.
           MOVE PATH-LOG003        TO CXRECEIT-PATH-LOG003.
           CALL "CXRECEIT" USING PARAMETROS-CXRECEIT.
           CANCEL "CXRECEIT".

       REGRAVA-CRD001 SECTION.
           REWRITE REG-CRD001 NOT INVALID KEY
                 MOVE USUARIO-W   TO LOG3-USUARIO
                 MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                 MOVE WS-DATA-CPU TO LOG3-DATA
                 ACCEPT WS-HORA-SYS FROM TIME
                 MOVE WS-HORA-SYS TO LOG3-HORAS
                 MOVE "A"         TO LOG3-OPERACAO
                 MOVE "CRD001"    TO LOG3-ARQUIVO
                 MOVE "CRB003"    TO LOG3-PROGRAMA
                 MOVE REG-CRD001  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
           END-REWRITE.

       IMPRIME-OCORRENCIA SECTION.
           MOVE SPACES TO REG-RELAT.
           MOVE RET-NOSSO-NUMERO  TO REG-RELAT(01: 10).
           MOVE NR-CONTRATO-CR01  TO REG-RELAT(14: 04).
           MOVE SEQ-FORMANDO-CR01 TO REG-RELAT(19: 04).
           MOVE NR-PARCELA-CR01   TO REG-RELAT(24: 02).
           IF DATA-VENCTO-CR01 > ZEROS
              MOVE DATA-VENCTO-CR01 TO DATA-INV-W
              MOVE DIA-INV-W TO DIA-DMA-W
              MOVE MES-INV-W TO MES-DMA-W
              MOVE ANO-INV-W TO ANO-DMA-W
              MOVE DATA-DMA-W TO DATA-E
              MOVE DATA-E   TO REG-RELAT(28: 10)
           END-IF.
           MOVE RET-OCORRENCIA    TO REG-RELAT(39: 02).
           IF JUROS-W > ZEROS
              MOVE JUROS-W TO VALOR-E
              MOVE VALOR-E TO REG-RELAT(57: 15)
           END-IF.
           MOVE MOTIVO-W          TO REG-RELAT(74: 30).
           WRITE REG-RELAT.

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
