
      *- O PORTADOR 49 NAO PODERA SER USADO NO CONTAS A PAGAR, ESSE
      *  PORTADOR SIGNIFICA QUE O LANCTO VEIO PELO CONTA CORRENTE

      *- Todo titulo gravado/excluido marca o fornecedor; no fim de
      *  cada acao da tela a rotina CPSALDO refaz o resumo de saldos
      *  dele (CPD052), lido pelo CPP025.

      *- Conta de apuracao de receita (TIPO-CONTA-CX20 = 2) e so dos
      *  recebimentos (CXD021) - nao classifica titulo a pagar.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
           COPY CXPX032.
           COPY GERX003.
           COPY CPPX034.
           COPY CPPX035.
           COPY COPX040.
           COPY CPPX050.

       DATA DIVISION.
       FILE SECTION.
       COPY CXPW032.
       COPY GERW003.
       COPY CPPW034.
       COPY CPPW035.
       COPY COPW040.
       COPY CPPW050.
       COPY CAPW001.


      *    COMANDO-ABRIR-W - linha de comando montada p/ abrir a
      *    imagem digitalizada da nota (ABRIR-DOCTO-DIGITALIZADO).
      *    SALDO-ADIANT-W - saldo de adiantamentos em aberto do
      *    fornecedor (CPD027, TIPO-CP27 = 0, e creditos de
      *    devolucao de brinde, TIPO-CP27 = 2), calculado por
      *    LE-SALDO-ADIANTAMENTO e mostrado na tela junto com o
      *    fornecedor (CPP020A-SALDO-ADIANT, campo novo documentado
      *    p/ o dono da copybook de tela).
           05  ST-CXD032             PIC XX       VALUE SPACES.
           05  ST-GED003             PIC XX       VALUE SPACES.
           05  ST-CPD034             PIC XX       VALUE SPACES.
           05  ST-CPD035             PIC XX       VALUE SPACES.
      *    CPD035 - contrato de fornecedor da conta permanente: o
      *    top-up de VERIFICA-12PERMANENTE nao passa do fim da
      *    vigencia (TEM-CONTRATO-W/PARA-REPOR-W).
           05  TEM-CONTRATO-W        PIC 9        VALUE ZEROS.
           05  PARA-REPOR-W          PIC 9        VALUE ZEROS.
      *    DATA-VALIDA-W - retorno do GRVDAT1 (1 = data invalida)
      *    na data limite do desconto condicional.
           05  DATA-VALIDA-W         PIC 9        VALUE ZEROS.
           05  ST-CPD050             PIC XX       VALUE SPACES.
      *    CPD050 - chave de acesso da NF-e do titulo
      *    (CPP020A-CHAVE-NFE, campo novo documentado p/ o dono da
      *    copybook de tela): DV modulo 11 (pesos 2 a 9 da direita
      *    p/ a esquerda), CNPJ e AAMM cruzados com o fornecedor e a
      *    emissao, e chave unica entre os titulos vivos.
           05  CHAVE-NFE-W           PIC X(44)    VALUE SPACES.
           05  SOMA-NFE-W            PIC 9(04)    VALUE ZEROS.
           05  PESO-NFE-W            PIC 9(02)    VALUE ZEROS.
           05  IX-NFE-W              PIC 9(02)    VALUE ZEROS.
           05  DV-NFE-W              PIC 9(02)    VALUE ZEROS.
           05  SIT-DONO-NFE-W        PIC 9(01)    VALUE ZEROS.
           05  TITULO-SALVO-W        PIC X(300)   VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
      *    CPD034 - vinculo do titulo com o contrato de formatura
      *    (CPP020A-NR-CONTRATO/ITEM-CONTRATO, campos novos
      *  utilizadas p/ sugerir um nr-docto livre p/ conta permanente,
      *  quando o nr-docto informado ja estiver em uso.
           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPSALDO".
      *    Orcado x realizado do contrato de formatura (rotina
      *    COCUSTO) - aviso de estouro ao vincular titulo a contrato.
           COPY "CPCUSTO".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
           MOVE "CBD003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD003.
           MOVE "CBD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD100.
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD020" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD020.
           MOVE "CPD023" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD023.
           MOVE "CPD027" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD027.
           MOVE "CPD052" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD052.
           MOVE "CPP020A" TO CPSALDO-PROGRAMA.
           MOVE "CPD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD021.
           MOVE "CPD022" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD022.
           MOVE "CPD099" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD099.
           MOVE "CXD032"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD032
           MOVE "GED003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED003
           MOVE "CPD034"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD034
           MOVE "CPD050"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD050
           MOVE "CPD035"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD035
           MOVE "COD040"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040
           MOVE "COD055"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD055
           MOVE "VID101"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID101
           MOVE "VID103"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID103

           PERFORM VERIFICA-EMPRESA-LIBERADA
           IF ERRO-W = 1
              CLOSE CPD034      OPEN OUTPUT CPD034
              CLOSE CPD034      OPEN I-O CPD034
           END-IF.
           OPEN I-O CPD050.
           IF ST-CPD050 = "35"
              CLOSE CPD050      OPEN OUTPUT CPD050
              CLOSE CPD050      OPEN I-O CPD050
           END-IF.
           OPEN INPUT COD040.
           OPEN INPUT CPD035.

           OPEN INPUT CPD027.

                not invalid key
                    move "00" to fs-logacess
                end-write
                PERFORM SELA-LOGACESS
           end-perform

           close logacess
                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
                PERFORM SELA-LOGACESS
           END-PERFORM.
           CLOSE LOGACESS.
       GRAVA-EVENTO-NEGADO-FIM.
               WHEN CPP020A-ITEM-SELECIONADO-TRUE
                    PERFORM ITEM-SELECIONADO-FORN
           END-EVALUATE.
           PERFORM ATUALIZA-SALDO-FORNEC.
           PERFORM CLEAR-FLAGS.
           PERFORM CALL-DIALOG-SYSTEM.

               MOVE "CPP020A"   TO LOG3-PROGRAMA
               MOVE REG-CPD099  TO LOG3-REGISTRO
               WRITE REG-LOG003
               END-WRITE
               PERFORM SELA-LOG003.

           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           DELETE CPD020 NOT INVALID KEY
               MOVE USUARIO-W   TO LOG3-USUARIO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
               MOVE REG-CPD020  TO LOG3-REGISTRO
               WRITE REG-LOG003
               END-WRITE
               PERFORM SELA-LOG003
               MOVE REG-CPD020 TO ANTES-IMAGEM-W
               MOVE "E" TO JRN-OPERACAO-W
               PERFORM GRAVA-JORNAL-CPD020.
                       MOVE "CPP020A"   TO LOG2-PROGRAMA
                       MOVE REG-CBD100  TO LOG2-REGISTRO
                       WRITE REG-LOG002
                       END-WRITE
                       PERFORM SELA-LOG002.
           IF TIPO-CONTA-CP20 = 1
              PERFORM ESTORNA-PERMANENTE
           ELSE
           ELSE
              MOVE REG-CPD099 TO REG-CPD020
              MOVE 0          TO SITUACAO-CP20
              MOVE FORNEC-CP20 TO CPSALDO-FORNEC
              PERFORM MARCA-SALDO-FORNEC
              WRITE REG-CPD020 INVALID KEY
                    MOVE 1 TO CPP020A-ERRO
                    MOVE "TITULO JA EXISTE EM CPD020" TO
                    MOVE REG-CPD020  TO LOG3-REGISTRO
                    WRITE REG-LOG003
                    END-WRITE
                    PERFORM SELA-LOG003
                    MOVE SPACES TO ANTES-IMAGEM-W
                    MOVE "I" TO JRN-OPERACAO-W
                    PERFORM GRAVA-JORNAL-CPD020
                 ELSE
                    MOVE 1 TO LIBERADO-CP20
                 END-IF
                 MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                 PERFORM MARCA-SALDO-FORNEC
                 REWRITE REG-CPD020 NOT INVALID KEY
                    MOVE USUARIO-W   TO LOG3-USUARIO
                    MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                    MOVE REG-CPD020  TO LOG3-REGISTRO
                    WRITE REG-LOG003
                    END-WRITE
                    PERFORM SELA-LOG003
                    MOVE "A" TO JRN-OPERACAO-W
                    PERFORM GRAVA-JORNAL-CPD020
                 END-REWRITE
                    MOVE REG-CPD022  TO LOG3-REGISTRO
                    WRITE REG-LOG003
                    END-WRITE
                    PERFORM SELA-LOG003
                    PERFORM GRAVA-HISTORICO-OBS
                END-WRITE
           NOT INVALID KEY
                    MOVE REG-CPD022  TO LOG3-REGISTRO
                    WRITE REG-LOG003
                    END-WRITE
                    PERFORM SELA-LOG003
                    PERFORM GRAVA-HISTORICO-OBS
                END-REWRITE
           END-READ.

           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           REWRITE REG-CPD020 NOT INVALID KEY
               MOVE USUARIO-W   TO LOG3-USUARIO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
               MOVE REG-CPD020  TO LOG3-REGISTRO
               WRITE REG-LOG003
               END-WRITE
               PERFORM SELA-LOG003
               MOVE "A" TO JRN-OPERACAO-W
               PERFORM GRAVA-JORNAL-CPD020
           END-REWRITE.
                        MOVE "CPP020A"   TO LOG2-PROGRAMA
                        MOVE REG-CBD100  TO LOG2-REGISTRO
                        WRITE REG-LOG002
                        END-WRITE
                        PERFORM SELA-LOG002.

           IF CPP020A-SUSPENDE-FLG-TRUE
              IF TIPO-CONTA-CP20 = 1
                       END-IF

                       PERFORM VALIDA-DATA-LIMITE
                       MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                       PERFORM MARCA-SALDO-FORNEC
                       REWRITE REG-CPD020 NOT INVALID KEY
                             MOVE USUARIO-W   TO LOG3-USUARIO
                             MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                             MOVE REG-CPD020  TO LOG3-REGISTRO
                             WRITE REG-LOG003
                             END-WRITE
                             PERFORM SELA-LOG003
                             MOVE "A" TO JRN-OPERACAO-W
                             PERFORM GRAVA-JORNAL-CPD020
                       END-REWRITE
                                 MOVE REG-CBD100  TO LOG2-REGISTRO
                                 WRITE REG-LOG002
                                 END-WRITE
                                 PERFORM SELA-LOG002
                            END-REWRITE
                       END-START
              END-READ
                        ELSE
                           MOVE REG-CPD020 TO ANTES-IMAGEM-W
                           MOVE 1 TO SITUACAO-CP20
                           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                           PERFORM MARCA-SALDO-FORNEC
                           REWRITE REG-CPD020 NOT INVALID KEY
                              MOVE USUARIO-W   TO LOG3-USUARIO
                              MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                              MOVE REG-CPD020  TO LOG3-REGISTRO
                              WRITE REG-LOG003
                              END-WRITE
                              PERFORM SELA-LOG003
                              MOVE "A" TO JRN-OPERACAO-W
                              PERFORM GRAVA-JORNAL-CPD020
                           END-REWRITE
                                    MOVE REG-CPD022  TO LOG3-REGISTRO
                                    WRITE REG-LOG003
                                    END-WRITE
                                    PERFORM SELA-LOG003
                                    PERFORM GRAVA-HISTORICO-OBS
                                END-WRITE
                           NOT INVALID KEY
                                    MOVE REG-CPD022  TO LOG3-REGISTRO
                                    WRITE REG-LOG003
                                    END-WRITE
                                    PERFORM SELA-LOG003
                                    PERFORM GRAVA-HISTORICO-OBS
                                END-REWRITE
                           END-READ
                             MOVE REG-CPD099  TO LOG3-REGISTRO
                             WRITE REG-LOG003
                             END-WRITE
                             PERFORM SELA-LOG003
                       END-WRITE
                       MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                       PERFORM MARCA-SALDO-FORNEC
                       DELETE CPD020 NOT INVALID KEY
                             MOVE USUARIO-W   TO LOG3-USUARIO
                             MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                             MOVE REG-CPD020  TO LOG3-REGISTRO
                             WRITE REG-LOG003
                             END-WRITE
                             PERFORM SELA-LOG003
                             MOVE "E" TO JRN-OPERACAO-W
                             PERFORM GRAVA-JORNAL-CPD020
                       END-DELETE
                               MOVE REG-CBD100  TO LOG2-REGISTRO
                               WRITE REG-LOG002
                               END-WRITE
                               PERFORM SELA-LOG002
                          END-REWRITE
                       END-START
                    END-IF
           MOVE FORNEC-CP20   TO FORNEC-W.
           MOVE NR-DOCTO-CP20 TO DOCTO-W.
           MOVE ZEROS TO QT-PARCELAS ULT-VENCTO.
      *    Conta com contrato ativo (CPD035) nao ganha parcela com
      *    vencimento alem do fim da vigencia.
           MOVE ZEROS TO TEM-CONTRATO-W PARA-REPOR-W.
           MOVE FORNEC-W TO FORNEC-CP35.
           MOVE DOCTO-W  TO NR-DOCTO-CP35.
           IF ST-CPD035 NOT = "35"
              READ CPD035 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF SITUACAO-CP35 = 0
                      MOVE 1 TO TEM-CONTRATO-W
                   END-IF
              END-READ
           END-IF.
           START CPD020 KEY IS NOT < ALT4-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              END-READ
           END-PERFORM.
           IF QT-PARCELAS < 12
              PERFORM UNTIL QT-PARCELAS = 12 OR PARA-REPOR-W = 1
                 ADD 1                 TO QT-PARCELAS
                 MOVE ULT-VENCTO       TO DATA-WI
                 MOVE CPP020A-COD-FORN TO FORNEC-CP21
                 END-IF

                 PERFORM AJUSTA-DIA-UTIL
                 IF TEM-CONTRATO-W = 1 AND
                    DATA-VENCTO-CP20 > DATA-FIM-CP35
                    MOVE 1 TO PARA-REPOR-W
                 END-IF
                 IF PARA-REPOR-W = 0
                    PERFORM VALIDA-DATA-LIMITE
      *             desconto condicional e da nota do mes, nao passa
      *             p/ as parcelas previstas
                    MOVE ZEROS TO TIPO-DESC-COND-CP20 DESC-COND-CP20
                                  DATA-LIMITE-DESC-CP20
                    MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                    PERFORM MARCA-SALDO-FORNEC
                    WRITE REG-CPD020 INVALID KEY
                          MOVE "CPD020"  TO
                               CPP020A-MENSAGEM-ERRO(15: 07)
                          MOVE ST-CPD020 TO
                               CPP020A-MENSAGEM-ERRO(23: 02)
                          PERFORM ERRO-GRAVACAO
                    NOT INVALID KEY
                          MOVE USUARIO-W   TO LOG3-USUARIO
                          MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                          MOVE WS-DATA-CPU TO LOG3-DATA
                          ACCEPT WS-HORA-SYS FROM TIME
                          MOVE WS-HORA-SYS TO LOG3-HORAS
                          MOVE "A"         TO LOG3-OPERACAO
                          MOVE "CPD020"    TO LOG3-ARQUIVO
                          MOVE "CPP020A"    TO LOG3-PROGRAMA
                          MOVE REG-CPD020  TO LOG3-REGISTRO
                          WRITE REG-LOG003
                          END-WRITE
                          PERFORM SELA-LOG003
                          MOVE SPACES TO ANTES-IMAGEM-W
                          MOVE "I" TO JRN-OPERACAO-W
                          PERFORM GRAVA-JORNAL-CPD020
                    END-WRITE
                    PERFORM GRAVA-CIE
                 END-IF
              END-PERFORM
           END-IF.
      *    verifica se existe 12 parcelas permanentes programadas,

                        PERFORM AJUSTA-DIA-UTIL
                        PERFORM VALIDA-DATA-LIMITE
                        MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                        PERFORM MARCA-SALDO-FORNEC
                        REWRITE REG-CPD020 NOT INVALID KEY
                               MOVE USUARIO-W   TO LOG3-USUARIO
                               MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                               MOVE REG-CPD020  TO LOG3-REGISTRO
                               WRITE REG-LOG003
                               END-WRITE
                               PERFORM SELA-LOG003
                               MOVE "A" TO JRN-OPERACAO-W
                               PERFORM GRAVA-JORNAL-CPD020
                        END-REWRITE

       LE-SALDO-ADIANTAMENTO SECTION.
      *    Soma o saldo de adiantamentos em aberto do fornecedor da
      *    tela (CPD027, TIPO-CP27 = 0/2, SALDO-CP27 > 0) p/ o digitador
      *    ver o credito antes de lancar um titulo novo; a aplicacao
      *    do saldo contra titulos e feita por CPB036.
           MOVE ZEROS TO SALDO-ADIANT-W.
                   IF FORNEC-CP27 NOT = CPP020A-COD-FORN
                      MOVE "99" TO ST-CPD027
                   ELSE
                      IF TIPO-CP27 = 0 OR TIPO-CP27 = 2
                         ADD SALDO-CP27 TO SALDO-ADIANT-W
                      END-IF
                   END-IF
           COMPUTE DV-CALC-W =
                   FUNCTION MOD(10 - FUNCTION MOD(SOMA-DIG-W, 10), 10).

       VALIDA-DESCONTO-COND SECTION.
      *    Desconto financeiro condicional ("2% ate o dia X"): com
      *    tipo 1 ou 2 exige o % (ate 100) ou o valor (menor que o
      *    titulo) e a data limite, que nao passa do vencimento.
      *    Tela zerada = titulo sem desconto.
           MOVE ZEROS TO TIPO-DESC-COND-CP20 DESC-COND-CP20
                         DATA-LIMITE-DESC-CP20.
           IF CPP020A-TIPO-DESC = ZEROS
              GO VALIDA-DESCONTO-COND-FIM.
           IF CPP020A-TIPO-DESC NOT = 1 AND CPP020A-TIPO-DESC NOT = 2
              MOVE 1 TO CPP020A-ERRO
              MOVE "TIPO DO DESCONTO: 1-PERCENTUAL 2-VALOR" TO
                                                  CPP020A-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-DESCONTO-COND-FIM.
           IF CPP020A-DESC-COND = ZEROS OR
              (CPP020A-TIPO-DESC = 1 AND CPP020A-DESC-COND > 100) OR
              (CPP020A-TIPO-DESC = 2 AND
               CPP020A-DESC-COND NOT < VALOR-TOT-CP20)
              MOVE 1 TO CPP020A-ERRO
              MOVE "DESCONTO CONDICIONAL INVALIDO" TO
                                                  CPP020A-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-DESCONTO-COND-FIM.
           MOVE CPP020A-LIMITE-DESC TO DATA-INV.
           CALL "GRVDAT1" USING DATA-INV DATA-VALIDA-W
           CANCEL "GRVDAT1".
           IF CPP020A-LIMITE-DESC = ZEROS OR DATA-VALIDA-W = 1
              MOVE 1 TO CPP020A-ERRO
              MOVE "DATA LIMITE DO DESCONTO INVALIDA" TO
                                                  CPP020A-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-DESCONTO-COND-FIM.
           CALL "GRIDAT2" USING DATA-INV
           CANCEL "GRIDAT2".
           IF DATA-INV > DATA-VENCTO-CP20
              MOVE 1 TO CPP020A-ERRO
              MOVE "LIMITE DO DESCONTO APOS O VENCIMENTO" TO
                                                  CPP020A-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-DESCONTO-COND-FIM.
           MOVE CPP020A-TIPO-DESC   TO TIPO-DESC-COND-CP20.
           MOVE CPP020A-DESC-COND   TO DESC-COND-CP20.
           MOVE DATA-INV            TO DATA-LIMITE-DESC-CP20.
       VALIDA-DESCONTO-COND-FIM.
           EXIT.

       VALIDA-CHAVE-NFE SECTION.
      *    Chave da NF-e em branco = titulo sem nota eletronica. A
      *    raiz do CNPJ (8 digitos) basta p/ aceitar nota de filial
      *    do fornecedor; titulo excluido/cancelado que carregava a
      *    mesma chave libera a chave p/ o novo lancamento.
           MOVE SPACES TO CHAVE-NFE-W.
           IF CPP020A-CHAVE-NFE = SPACES
              GO VALIDA-CHAVE-NFE-FIM.
           MOVE CPP020A-CHAVE-NFE TO CHAVE-NFE-W.
           IF CHAVE-NFE-W NOT NUMERIC
              MOVE 1 TO CPP020A-ERRO
              MOVE "CHAVE DA NF-E DEVE TER 44 DIGITOS" TO
                                                  CPP020A-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-CHAVE-NFE-FIM.

           MOVE ZEROS TO SOMA-NFE-W.
           MOVE 2     TO PESO-NFE-W.
           PERFORM VARYING IX-NFE-W FROM 43 BY -1
                   UNTIL IX-NFE-W < 1
              MOVE CHAVE-NFE-W(IX-NFE-W: 1) TO DIGITO-DIG-W
              COMPUTE SOMA-NFE-W = SOMA-NFE-W +
                                   DIGITO-DIG-W * PESO-NFE-W
              IF PESO-NFE-W = 9
                 MOVE 2 TO PESO-NFE-W
              ELSE
                 ADD 1 TO PESO-NFE-W
              END-IF
           END-PERFORM.
           COMPUTE DV-NFE-W = 11 - FUNCTION MOD(SOMA-NFE-W, 11).
           IF DV-NFE-W > 9
              MOVE ZEROS TO DV-NFE-W.
           MOVE CHAVE-NFE-W(44: 1) TO DIGITO-DIG-W.
           IF DV-NFE-W NOT = DIGITO-DIG-W
              MOVE 1 TO CPP020A-ERRO
              MOVE "DIGITO DA CHAVE DA NF-E NAO CONFERE" TO
                                                  CPP020A-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-CHAVE-NFE-FIM.

           MOVE CPP020A-COD-FORN TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE ZEROS TO CGC-CG01
           END-READ.
           IF CGC-CG01 = ZEROS OR
              CHAVE-NFE-W(7: 8) NOT = CGC-CG01(1: 8)
              MOVE 1 TO CPP020A-ERRO
              MOVE "CNPJ DA CHAVE NAO E DO FORNECEDOR (CGD001)" TO
                                                  CPP020A-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-CHAVE-NFE-FIM.
           IF CHAVE-NFE-W(3: 4) NOT = DATA-EMISSAO-CP20(3: 4)
              MOVE 1 TO CPP020A-ERRO
              MOVE "MES DA CHAVE DA NF-E DIFERE DA EMISSAO" TO
                                                  CPP020A-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-CHAVE-NFE-FIM.

           MOVE CHAVE-NFE-W TO CHAVE-NFE-CP50.
           READ CPD050 INVALID KEY
                GO VALIDA-CHAVE-NFE-FIM.
           IF FORNEC-CP50 = FORNEC-CP20 AND SEQ-CP50 = SEQ-CP20
              GO VALIDA-CHAVE-NFE-FIM.
      *    Le o titulo dono da chave sem perder o que esta na tela.
           MOVE REG-CPD020  TO TITULO-SALVO-W.
           MOVE FORNEC-CP50 TO FORNEC-CP20.
           MOVE SEQ-CP50    TO SEQ-CP20.
           READ CPD020 INVALID KEY
                MOVE 3 TO SITUACAO-CP20
           END-READ.
           MOVE SITUACAO-CP20  TO SIT-DONO-NFE-W.
           MOVE TITULO-SALVO-W TO REG-CPD020.
           IF SIT-DONO-NFE-W NOT = 3 AND SIT-DONO-NFE-W NOT = 4
              MOVE 1 TO CPP020A-ERRO
              MOVE "CHAVE DA NF-E JA LANCADA NO TITULO" TO
                                                  CPP020A-MENSAGEM-ERRO
              MOVE FORNEC-CP50 TO CPP020A-MENSAGEM-ERRO(36: 06)
              MOVE "/"         TO CPP020A-MENSAGEM-ERRO(42: 01)
              MOVE SEQ-CP50    TO CPP020A-MENSAGEM-ERRO(43: 05)
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
       VALIDA-CHAVE-NFE-FIM.
           EXIT.

       GRAVA-CHAVE-NFE SECTION.
      *    Chave trocada ou apagada na tela solta a anterior do
      *    titulo; chave herdada de titulo excluido/cancelado passa
      *    p/ este titulo. A conferencia SEFAZ (SIT-SEFAZ-CP50) e
      *    mantida qdo a chave continua a mesma.
           MOVE FORNEC-CP20 TO FORNEC-CP50.
           MOVE SEQ-CP20    TO SEQ-CP50.
           READ CPD050 KEY IS TITULO-CP50 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF CHAVE-NFE-CP50 NOT = CHAVE-NFE-W
                   DELETE CPD050 INVALID KEY
                          CONTINUE
                   END-DELETE
                END-IF
           END-READ.
           IF CHAVE-NFE-W = SPACES
              GO GRAVA-CHAVE-NFE-FIM.
           MOVE CHAVE-NFE-W TO CHAVE-NFE-CP50.
           READ CPD050 INVALID KEY
                MOVE ZEROS TO SIT-SEFAZ-CP50 DATA-SEFAZ-CP50
                MOVE "I"   TO LOG3-OPERACAO
           NOT INVALID KEY
                MOVE "A"   TO LOG3-OPERACAO
           END-READ.
           MOVE FORNEC-CP20 TO FORNEC-CP50.
           MOVE SEQ-CP20    TO SEQ-CP50.
           MOVE USUARIO-W   TO USUARIO-CP50.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU TO DATA-CP50.
           IF LOG3-OPERACAO = "I"
              WRITE REG-CPD050 INVALID KEY
                    MOVE "CPD050"  TO CPP020A-MENSAGEM-ERRO(15: 07)
                    MOVE ST-CPD050 TO CPP020A-MENSAGEM-ERRO(23: 02)
                    PERFORM ERRO-GRAVACAO
                    GO GRAVA-CHAVE-NFE-FIM
              END-WRITE
           ELSE
              REWRITE REG-CPD050 INVALID KEY
                    MOVE "CPD050"  TO CPP020A-MENSAGEM-ERRO(15: 07)
                    MOVE ST-CPD050 TO CPP020A-MENSAGEM-ERRO(23: 02)
                    PERFORM ERRO-GRAVACAO
                    GO GRAVA-CHAVE-NFE-FIM
              END-REWRITE
           END-IF.
           MOVE USUARIO-W   TO LOG3-USUARIO.
           MOVE WS-DATA-CPU TO LOG3-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS TO LOG3-HORAS.
           MOVE "CPD050"    TO LOG3-ARQUIVO.
           MOVE "CPP020A"   TO LOG3-PROGRAMA.
           MOVE REG-CPD050  TO LOG3-REGISTRO.
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       GRAVA-CHAVE-NFE-FIM.
           EXIT.

       VERIFICA-TIPO-PORTADOR SECTION.
      *    Resolve o comportamento do portador do titulo corrente
      *    pelo flag TIPO-PORT do cadastro CAD018, no lugar do
           MOVE SITUACAO-CP20      TO CPP020A-SITUACAO.
           MOVE SEQ-CAIXA-CP20     TO CPP020A-SEQ-CAIXA
           MOVE COMPETENCIA-CP20   TO CPP020A-COMPETENCIA
      *    Desconto condicional da nota - campos novos documentados
      *    p/ o dono da copybook de tela: CPP020A-TIPO-DESC (0 sem,
      *    1 %, 2 valor), CPP020A-DESC-COND e CPP020A-LIMITE-DESC
      *    (DD/MM/AAAA).
           IF TIPO-DESC-COND-CP20 = 1 OR TIPO-DESC-COND-CP20 = 2
              MOVE TIPO-DESC-COND-CP20   TO CPP020A-TIPO-DESC
              MOVE DESC-COND-CP20        TO CPP020A-DESC-COND
              MOVE DATA-LIMITE-DESC-CP20 TO DATA-INV
              CALL "GRIDAT1" USING DATA-INV
              MOVE DATA-INV              TO CPP020A-LIMITE-DESC
           ELSE
              MOVE ZEROS TO CPP020A-TIPO-DESC CPP020A-DESC-COND
                            CPP020A-LIMITE-DESC
           END-IF

           MOVE FORNEC-CP20 TO FORNEC-CP34.
           MOVE SEQ-CP20    TO SEQ-CP34.
                MOVE ITEM-CP34        TO CPP020A-ITEM-CONTRATO
           END-READ.

           MOVE FORNEC-CP20 TO FORNEC-CP50.
           MOVE SEQ-CP20    TO SEQ-CP50.
           READ CPD050 KEY IS TITULO-CP50 INVALID KEY
                MOVE SPACES TO CPP020A-CHAVE-NFE
           NOT INVALID KEY
                MOVE CHAVE-NFE-CP50 TO CPP020A-CHAVE-NFE
           END-READ.

           PERFORM CALCULA-SALDO-BAIXAS.
           MOVE SOMA-BAIXAS-W      TO CPP020A-VALOR-PAGO-ACUM.
           MOVE SALDO-ABERTO-W     TO CPP020A-SALDO-ABERTO.
                        MOVE REG-CPD021  TO LOG1-REGISTRO
                        WRITE REG-LOG001
                        END-WRITE
                        PERFORM SELA-LOG001
                END-WRITE
              NOT INVALID KEY
                  ADD 1 TO SEQ-CP21
                        MOVE REG-CPD021  TO LOG1-REGISTRO
                        WRITE REG-LOG001
                        END-WRITE
                        PERFORM SELA-LOG001
                  END-REWRITE
           END-READ.
       LIMPAR-DADOS SECTION.
                                                  CPP020A-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
           MOVE CPP020A-COD-APURACAO        TO CODIGO-REDUZ-CX20.
           READ CXD020 INVALID KEY
                MOVE ZEROS TO TIPO-CONTA-CX20
           END-READ.
           IF TIPO-CONTA-CX20 = 2
              MOVE 1 TO CPP020A-ERRO
              MOVE "CONTA DE RECEITA NAO CLASSIFICA TITULO A PAGAR" TO
                                                  CPP020A-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
           MOVE CPP020A-NR-DOCTO            TO NR-DOCTO-CP20.
           MOVE CPP020A-EMISSAO-INV         TO DATA-EMISSAO-CP20
           MOVE CPP020A-VENCTO-INV          TO DATA-VENCTO-CP20
      *    pelos DVs e cruzada com vencimento/valor digitados; a
      *    gravacao e recusada em caso de divergencia (CPP020A-ERRO).
           PERFORM VALIDA-LINHA-DIGITAVEL.
           PERFORM VALIDA-DESCONTO-COND.
           PERFORM VALIDA-CHAVE-NFE.
           PERFORM VERIFICA-TIPO-PORTADOR.
           IF TIPO-PORTADOR-W = 1
              IF CPP020A-BANCO-CH <> ZEROS AND
               MOVE REG-CPD022  TO LOG3-REGISTRO
               WRITE REG-LOG003
               END-WRITE
               PERFORM SELA-LOG003
               PERFORM GRAVA-HISTORICO-OBS
           END-WRITE.

                       MOVE "10" TO ST-CPD025
                 END-WRITE
              END-PERFORM
              MOVE "00" TO ST-CPD025
              PERFORM SELA-CPD025
           END-IF.

       ACHA-SEQ-CIE SECTION.
                      MOVE REG-CBD100  TO LOG2-REGISTRO
                      WRITE REG-LOG002
                      END-WRITE
                      PERFORM SELA-LOG002
                 END-REWRITE
           NOT INVALID KEY
                 MOVE USUARIO-W   TO LOG2-USUARIO
                 MOVE REG-CBD100  TO LOG2-REGISTRO
                 WRITE REG-LOG002
                 END-WRITE
                 PERFORM SELA-LOG002
           END-WRITE.
       REGRAVA-DADOS SECTION.
           PERFORM SALVAR-DADOS.
           IF CPP020A-ERRO = 0
              PERFORM VALIDA-DATA-LIMITE

              MOVE FORNEC-CP20 TO CPSALDO-FORNEC
              PERFORM MARCA-SALDO-FORNEC
              REWRITE REG-CPD020 INVALID KEY
                      IF ST-CPD020 = "99"
                         PERFORM REGRAVA-COM-ESPERA
                    MOVE REG-CPD020  TO LOG3-REGISTRO
                    WRITE REG-LOG003
                    END-WRITE
                    PERFORM SELA-LOG003
                    MOVE "A" TO JRN-OPERACAO-W
                    PERFORM GRAVA-JORNAL-CPD020
                    CONTINUE

              PERFORM ATUALIZA-REALIZADO-ORCAMENTO
              PERFORM GRAVA-VINCULO-CONTRATO
              PERFORM GRAVA-CHAVE-NFE

      *       Nota parcelada digitada uma vez so: racha o titulo em
      *       N parcelas antes de calcular as retencoes, p/ que cada
                 REWRITE REG-CPD034
                 END-REWRITE
           END-WRITE.
           IF ITEM-CP34 = ZEROS
              PERFORM CONFERE-ORCAMENTO-CONTRATO
           END-IF.
       GRAVA-VINCULO-CONTRATO-FIM.
           EXIT.

       CONFERE-ORCAMENTO-CONTRATO SECTION.
      *    Titulos do contrato (ja com este vinculo gravado) contra o
      *    orcamento de titulos da assinatura (ORC-TITULOS-CO40);
      *    titulo de brinde (item > 0) e conferido no COP055. So
      *    avisa - diferente do teto mensal do CXD032, o orcamento do
      *    contrato nao barra a gravacao.
           MOVE CPP020A-NR-CONTRATO TO COCUSTO-CONTRATO.
           MOVE PATH-COD040         TO COCUSTO-PATH-COD040.
           MOVE PATH-COD055         TO COCUSTO-PATH-COD055.
           MOVE PATH-CPD020         TO COCUSTO-PATH-CPD020.
           MOVE PATH-CPD034         TO COCUSTO-PATH-CPD034.
           MOVE PATH-VID101         TO COCUSTO-PATH-VID101.
           MOVE PATH-VID103         TO COCUSTO-PATH-VID103.
           MOVE PATH-CAD020         TO COCUSTO-PATH-CAD020.
           CALL "COCUSTO" USING PARAMETROS-COCUSTO.
           CANCEL "COCUSTO".
           IF COCUSTO-RETORNO NOT = 0 OR COCUSTO-ORC-TITULOS = ZEROS
              GO CONFERE-ORCAMENTO-CONTRATO-FIM.
           IF COCUSTO-REAL-TITULOS > COCUSTO-ORC-TITULOS
              MOVE "ATENCAO: TITULOS DO CONTRATO ACIMA DO ORCAMENTO" TO
                                                  CPP020A-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W.
       CONFERE-ORCAMENTO-CONTRATO-FIM.
           EXIT.

       DESDOBRA-EM-PARCELAS SECTION.
      *    Gera, a partir do titulo recem-gravado, as parcelas 2..N:
      *    valor base dividido igualmente (diferenca de
           MOVE VLR-PARC-GER-W TO VALOR-TOT-CP20.
           COMPUTE NR-PARCELA-CP20 = 100 + QT-PARC-GER-W.
           MOVE VLR-PARC-GER-W TO SOMA-GER-W.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           REWRITE REG-CPD020 NOT INVALID KEY
                 MOVE USUARIO-W   TO LOG3-USUARIO
                 MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                 MOVE REG-CPD020  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
                 MOVE "A" TO JRN-OPERACAO-W
                 PERFORM GRAVA-JORNAL-CPD020
           END-REWRITE.
              ADD VLR-PARC-GER-W TO SOMA-GER-W
           END-IF.
           COMPUTE NR-PARCELA-CP20 = IX-GER-W * 100 + QT-PARC-GER-W.
      *    O desconto condicional da nota vale so p/ a 1a parcela.
           MOVE ZEROS TO TIPO-DESC-COND-CP20 DESC-COND-CP20
                         DATA-LIMITE-DESC-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 INVALID KEY
                 MOVE "CPD020"  TO CPP020A-MENSAGEM-ERRO(15: 07)
                 MOVE ST-CPD020 TO CPP020A-MENSAGEM-ERRO(23: 02)
                 MOVE REG-CPD020  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
                 MOVE SPACES TO ANTES-IMAGEM-W
                 MOVE "I" TO JRN-OPERACAO-W
                 PERFORM GRAVA-JORNAL-CPD020
                 MOVE PROX-SEQ-JRN-W TO LOG4-SEQ
                 WRITE REG-LOG004
                 END-WRITE
           END-WRITE
           PERFORM SELA-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       PERGUNTA-REGISTRO-EM-USO SECTION.
           PERFORM UNTIL ST-CPD020 NOT = "99"
              PERFORM PERGUNTA-REGISTRO-EM-USO
              IF RESP-LOCK-W = "S"
                 MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                 PERFORM MARCA-SALDO-FORNEC
                 REWRITE REG-CPD020 INVALID KEY
                         CONTINUE
                 NOT INVALID KEY
                         MOVE REG-CPD020  TO LOG3-REGISTRO
                         WRITE REG-LOG003
                         END-WRITE
                         PERFORM SELA-LOG003
                         MOVE "A" TO JRN-OPERACAO-W
                         PERFORM GRAVA-JORNAL-CPD020
                 END-REWRITE
      *    (CAD019); o liquido a pagar (valor - retencoes) vai p/ a
      *    tela em CPP020A-VALOR-LIQUIDO (campo novo documentado p/ o
      *    dono da copybook de tela). Percentual zerado remove a
      *    retencao que houver de uma gravacao anterior. O tipo 4
      *    (PIS/COFINS/CSLL agregado) vai p/ o R-4020 da CPB099.
           MOVE ZEROS TO TOT-RETENCAO-W.
           MOVE TIPO-FORN-CP20 TO CODIGO-TIPO.
           READ CAD019 INVALID KEY
                MOVE ZEROS TO PERC-IRRF-TIPO PERC-ISS-TIPO
                              PERC-INSS-TIPO PERC-CSRF-TIPO
           END-READ.
           MOVE 1              TO TIPO-IMP-W.
           MOVE PERC-IRRF-TIPO TO PERC-RETEN-W.
           MOVE 3              TO TIPO-IMP-W.
           MOVE PERC-INSS-TIPO TO PERC-RETEN-W.
           PERFORM GRAVA-UMA-RETENCAO.
           MOVE 4              TO TIPO-IMP-W.
           MOVE PERC-CSRF-TIPO TO PERC-RETEN-W.
           PERFORM GRAVA-UMA-RETENCAO.
           COMPUTE CPP020A-VALOR-LIQUIDO =
                   VALOR-TOT-CP20 - TOT-RETENCAO-W.

                      MOVE REG-CPD026  TO LOG3-REGISTRO
                      WRITE REG-LOG003
                      END-WRITE
                      PERFORM SELA-LOG003
                 END-REWRITE
           NOT INVALID KEY
                 MOVE USUARIO-W   TO LOG3-USUARIO
                 MOVE REG-CPD026  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
           END-WRITE.
       GRAVA-UMA-RETENCAO-FIM.
           EXIT.
           CLOSE CAD018 CAD019 CPD020 CPD021 CPD022 CPD025 CPD026
                 CGD001 CXD020 CXD032 CPD034 COD040
                 GED001 GED002 LOG001 LOG002 LOG003 LOG004 FED001
                 CPD023 CPD027 CGD002 CAD021 CPD035 CPD050.
           CLOSE CIED001 CIED010.
           open i-o logacess

                not invalid key
                    move "00" to fs-logacess
                end-write
                PERFORM SELA-LOGACESS
           end-perform

           close logacess

           MOVE 9 TO CPSALDO-FUNCAO.
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           CANCEL "CPSALDO".
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

       MARCA-SALDO-FORNEC SECTION.
      *    So marca (sem I/O) - o resumo e refeito no fim da acao.
           MOVE 1 TO CPSALDO-FUNCAO
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.

       ATUALIZA-SALDO-FORNEC SECTION.
      *    Refaz o resumo CPD052 dos fornecedores marcados (nenhum
      *    marcado = nao le nada).
           MOVE 2     TO CPSALDO-FUNCAO
           MOVE ZEROS TO CPSALDO-FORNEC
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.

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

       SELA-LOG002 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG002 NOT = "00" AND ST-LOG002 NOT = "02"
              GO SELA-LOG002-FIM.
           MOVE PATH-LOG002      TO GECADEIA-PATH.
           MOVE REG-LOG002       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG002
                                    - LENGTH OF LOG2-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG2-POSICAO
              MOVE GECADEIA-HASH    TO LOG2-HASH
           ELSE
              MOVE SPACES TO LOG2-SELO
           END-IF.
           REWRITE REG-LOG002 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG002.
       SELA-LOG002-FIM.
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

       SELA-LOGACESS SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF FS-LOGACESS NOT = "00" AND FS-LOGACESS NOT = "02"
              GO SELA-LOGACESS-FIM.
           MOVE ARQUIVO-LOGACESS TO GECADEIA-PATH.
           MOVE REG-LOGACESS     TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOGACESS
                                    - LENGTH OF LOGACESS-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOGACESS-POSICAO
              MOVE GECADEIA-HASH    TO LOGACESS-HASH
           ELSE
              MOVE SPACES TO LOGACESS-SELO
           END-IF.
           REWRITE REG-LOGACESS INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO FS-LOGACESS.
       SELA-LOGACESS-FIM.
           EXIT.

       SELA-CPD025 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-CPD025 NOT = "00" AND ST-CPD025 NOT = "02"
              GO SELA-CPD025-FIM.
      *    O hash nao cobre o titulo (FORNEC/SEQ) - ver CPPW025.
           MOVE PATH-CPD025      TO GECADEIA-PATH.
           MOVE REG-CPD025(12: ) TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-CPD025
                                    - LENGTH OF FORNEC-CP25
                                    - LENGTH OF SEQ-CP25
                                    - LENGTH OF SELO-CP25.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO POSICAO-CP25
              MOVE GECADEIA-HASH    TO HASH-CP25
           ELSE
              MOVE SPACES TO SELO-CP25
           END-IF.
           REWRITE REG-CPD025 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-CPD025.
       SELA-CPD025-FIM.
           EXIT.
