       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEMASCAR.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Dados sensiveis em tela e relatorio - a rotina que as
      * consultas e relatorios chamam antes de mostrar CPF/CNPJ,
      * agencia/conta bancaria ou chave PIX:
      *   funcao 1 (inicia): confere se o usuario da sessao tem a
      *     operacao "Dados Sensiveis" em GED002 (em qualquer
      *     programa - a concessao e feita no GEP002, na linha do
      *     programa "GEMASCAR - Dados Sensiveis", p/ nao trocar a
      *     operacao que o usuario ja tem nos programas de verdade);
      *     sem usuario (batch agendado) nunca ve o dado inteiro;
      *   funcoes 2/3/4: devolvem o CPF/CNPJ, a conta ou a chave PIX
      *     formatados - inteiros p/ quem tem a operacao, com grava-
      *     cao em LOGACESS (status EXIBIDO, complemento = dono do
      *     dado) de cada exibicao, ou mascarados p/ os demais:
      *       CPF  ***.456.789-**      CNPJ **.345.678/0001-**
      *       conta ****123-4 (ultimos 4 digitos e o DV; agencia sai
      *       toda mascarada)          chave PIX pelo tipo da chave;
      *   funcao 5: registra em LOGACESS (status EXPORTADO) o arquivo
      *     oficial/contabil que sai sempre inteiro (declaracao,
      *     exportacao p/ a contadora);
      *   funcao 9 (encerra).
      * Parametros: COPY CPMASCAR (PARAMETROS-GEMASCAR).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY GERX002.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY GERW002.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-GED002             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(8).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(13).
           05  PERMITIDO-W           PIC X        VALUE "N".
           05  LOG-ABERTO-W          PIC X        VALUE "N".
           05  USUARIO-W             PIC X(08)    VALUE SPACES.
           05  PROGRAMA-W            PIC X(08)    VALUE SPACES.
           05  ULT-REFERENCIA-W      PIC X(20)    VALUE SPACES.
           05  STATUS-LOG-W          PIC X(10)    VALUE SPACES.

           05  DOC-W                 PIC 9(14)    VALUE ZEROS.
           05  DOC-CNPJ-W REDEFINES DOC-W.
               10  CNPJ-1-W          PIC 9(02).
               10  CNPJ-2-W          PIC 9(03).
               10  CNPJ-3-W          PIC 9(03).
               10  CNPJ-4-W          PIC 9(04).
               10  CNPJ-DV-W         PIC 9(02).
           05  DOC-CPF-W REDEFINES DOC-W.
               10  FILLER            PIC 9(03).
               10  CPF-1-W           PIC 9(03).
               10  CPF-2-W           PIC 9(03).
               10  CPF-3-W           PIC 9(03).
               10  CPF-DV-W          PIC 9(02).
           05  TIPO-DOC-W            PIC 9        VALUE ZEROS.

           05  VALOR-W               PIC X(80)    VALUE SPACES.
           05  CAR-VALOR-W REDEFINES VALOR-W PIC X OCCURS 80.
           05  TAM-W                 PIC 9(3)     VALUE ZEROS.
           05  IX-W                  PIC 9(3)     VALUE ZEROS.
           05  POS-ARROBA-W          PIC 9(3)     VALUE ZEROS.
           05  MANTER-W              PIC 9(3)     VALUE ZEROS.
           05  INICIO-W              PIC 9(3)     VALUE ZEROS.
           05  DIGITO-X-W            PIC X        VALUE "0".
           05  DIGITO-W REDEFINES DIGITO-X-W PIC 9.

           COPY "PARAMETR".
           COPY "CPCADEIA".

       LINKAGE SECTION.
           COPY "CPMASCAR".

       PROCEDURE DIVISION USING PARAMETROS-GEMASCAR.
       MAIN-PROCESS SECTION.
           MOVE SPACES TO GEMASCAR-TEXTO.
           EVALUATE GEMASCAR-FUNCAO
             WHEN 1
                  PERFORM INICIA
             WHEN 2
                  PERFORM MASCARA-DOCUMENTO
             WHEN 3
                  PERFORM MASCARA-CONTA
             WHEN 4
                  PERFORM MASCARA-PIX
             WHEN 5
                  MOVE "EXPORTADO" TO STATUS-LOG-W
                  PERFORM GRAVA-LOGACESS
             WHEN 9
                  IF LOG-ABERTO-W = "S"
                     CLOSE LOGACESS
                     MOVE "N" TO LOG-ABERTO-W
                  END-IF
                  MOVE "N"    TO PERMITIDO-W
                  MOVE SPACES TO ULT-REFERENCIA-W
           END-EVALUATE.
           MOVE PERMITIDO-W TO GEMASCAR-PERMITIDO.
           EXIT PROGRAM.

       INICIA SECTION.
           MOVE "N"    TO PERMITIDO-W.
           MOVE SPACES TO ULT-REFERENCIA-W.
           MOVE GEMASCAR-USUARIO  TO USUARIO-W.
           MOVE GEMASCAR-PROGRAMA TO PROGRAMA-W.
           IF GEMASCAR-EMPRESA NOT = SPACES
              MOVE GEMASCAR-EMPRESA TO EMP-REC
           ELSE
              OPEN INPUT CONTROLE
              READ CONTROLE
              MOVE EMPRESA TO EMP-REC
              CLOSE CONTROLE
           END-IF.
           MOVE "GED002"   TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED002.
           MOVE "LOGACESS" TO ARQ-REC.
           MOVE EMPRESA-REF TO ARQUIVO-LOGACESS.
           IF LOG-ABERTO-W = "N"
              OPEN I-O LOGACESS
              IF FS-LOGACESS = "35"
                 CLOSE LOGACESS     OPEN OUTPUT LOGACESS
                 CLOSE LOGACESS     OPEN I-O LOGACESS
              END-IF
              IF FS-LOGACESS = "00"
                 MOVE "S" TO LOG-ABERTO-W
              END-IF
           END-IF.
      *    Sem usuario da sessao nao ha quem responda pela exibicao
           IF USUARIO-W = SPACES
              GO INICIA-FIM.
           OPEN INPUT GED002.
           IF ST-GED002 NOT = "00"
              GO INICIA-FIM.
           INITIALIZE REG-GED002.
           START GED002 KEY IS NOT < CHAVE-GE02 INVALID KEY
                 MOVE "10" TO ST-GED002.
           PERFORM UNTIL ST-GED002 = "10"
              READ GED002 NEXT RECORD AT END
                   MOVE "10" TO ST-GED002
              NOT AT END
                   IF USUARIO-P-GE02 = USUARIO-W(1: 6) AND
                      OPERACAO-GE02 = "Dados Sensiveis"
                      MOVE "S"  TO PERMITIDO-W
                      MOVE "10" TO ST-GED002
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE GED002.
      *    Quem nao consegue registrar a exibicao nao ve o dado
           IF LOG-ABERTO-W = "N"
              MOVE "N" TO PERMITIDO-W.
       INICIA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    CPF/CNPJ
      *----------------------------------------------------------------
       MASCARA-DOCUMENTO SECTION.
           MOVE GEMASCAR-DOCUMENTO TO DOC-W.
           IF DOC-W = ZEROS
              GO MASCARA-DOCUMENTO-FIM.
           MOVE GEMASCAR-TIPO TO TIPO-DOC-W.
           PERFORM FORMATA-DOCUMENTO.
       MASCARA-DOCUMENTO-FIM.
           EXIT.

      *    DOC-W/TIPO-DOC-W -> GEMASCAR-TEXTO
       FORMATA-DOCUMENTO SECTION.
           IF TIPO-DOC-W NOT = 1 AND TIPO-DOC-W NOT = 2
              IF DOC-W > 99999999999
                 MOVE 2 TO TIPO-DOC-W
              ELSE
                 MOVE 1 TO TIPO-DOC-W
              END-IF
           END-IF.
           IF PERMITIDO-W = "S"
              IF TIPO-DOC-W = 1
                 STRING CPF-1-W "." CPF-2-W "." CPF-3-W "-" CPF-DV-W
                        DELIMITED BY SIZE INTO GEMASCAR-TEXTO
              ELSE
                 STRING CNPJ-1-W "." CNPJ-2-W "." CNPJ-3-W "/"
                        CNPJ-4-W "-" CNPJ-DV-W
                        DELIMITED BY SIZE INTO GEMASCAR-TEXTO
              END-IF
              PERFORM REGISTRA-EXIBICAO
           ELSE
              IF TIPO-DOC-W = 1
                 STRING "***." CPF-2-W "." CPF-3-W "-**"
                        DELIMITED BY SIZE INTO GEMASCAR-TEXTO
              ELSE
                 STRING "**." CNPJ-2-W "." CNPJ-3-W "/" CNPJ-4-W "-**"
                        DELIMITED BY SIZE INTO GEMASCAR-TEXTO
              END-IF
           END-IF.
       FORMATA-DOCUMENTO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Agencia/conta: fica o final (4 digitos, mais o DV qdo vier
      *    com "-"); agencia sozinha (ate 5 posicoes) some toda.
      *----------------------------------------------------------------
       MASCARA-CONTA SECTION.
           MOVE GEMASCAR-VALOR TO VALOR-W.
           PERFORM ACHA-TAMANHO.
           IF TAM-W = ZEROS
              GO MASCARA-CONTA-FIM.
           IF PERMITIDO-W = "S"
              MOVE VALOR-W TO GEMASCAR-TEXTO
              PERFORM REGISTRA-EXIBICAO
              GO MASCARA-CONTA-FIM.
           MOVE 4 TO MANTER-W.
           IF TAM-W > 1
              IF CAR-VALOR-W(TAM-W - 1) = "-"
                 MOVE 5 TO MANTER-W.
           IF TAM-W NOT > 5
              MOVE "****" TO GEMASCAR-TEXTO
              GO MASCARA-CONTA-FIM.
           COMPUTE INICIO-W = TAM-W - MANTER-W + 1.
           STRING "****" VALOR-W(INICIO-W: MANTER-W)
                  DELIMITED BY SIZE INTO GEMASCAR-TEXTO.
       MASCARA-CONTA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Chave PIX, conforme o tipo (TIPO-CHAVE-CA22)
      *----------------------------------------------------------------
       MASCARA-PIX SECTION.
           MOVE GEMASCAR-VALOR TO VALOR-W.
           PERFORM ACHA-TAMANHO.
           IF TAM-W = ZEROS
              GO MASCARA-PIX-FIM.
      *    CPF/CNPJ: so os digitos, formatados como documento
           IF GEMASCAR-TIPO = 1
              MOVE ZEROS TO DOC-W
              PERFORM VARYING IX-W FROM 1 BY 1 UNTIL IX-W > TAM-W
                 IF CAR-VALOR-W(IX-W) IS NUMERIC
                    MOVE CAR-VALOR-W(IX-W) TO DIGITO-X-W
                    COMPUTE DOC-W = DOC-W * 10 + DIGITO-W
                 END-IF
              END-PERFORM
              MOVE ZEROS TO TIPO-DOC-W
              PERFORM FORMATA-DOCUMENTO
              GO MASCARA-PIX-FIM.
           IF PERMITIDO-W = "S"
              MOVE VALOR-W TO GEMASCAR-TEXTO
              PERFORM REGISTRA-EXIBICAO
              GO MASCARA-PIX-FIM.
           EVALUATE GEMASCAR-TIPO
             WHEN 2
      *           e-mail: primeira letra + dominio
                  MOVE ZEROS TO POS-ARROBA-W
                  PERFORM VARYING IX-W FROM 1 BY 1
                          UNTIL IX-W > TAM-W OR POS-ARROBA-W > 0
                     IF CAR-VALOR-W(IX-W) = "@"
                        MOVE IX-W TO POS-ARROBA-W
                     END-IF
                  END-PERFORM
                  IF POS-ARROBA-W > 1
                     STRING VALOR-W(1: 1) "***"
                            VALOR-W(POS-ARROBA-W: TAM-W -
                                    POS-ARROBA-W + 1)
                            DELIMITED BY SIZE INTO GEMASCAR-TEXTO
                  ELSE
                     MOVE "****" TO GEMASCAR-TEXTO
                  END-IF
             WHEN OTHER
      *           telefone/aleatoria: so os 4 ultimos
                  IF TAM-W NOT > 4
                     MOVE "****" TO GEMASCAR-TEXTO
                  ELSE
                     COMPUTE INICIO-W = TAM-W - 3
                     STRING "****" VALOR-W(INICIO-W: 4)
                            DELIMITED BY SIZE INTO GEMASCAR-TEXTO
                  END-IF
           END-EVALUATE.
       MASCARA-PIX-FIM.
           EXIT.

      *    TAM-W = posicao do ultimo caractere nao branco de VALOR-W
       ACHA-TAMANHO SECTION.
           MOVE 80 TO TAM-W.
           PERFORM UNTIL TAM-W = ZEROS
              IF CAR-VALOR-W(TAM-W) NOT = SPACE
                 GO ACHA-TAMANHO-FIM
              END-IF
              SUBTRACT 1 FROM TAM-W
           END-PERFORM.
       ACHA-TAMANHO-FIM.
           EXIT.

      *    Uma linha por dono do dado em sequencia: a mesma pessoa com
      *    CNPJ e chave PIX na mesma linha do relatorio conta uma vez.
       REGISTRA-EXIBICAO SECTION.
           IF GEMASCAR-REFERENCIA = ULT-REFERENCIA-W
              GO REGISTRA-EXIBICAO-FIM.
           MOVE GEMASCAR-REFERENCIA TO ULT-REFERENCIA-W.
           MOVE "EXIBIDO" TO STATUS-LOG-W.
           PERFORM GRAVA-LOGACESS.
       REGISTRA-EXIBICAO-FIM.
           EXIT.

       GRAVA-LOGACESS SECTION.
           IF LOG-ABERTO-W = "N"
              GO GRAVA-LOGACESS-FIM.
           IF USUARIO-W = SPACES
              MOVE "BATCH"   TO LOGACESS-USUARIO
           ELSE
              MOVE USUARIO-W TO LOGACESS-USUARIO
           END-IF.
           MOVE PROGRAMA-W TO LOGACESS-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOGACESS-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOGACESS-HORAS
           MOVE 1           TO LOGACESS-SEQUENCIA
           MOVE STATUS-LOG-W        TO LOGACESS-STATUS
           MOVE GEMASCAR-REFERENCIA TO LOGACESS-COMPLEMENTO
           MOVE "10" TO FS-LOGACESS
           PERFORM UNTIL FS-LOGACESS = "00"
                WRITE REG-LOGACESS INVALID KEY
                    ADD 1 TO LOGACESS-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
                PERFORM SELA-LOGACESS
           END-PERFORM.
       GRAVA-LOGACESS-FIM.
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
