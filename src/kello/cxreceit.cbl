       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXRECEIT.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Classificacao dos recebimentos no plano de apuracao -
      * a despesa sempre entrou no plano pelo CODREDUZ-APUR-CP20, mas
      * a receita (cheques de CHD010, entradas de caixa de CXD001 e
      * boletos liquidados no retorno da cobranca) ficava sem conta
      * e o resultado do mes so vinha do contador. Rotina unica
      * chamada por quem recebe (CHP010, CXB001, CRB003), que grava
      * em CXD021 um registro por documento recebido com a conta de
      * receita (CXD020 com TIPO-CONTA-CX20 = 2):
      *   funcao 1 (classificar): grava ou regrava o recebimento;
      *     conta nao informada fica a ja gravada no documento ou,
      *     na falta dela, a do ultimo recebimento classificado do
      *     mesmo contrato (o contrato "herda" a sua conta); sem
      *     nenhuma das duas o recebimento e gravado sem conta
      *     (retorno 1) e sai como NAO CLASSIFICADA no CXB004 ate
      *     ser reclassificado;
      *   funcao 2 (estornar): cheque devolvido sai da receita;
      *   funcao 3 (reclassificar): troca so a conta (CXB005);
      *   funcao 4 (consultar): devolve a conta gravada.
      * Conta informada que nao e de receita nao grava nada
      * (retorno 2). Toda gravacao gera imagem LOG003.
      * Parametros: COPY CPRECEI (PARAMETROS-CXRECEIT).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CXPX020.
           COPY CXPX021.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CXPW020.
       COPY CXPW021.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CXD021             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  CONTA-W               PIC 9(5)     VALUE ZEROS.
           05  EXISTE-W              PIC X        VALUE "N".
           05  CHAVE-CX21-W          PIC X(14)    VALUE SPACES.

           COPY "PARAMETR".
           COPY "CPCADEIA".

       LINKAGE SECTION.
           COPY "CPRECEI".

       PROCEDURE DIVISION USING PARAMETROS-CXRECEIT.
       MAIN-PROCESS SECTION.
           MOVE 9 TO CXRECEIT-RETORNO.
           MOVE CXRECEIT-PATH-CXD020 TO PATH-CXD020.
           MOVE CXRECEIT-PATH-CXD021 TO PATH-CXD021.
           MOVE CXRECEIT-PATH-LOG003 TO PATH-LOG003.

           OPEN INPUT CXD020
           IF ST-CXD020 <> "00"
              GO ENCERRA.
           OPEN I-O CXD021
           IF ST-CXD021 = "35"
              CLOSE CXD021      OPEN OUTPUT CXD021
              CLOSE CXD021      OPEN I-O CXD021
           END-IF.
           IF ST-CXD021 <> "00"
              GO ENCERRA.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              GO ENCERRA.

           MOVE CXRECEIT-ORIGEM     TO ORIGEM-CX21.
           MOVE CXRECEIT-REF-ORIGEM TO REF-ORIGEM-CX21.
           MOVE CHAVE-CX21          TO CHAVE-CX21-W.
           MOVE "S" TO EXISTE-W.
           READ CXD021 INVALID KEY
                MOVE "N" TO EXISTE-W
           END-READ.

           EVALUATE CXRECEIT-FUNCAO
             WHEN 1
               PERFORM CLASSIFICA-RECEBIMENTO
             WHEN 2
               PERFORM ESTORNA-RECEBIMENTO
             WHEN 3
               PERFORM RECLASSIFICA-RECEBIMENTO
             WHEN 4
               IF EXISTE-W = "N"
                  MOVE ZEROS TO CXRECEIT-CONTA
                  MOVE 4 TO CXRECEIT-RETORNO
               ELSE
                  MOVE CODREDUZ-APUR-CX21 TO CXRECEIT-CONTA
                  MOVE 0 TO CXRECEIT-RETORNO
               END-IF
           END-EVALUATE.
       ENCERRA.
           CLOSE CXD020 CXD021 LOG003.
           EXIT PROGRAM.

       CLASSIFICA-RECEBIMENTO SECTION.
           MOVE CXRECEIT-CONTA TO CONTA-W.
           IF CONTA-W > ZEROS
              PERFORM VERIFICA-CONTA-RECEITA
              IF CXRECEIT-RETORNO = 2
                 GO CLASSIFICA-RECEBIMENTO-FIM
              END-IF
           END-IF.
           IF CONTA-W = ZEROS AND EXISTE-W = "S"
              MOVE CODREDUZ-APUR-CX21 TO CONTA-W.
           IF CONTA-W = ZEROS AND CXRECEIT-CONTRATO > ZEROS
              PERFORM HERDA-CONTA-CONTRATO.

           IF EXISTE-W = "N"
              INITIALIZE REG-CXD021
              MOVE CHAVE-CX21-W TO CHAVE-CX21
           END-IF.
           MOVE CXRECEIT-DATA        TO DATA-RECEB-CX21.
           MOVE CXRECEIT-DATA(1: 6)  TO COMPETENCIA-CX21.
           MOVE CONTA-W              TO CODREDUZ-APUR-CX21.
           MOVE CXRECEIT-VALOR       TO VALOR-CX21.
           MOVE CXRECEIT-CONTRATO    TO CONTRATO-CX21.
           MOVE CXRECEIT-CLIENTE     TO CLIENTE-CX21.
           MOVE ZEROS                TO ESTORNADO-CX21.
           MOVE CXRECEIT-USUARIO     TO USUARIO-CX21.
           IF EXISTE-W = "N"
              WRITE REG-CXD021 INVALID KEY
                    GO CLASSIFICA-RECEBIMENTO-FIM
              END-WRITE
              MOVE "I" TO LOG3-OPERACAO
           ELSE
              REWRITE REG-CXD021 INVALID KEY
                    GO CLASSIFICA-RECEBIMENTO-FIM
              END-REWRITE
              MOVE "A" TO LOG3-OPERACAO
           END-IF.
           PERFORM GRAVA-LOG-CX21.
           MOVE CONTA-W TO CXRECEIT-CONTA.
           IF CONTA-W = ZEROS
              MOVE 1 TO CXRECEIT-RETORNO
           ELSE
              MOVE 0 TO CXRECEIT-RETORNO
           END-IF.
       CLASSIFICA-RECEBIMENTO-FIM.
           EXIT.

       ESTORNA-RECEBIMENTO SECTION.
           IF EXISTE-W = "N"
              MOVE 4 TO CXRECEIT-RETORNO
              GO ESTORNA-RECEBIMENTO-FIM.
           IF ESTORNADO-CX21 = 1
              MOVE 0 TO CXRECEIT-RETORNO
              GO ESTORNA-RECEBIMENTO-FIM.
           MOVE 1                  TO ESTORNADO-CX21.
           MOVE CXRECEIT-USUARIO   TO USUARIO-CX21.
           REWRITE REG-CXD021 INVALID KEY
                 GO ESTORNA-RECEBIMENTO-FIM
           END-REWRITE.
           MOVE "A" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-CX21.
           MOVE CODREDUZ-APUR-CX21 TO CXRECEIT-CONTA.
           MOVE 0 TO CXRECEIT-RETORNO.
       ESTORNA-RECEBIMENTO-FIM.
           EXIT.

       RECLASSIFICA-RECEBIMENTO SECTION.
           IF EXISTE-W = "N"
              MOVE 4 TO CXRECEIT-RETORNO
              GO RECLASSIFICA-RECEBIMENTO-FIM.
           MOVE CXRECEIT-CONTA TO CONTA-W.
           PERFORM VERIFICA-CONTA-RECEITA.
           IF CXRECEIT-RETORNO = 2
              GO RECLASSIFICA-RECEBIMENTO-FIM.
      *    a leitura da conta nao mexe no registro de CXD021 lido
           MOVE CONTA-W            TO CODREDUZ-APUR-CX21.
           MOVE CXRECEIT-USUARIO   TO USUARIO-CX21.
           REWRITE REG-CXD021 INVALID KEY
                 MOVE 9 TO CXRECEIT-RETORNO
                 GO RECLASSIFICA-RECEBIMENTO-FIM
           END-REWRITE.
           MOVE "A" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-CX21.
           MOVE 0 TO CXRECEIT-RETORNO.
       RECLASSIFICA-RECEBIMENTO-FIM.
           EXIT.

       VERIFICA-CONTA-RECEITA SECTION.
      *    Conta precisa existir no plano como conta de receita.
           MOVE 9 TO CXRECEIT-RETORNO.
           MOVE CONTA-W TO CODIGO-REDUZ-CX20.
           READ CXD020 INVALID KEY
                MOVE ZEROS TO TIPO-CONTA-CX20
           END-READ.
           IF CONTA-W = ZEROS OR TIPO-CONTA-CX20 NOT = 2
              MOVE 2 TO CXRECEIT-RETORNO.

       HERDA-CONTA-CONTRATO SECTION.
      *    Conta do ultimo recebimento classificado gravado p/ o
      *    contrato; a area de CXD021 e refeita pela chave guardada.
           MOVE ZEROS TO CONTA-W.
           MOVE CXRECEIT-CONTRATO TO CONTRATO-CX21.
           START CXD021 KEY IS = CONTRATO-CX21 INVALID KEY
                 MOVE "10" TO ST-CXD021.
           PERFORM UNTIL ST-CXD021 = "10"
              READ CXD021 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD021
              NOT AT END
                   IF CONTRATO-CX21 NOT = CXRECEIT-CONTRATO
                      MOVE "10" TO ST-CXD021
                   ELSE
                      IF CODREDUZ-APUR-CX21 > ZEROS AND
                         CHAVE-CX21 NOT = CHAVE-CX21-W
                         MOVE CODREDUZ-APUR-CX21 TO CONTA-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CXD021.
           MOVE CHAVE-CX21-W TO CHAVE-CX21.
           IF EXISTE-W = "S"
              READ CXD021 INVALID KEY
                   MOVE "N" TO EXISTE-W
              END-READ
           END-IF.

       GRAVA-LOG-CX21 SECTION.
      *    LOG3-OPERACAO ja preenchida.
           MOVE CXRECEIT-USUARIO  TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU       TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS       TO LOG3-HORAS
           MOVE "CXD021"          TO LOG3-ARQUIVO
           MOVE CXRECEIT-PROGRAMA TO LOG3-PROGRAMA
           MOVE REG-CXD021        TO LOG3-REGISTRO
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
