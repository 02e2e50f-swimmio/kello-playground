      * ANTERIOR a esse ano); sem o arquivo, corta em ano corrente
      * menos 5. Conferencia com contagens e valores em RELCP39;
      * cada exclusao do arquivo vivo gera imagem LOG003.
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.
      *
      * CPD025 e cadeia de hash (CPB111): com o titulo so saem as
      * observacoes sem selo. As seladas ficam no arquivo vivo e o
      * titulo e anotado (com o ano) em PENCP39; no fim elas saem
      * na ordem das posicoes, como a CPB046 faz com os logs, ate a
      * primeira de titulo nao anotado, e a ultima posicao/hash
      * movidos viram ancora (tipo A) no cofre LOG006. Titulo sem
      * observacao selada pendente sai do PENCP39. Rodar depois do
      * CPB111 da noite.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY CPPX026.
           COPY LOGX003.
           COPY LOGX004.
           COPY LOGX006.

           SELECT HIS020 ASSIGN TO PATH-HIS020
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-HIS025
                  RECORD KEY IS CHAVE-H25.
      *    Titulos arquivados com observacao selada ainda no CPD025
           SELECT PEN025 ASSIGN TO PATH-PEN025
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-PEN025
                  RECORD KEY IS CHAVE-P25.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
       COPY CPPW026.
       COPY LOGW003.
       COPY LOGW004.
       COPY LOGW006.

      *    Historicos com o mesmo desenho dos arquivos vivos: chave
      *    identica, restante do registro em imagem.
               10  FORNEC-H23      PIC 9(06).
               10  SEQ-H23         PIC 9(05).
               10  SEQ-BAIXA-H23   PIC 9(03).
           05  CORPO-H23           PIC X(48).
      *    O corpo cresceu com CHEQUE-CP23 - historico antigo precisa
      *    de reorganizacao (copia p/ nome velho + regravacao no
      *    layout novo, como a CPB062 faz p/ o CPD020) antes de abrir
      *    com este desenho.
       FD  CPD024.
       01  REG-CPD024.
           05  FORNEC-CP24           PIC 9(6).
               10  FORNEC-H25      PIC 9(06).
               10  SEQ-H25         PIC 9(05).
               10  SEQ-OBS-H25     PIC 9(05).
           05  CORPO-H25           PIC X(131).
      *    O corpo leva o SELO-CP25 - historico antigo precisa de
      *    reorganizacao (como a CPB062 faz p/ o CPD020) antes de
      *    abrir com este desenho.
       FD  PEN025.
       01  REG-PEN025.
           05  CHAVE-P25.
               10  FORNEC-P25      PIC 9(06).
               10  SEQ-P25         PIC 9(05).
           05  ANO-P25             PIC 9(04).

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(10).
           05  ST-HIS024             PIC XX       VALUE SPACES.
           05  ST-HIS025             PIC XX       VALUE SPACES.
           05  ST-HIS026             PIC XX       VALUE SPACES.
           05  ST-PEN025             PIC XX       VALUE SPACES.
           05  ST-LOG006             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  PROX-SEQ-JRN-W        PIC 9(9)     VALUE ZEROS.
           05  PATH-HIS024           PIC X(30)    VALUE SPACES.
           05  PATH-HIS025           PIC X(30)    VALUE SPACES.
           05  PATH-HIS026           PIC X(30)    VALUE SPACES.
           05  PATH-PEN025           PIC X(30)    VALUE SPACES.
           05  PATH-CPD024           PIC X(40)    VALUE SPACES.
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.
           05  QT-CPD024-W           PIC 9(7)     VALUE ZEROS.
           05  QT-CPD025-W           PIC 9(7)     VALUE ZEROS.
           05  QT-CPD026-W           PIC 9(7)     VALUE ZEROS.
      *    Ancora da cadeia de hash do CPD025 no cofre LOG006
           05  COFRE-OK-W            PIC X        VALUE "N".
           05  FIM-COFRE-W           PIC X        VALUE "N".
           05  ACABOU-CP25-W         PIC X        VALUE "N".
           05  ANCORA-POS-W          PIC 9(9)     VALUE ZEROS.
           05  ANCORA-HASH-W         PIC X(18)    VALUE ZEROS.
           05  ULT-HASH-COFRE-W      PIC X(18)    VALUE ZEROS.
           05  QT-ANCORADOS-W        PIC 9(7)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(7)     VALUE ZEROS.

           05  VALOR-E1              PIC Z.ZZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPSELO".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "ARQCP39" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCP39" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "PENCP39" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PEN025
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB039"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE
           MOVE SPACES TO PATH-LOG006
           STRING "\AUDITORIA\" EMP-REC "\LOG006"
                  DELIMITED BY SIZE INTO PATH-LOG006

      *    Sem o cofre nao ha como ancorar: o CPD025 selado fica vivo.
           OPEN I-O LOG006
           IF ST-LOG006 = "00"
              MOVE "S" TO COFRE-OK-W
           ELSE
              MOVE "N" TO COFRE-OK-W
           END-IF.

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
           IF ST-LOG004 = "35"
              CLOSE LOG004  OPEN OUTPUT LOG004
              CLOSE LOG004  OPEN I-O LOG004 END-IF.
           OPEN I-O PEN025
           IF ST-PEN025 = "35"
              CLOSE PEN025  OPEN OUTPUT PEN025
              CLOSE PEN025  OPEN I-O PEN025 END-IF.
           PERFORM ACHA-SEQ-JORNAL.
           IF ST-CPD020 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CPD020/LOG003"
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-PEN025 <> "00"
              DISPLAY "ERRO ABERTURA PENCP39: " ST-PEN025
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CPD022 = "35"
              CLOSE CPD022  OPEN OUTPUT CPD022
              CLOSE CPD022  OPEN I-O CPD022 END-IF.

           IF ERRO-W = 0
              PERFORM ARQUIVA-TITULOS
              PERFORM ARQUIVA-CPD025-SELADO
              PERFORM LIMPA-PENDENTES
              PERFORM FECHA-HISTORICO-ABERTO
           END-IF.

           MOVE " CPD026: "           TO REG-RELAT(68: 09)
           MOVE QT-CPD026-W           TO REG-RELAT(77: 07)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "CPD025 SELADOS: "    TO REG-RELAT(01: 16)
           MOVE QT-ANCORADOS-W        TO REG-RELAT(17: 07)
           MOVE " TITULOS COM SELADO PENDENTE: " TO REG-RELAT(24: 30)
           MOVE QT-PENDENTES-W        TO REG-RELAT(54: 07)
           WRITE REG-RELAT

           CLOSE CPD020 CPD022 CPD023 CPD024 CPD025 CPD026
                 LOG003 LOG004 PEN025 ARQ-RELAT.
           IF COFRE-OK-W = "S"
              CLOSE LOG006.

           DISPLAY "TITULOS ARQUIVADOS...............: " QT-TITULOS-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           ADD 1 TO QT-TITULOS-W.
           ADD VALOR-TOT-CP20 TO VLR-TITULOS-W.
           MOVE REG-CPD020 TO ANTES-IMAGEM-W.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           DELETE CPD020 NOT INVALID KEY
                 MOVE "E"      TO LOG3-OPERACAO
                 MOVE "CPD020" TO LOG3-ARQUIVO
                               CONTINUE
                         END-WRITE
                         ADD 1 TO QT-CPD023-W
                         MOVE FORNEC-CP23 TO CPSALDO-FORNEC
                         PERFORM MARCA-SALDO-FORNEC
                         DELETE CPD023 NOT INVALID KEY
                               MOVE "E"      TO LOG3-OPERACAO
                               MOVE "CPD023" TO LOG3-ARQUIVO
           MOVE "00" TO ST-CPD026.

       MOVE-CPD025-HISTORICO SECTION.
      *    So as observacoes sem selo saem com o titulo; as seladas
      *    ficam p/ o ARQUIVA-CPD025-SELADO, na ordem da cadeia, com
      *    o titulo anotado em PEN025. O DELETE preserva a posicao de
      *    leitura.
           MOVE ZEROS TO ST-CPD025.
           MOVE FORNEC-TIT-W TO FORNEC-CP25.
           MOVE SEQ-TIT-W    TO SEQ-CP25.
           MOVE ZEROS        TO SEQ-OBS-CP25.
           START CPD025 KEY IS NOT < CHAVE-CP25 INVALID KEY
                 MOVE "10" TO ST-CPD025.
           PERFORM UNTIL ST-CPD025 = "10"
              READ CPD025 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD025
              NOT AT END
                   IF FORNEC-CP25 NOT = FORNEC-TIT-W OR
                      SEQ-CP25    NOT = SEQ-TIT-W
                      MOVE "10" TO ST-CPD025
                   ELSE
                      IF POSICAO-CP25 IS NUMERIC AND
                         POSICAO-CP25 > ZEROS
                         PERFORM ANOTA-PENDENTE-CPD025
                      ELSE
                         MOVE REG-CPD025 TO REG-HIS025
                         WRITE REG-HIS025 INVALID KEY
                               PERFORM GRAVA-LOG-ARQUIVAMENTO
                         END-DELETE
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD025.

       ANOTA-PENDENTE-CPD025 SECTION.
      *    Titulo arquivado com observacao selada ainda no CPD025 -
      *    o ano diz em qual historico ela vai entrar.
           MOVE FORNEC-TIT-W TO FORNEC-P25.
           MOVE SEQ-TIT-W    TO SEQ-P25.
           MOVE ANO-TITULO-W TO ANO-P25.
           WRITE REG-PEN025 INVALID KEY
                 CONTINUE
           END-WRITE.

       ARQUIVA-CPD025-SELADO SECTION.
      *    Parte selada do CPD025 na ordem da cadeia (alt POSICAO),
      *    ate a primeira observacao de titulo nao anotado em PEN025
      *    (titulo vivo); a ultima posicao/hash movidos viram ancora
      *    no cofre e a cadeia viva passa a comecar depois dela.
           MOVE ZEROS TO QT-ANCORADOS-W ANCORA-POS-W.
           MOVE ZEROS TO ANCORA-HASH-W.
           IF COFRE-OK-W = "N"
              GO ARQUIVA-CPD025-SELADO-FIM.
           MOVE "N" TO ACABOU-CP25-W.
           PERFORM UNTIL ACABOU-CP25-W = "S"
              MOVE 1 TO POSICAO-CP25
              START CPD025 KEY IS NOT < POSICAO-CP25 INVALID KEY
                    MOVE "S" TO ACABOU-CP25-W
              END-START
              IF ACABOU-CP25-W = "N"
                 READ CPD025 NEXT RECORD AT END
                      MOVE "S" TO ACABOU-CP25-W
                 NOT AT END
                      PERFORM MOVE-CPD025-SELADO
                 END-READ
              END-IF
           END-PERFORM.
           MOVE "00" TO ST-CPD025.
           PERFORM GRAVA-ANCORA.
       ARQUIVA-CPD025-SELADO-FIM.
           EXIT.

       MOVE-CPD025-SELADO SECTION.
           IF POSICAO-CP25 NOT NUMERIC
              MOVE "S" TO ACABOU-CP25-W
              GO MOVE-CPD025-SELADO-FIM.
           MOVE FORNEC-CP25 TO FORNEC-P25.
           MOVE SEQ-CP25    TO SEQ-P25.
           READ PEN025 INVALID KEY
                MOVE "S" TO ACABOU-CP25-W
                GO MOVE-CPD025-SELADO-FIM.
           MOVE ANO-P25 TO ANO-TITULO-W.
           PERFORM ABRE-HISTORICO-DO-ANO.
           MOVE REG-CPD025 TO REG-HIS025.
           WRITE REG-HIS025 INVALID KEY
                 CONTINUE
           END-WRITE.
           MOVE POSICAO-CP25 TO ANCORA-POS-W.
           MOVE HASH-CP25    TO ANCORA-HASH-W.
           ADD 1 TO QT-ANCORADOS-W QT-CPD025-W.
           DELETE CPD025 NOT INVALID KEY
                 MOVE "E"      TO LOG3-OPERACAO
                 MOVE "CPD025" TO LOG3-ARQUIVO
                 MOVE REG-CPD025 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-ARQUIVAMENTO
           END-DELETE.
       MOVE-CPD025-SELADO-FIM.
           EXIT.

       GRAVA-ANCORA SECTION.
      *    Ultima posicao/hash do CPD025 movidos p/ o historico,
      *    encadeados ao ultimo selo do arquivo no cofre.
           IF QT-ANCORADOS-W = ZEROS
              GO GRAVA-ANCORA-FIM.
           MOVE ZEROS TO ULT-HASH-COFRE-W.
           MOVE "N"   TO FIM-COFRE-W.
           MOVE ZEROS TO CHAVE-LOG6.
           MOVE "CPD025" TO LOG6-ARQUIVO.
           START LOG006 KEY IS NOT < CHAVE-LOG6 INVALID KEY
                 MOVE "S" TO FIM-COFRE-W.
           PERFORM UNTIL FIM-COFRE-W = "S"
              READ LOG006 NEXT RECORD AT END
                   MOVE "S" TO FIM-COFRE-W
              NOT AT END
                   IF LOG6-ARQUIVO NOT = "CPD025"
                      MOVE "S" TO FIM-COFRE-W
                   ELSE
                      MOVE LOG6-HASH-SELO TO ULT-HASH-COFRE-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           ACCEPT WS-HORA-SYS FROM TIME.
           INITIALIZE REG-LOG006.
           MOVE "CPD025"        TO LOG6-ARQUIVO.
           MOVE WS-DATA-CPU     TO LOG6-DATA.
           MOVE WS-HORA-SYS     TO LOG6-HORAS.
           MOVE "A"             TO LOG6-TIPO.
           MOVE ANCORA-POS-W    TO LOG6-POSICAO.
           MOVE ANCORA-HASH-W   TO LOG6-HASH.
           MOVE QT-ANCORADOS-W  TO LOG6-QTDE.
           MOVE "CPB039"        TO LOG6-USUARIO.
           MOVE ULT-HASH-COFRE-W  TO GESELO-HASH-ANT.
           MOVE SPACES            TO GESELO-DADOS.
           MOVE REG-LOG006(1: 73) TO GESELO-DADOS(1: 73).
           MOVE 73                TO GESELO-TAMANHO.
           CALL "GESELO" USING PARAMETROS-GESELO.
           MOVE GESELO-HASH     TO LOG6-HASH-SELO.
           WRITE REG-LOG006 INVALID KEY
                 DISPLAY "ERRO GRAVACAO ANCORA LOG006: CPD025 "
                         ST-LOG006
                 MOVE 1 TO ERRO-W
           END-WRITE.
           MOVE SPACES TO REG-RELAT.
           MOVE "CPD025 - ANCORA DA CADEIA NA POSICAO: "
                TO REG-RELAT(01: 39)
           MOVE ANCORA-POS-W   TO REG-RELAT(40: 09)
           WRITE REG-RELAT.
       GRAVA-ANCORA-FIM.
           EXIT.

       LIMPA-PENDENTES SECTION.
      *    Titulo sem mais observacao no CPD025 sai do PEN025 (o
      *    DELETE preserva a posicao de leitura); conta os que ficam.
           MOVE ZEROS TO QT-PENDENTES-W.
           MOVE ZEROS TO CHAVE-P25.
           START PEN025 KEY IS NOT < CHAVE-P25 INVALID KEY
                 MOVE "10" TO ST-PEN025.
           PERFORM UNTIL ST-PEN025 = "10"
              READ PEN025 NEXT RECORD AT END
                   MOVE "10" TO ST-PEN025
              NOT AT END
                   PERFORM CONFERE-PENDENTE
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-PEN025.

       CONFERE-PENDENTE SECTION.
           MOVE FORNEC-P25 TO FORNEC-CP25.
           MOVE SEQ-P25    TO SEQ-CP25.
           MOVE ZEROS      TO SEQ-OBS-CP25.
           START CPD025 KEY IS NOT < CHAVE-CP25 INVALID KEY
                 MOVE "10" TO ST-CPD025.
           IF ST-CPD025 NOT = "10"
              READ CPD025 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD025.
           IF ST-CPD025 = "10" OR FORNEC-CP25 NOT = FORNEC-P25 OR
              SEQ-CP25 NOT = SEQ-P25
              DELETE PEN025 END-DELETE
           ELSE
              ADD 1 TO QT-PENDENTES-W.
           MOVE "00" TO ST-CPD025.

       ABRE-HISTORICO-DO-ANO SECTION.
      *    Abre (criando se preciso) o conjunto de historico do ano
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPB039"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       ACHA-SEQ-JORNAL SECTION.
      *    Ultima sequencia do jornal do dia + 1 (ver LOG004).
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
