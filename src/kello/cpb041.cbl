      *     titulo;
      *   - retiradas de CPD024 cujo titulo gerado
      *     (SEQ-CP20-GERADO-CP24) sumiu.
      * Observacao selada de titulo ja arquivado fica no CPD025 ate
      * sair na ordem da cadeia (CPB039) - titulo anotado em PENCP39
      * nao e orfao.
      * Cada problema vira uma linha no arquivo de excecao EXCCP41.

       ENVIRONMENT DIVISION.
                  RECORD KEY IS CHAVE-CP24 = FORNEC-CP24 SEQ-CP24
                                             SEQ-RETIR-CP24.

      *    Titulos arquivados pelo CPB039 com observacao selada
      *    ainda no CPD025 - declarado aqui como no CPB039.
           SELECT PEN025 ASSIGN TO PATH-PEN025
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-PEN025
                  RECORD KEY IS CHAVE-P25.

           SELECT ARQ-EXCECAO ASSIGN TO PATH-EXCECAO
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-EXCECAO.
           05  TAXA-ANTES-CP24      PIC 9(3)V9999.
           05  VALOR-TOT-ANTES-CP24  PIC 9(8)V99.

       FD  PEN025.
       01  REG-PEN025.
           05  CHAVE-P25.
               10  FORNEC-P25      PIC 9(06).
               10  SEQ-P25         PIC 9(05).
           05  ANO-P25             PIC 9(04).

       FD  ARQ-EXCECAO.
       01  REG-EXCECAO              PIC X(100).

           05  ST-CPD026             PIC XX       VALUE SPACES.
           05  ST-CPD099             PIC XX       VALUE SPACES.
           05  ST-EXCECAO            PIC XX       VALUE SPACES.
           05  ST-PEN025             PIC XX       VALUE SPACES.
           05  PEN025-ABERTO-W       PIC X        VALUE "N".
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-CPD024           PIC X(30)    VALUE SPACES.
           05  PATH-EXCECAO          PIC X(30)    VALUE SPACES.
           05  PATH-PEN025           PIC X(30)    VALUE SPACES.

           05  FORNEC-ALVO-W         PIC 9(6)     VALUE ZEROS.
           05  SEQ-ALVO-W            PIC 9(5)     VALUE ZEROS.
           MOVE "CPD026"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD026
           MOVE "CPD099"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD099
           MOVE "EXCCP41" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-EXCECAO
           MOVE "PENCP39" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PEN025
           CLOSE CONTROLE

           OPEN INPUT CPD020 CPD022 CPD023 CPD024 CPD025 CPD026
                      CPD099
           OPEN OUTPUT ARQ-EXCECAO
           OPEN INPUT PEN025
           IF ST-PEN025 = "00"
              MOVE "S" TO PEN025-ABERTO-W
           END-IF.

           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020

           CLOSE CPD020 CPD022 CPD023 CPD024 CPD025 CPD026 CPD099
                 ARQ-EXCECAO.
           IF PEN025-ABERTO-W = "S"
              CLOSE PEN025.

           DISPLAY "SATELITES ORFAOS.................: " QT-ORFAOS-W.
           DISPLAY "BAIXAS EXCEDENDO O TITULO........: " QT-EXCESSO-W.
                   MOVE FORNEC-CP25 TO FORNEC-ALVO-W
                   MOVE SEQ-CP25    TO SEQ-ALVO-W
                   PERFORM VERIFICA-TITULO-EXISTE
                   IF TITULO-EXISTE-W = "N" AND PEN025-ABERTO-W = "S"
                      MOVE FORNEC-CP25 TO FORNEC-P25
                      MOVE SEQ-CP25    TO SEQ-P25
                      READ PEN025 INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           MOVE "S" TO TITULO-EXISTE-W
                      END-READ
                   END-IF
                   IF TITULO-EXISTE-W = "N"
                      MOVE SPACES TO REG-EXCECAO
                      MOVE "CPD025 ORFAO           " TO
