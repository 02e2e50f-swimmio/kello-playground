      *     sinteticos;
      *   - CPD020 (opcional, flag PERTURBA): valores perturbados em
      *     ate 9% (pela propria sequencia do titulo), p/ a base de
      *     treino nem de longe espelhar os numeros reais; o
      *     resumo de saldos (CPD052, copiado junto) dos fornecedores
      *     perturbados e refeito pela rotina CPSALDO.
      * O clerk novo treina no CPP020A sem risco de titulo fantasma
      * em producao; repetir a carga e seguro (recomeca da copia).
      *
               10  FILLER PIC X(8) VALUE "CPD025".
               10  FILLER PIC X(8) VALUE "CPD026".
               10  FILLER PIC X(8) VALUE "CPD027".
               10  FILLER PIC X(8) VALUE "CPD052".
               10  FILLER PIC X(8) VALUE "CPD028".
               10  FILLER PIC X(8) VALUE "CPD030".
               10  FILLER PIC X(8) VALUE "CPD099".
               10  FILLER PIC X(8) VALUE "CLD001".
               10  FILLER PIC X(8) VALUE "CXD032".
           05  FILLER REDEFINES TB-ARQUIVOS.
               10  ARQ-TB OCCURS 28 PIC X(8).

           COPY "PARAMETR".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-COPIADOS-W QT-AUSENTES-W
           CALL "CBL_CREATE_DIR" USING PASTA-TREINO-W.

       COPIA-ARQUIVOS SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 28
              MOVE ARQ-TB(I) TO NOME-ARQ-W
              PERFORM COPIA-UM-ARQUIVO
           END-PERFORM.
                   REWRITE REG-CPD020
                   END-REWRITE
                   ADD 1 TO QT-PERTURBADOS-W
                   MOVE 1           TO CPSALDO-FUNCAO
                   MOVE FORNEC-CP20 TO CPSALDO-FORNEC
                   CALL "CPSALDO" USING PARAMETROS-CPSALDO
              END-READ
           END-PERFORM.
           CLOSE CPD020.
           PERFORM ATUALIZA-SALDO-TREINO.
       PERTURBA-CPD020-FIM.
           EXIT.

       ATUALIZA-SALDO-TREINO SECTION.
      *    Resumo CPD052 da empresa de treinamento - paths montados
      *    na pasta de treino, como o PATH-CPD020 acima.
           MOVE PATH-CPD020 TO CPSALDO-PATH-CPD020.
           MOVE SPACES TO CPSALDO-PATH-CPD023 CPSALDO-PATH-CPD027
                          CPSALDO-PATH-CPD052.
           STRING PASTA-TREINO-W DELIMITED BY SPACE
                  "\CPD023" DELIMITED BY SIZE INTO CPSALDO-PATH-CPD023.
           STRING PASTA-TREINO-W DELIMITED BY SPACE
                  "\CPD027" DELIMITED BY SIZE INTO CPSALDO-PATH-CPD027.
           STRING PASTA-TREINO-W DELIMITED BY SPACE
                  "\CPD052" DELIMITED BY SIZE INTO CPSALDO-PATH-CPD052.
           MOVE "CPB072" TO CPSALDO-PROGRAMA.
           MOVE 2     TO CPSALDO-FUNCAO.
           MOVE ZEROS TO CPSALDO-FORNEC.
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           IF CPSALDO-RETORNO = 9
              DISPLAY "ERRO NA ATUALIZACAO DO CPD052 DE TREINAMENTO".
           MOVE 9 TO CPSALDO-FUNCAO.
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           CANCEL "CPSALDO".
