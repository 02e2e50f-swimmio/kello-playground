      *           (fornecedor+seq via STRING-1, o mesmo protocolo de
      *           CPP023) - a resposta sai com o fornecedor ainda na
      *           linha.
      *           O CNPJ/CPF sai pela rotina GEMASCAR: formatado e
      *           inteiro so p/ quem tem a operacao "Dados Sensiveis"
      *           (GED002), com registro da exibicao em LOGACESS;
      *           mascarado p/ os demais (campo CPP025-CGC da tela
      *           passa a ser o texto formatado).
      *           Totais (a pagar, vencido, suspenso, pago no ano e
      *           adiantamentos) vem do resumo CPD052 pela rotina
      *           CPSALDO, sem varrer o movimento; a lista de titulos
      *           le so os abertos/suspensos pela chave ALT4
      *           (fornecedor + situacao).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  TOT-SUSPENSO-W        PIC 9(10)V99 VALUE ZEROS.
           05  SALDO-ADIANT-W        PIC 9(9)V99  VALUE ZEROS.
           05  TOT-RETIDO-W          PIC 9(9)V99  VALUE ZEROS.
           05  QT-LISTADOS-W         PIC 9(5)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ,ZZ.
           05  EMP-REFERENCIA.
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".

       01  PASSAR-PARAMETROS.
           05  PASSAR-STRING-1       PIC X(60).

           COPY "CPMASCAR".
           COPY "CPSALDO".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
       77 wHandle                      pic 9(09) comp-5 value zeros.
           MOVE "CPD023" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD023.
           MOVE "CPD026" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD026.
           MOVE "CPD027" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD027.
           MOVE "CPD052" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD052.
           MOVE "GED003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED003.
           MOVE PATH-CPD020   TO CPSALDO-PATH-CPD020
           MOVE PATH-CPD023   TO CPSALDO-PATH-CPD023
           MOVE PATH-CPD027   TO CPSALDO-PATH-CPD027
           MOVE PATH-CPD052   TO CPSALDO-PATH-CPD052
           MOVE "CPP025"      TO CPSALDO-PROGRAMA
           PERFORM VERIFICA-EMPRESA-LIBERADA.
           OPEN INPUT CGD001 CPD020 CPD023 CPD026 CPD027
           IF ST-CGD001 <> "00" OR ST-CPD020 <> "00"
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO CPP025-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE 1             TO GEMASCAR-FUNCAO
           MOVE EMPRESA-W     TO GEMASCAR-EMPRESA
           MOVE COD-USUARIO-W TO GEMASCAR-USUARIO
           MOVE "CPP025"      TO GEMASCAR-PROGRAMA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR.
           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

           MOVE "CLEAR-LIST-BOX2" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO QT-ABERTOS-W TOT-ABERTO-W TOT-SUSPENSO-W
                         SALDO-ADIANT-W TOT-RETIDO-W QT-LISTADOS-W.
           PERFORM MOSTRA-CADASTRO.
           PERFORM LISTA-TITULOS-ABERTOS.
           PERFORM LE-SALDO-FORNECEDOR.
           PERFORM LISTA-BAIXAS-RECENTES.
           PERFORM SOMA-RETENCOES.
           MOVE TOT-ABERTO-W   TO CPP025-TOT-ABERTO.
           MOVE ENDERECO-CG01 TO CPP025-ENDERECO.
           MOVE CIDADE-CG01   TO CPP025-CIDADE.
           MOVE FONE-CG01     TO CPP025-FONE.
           MOVE 2             TO GEMASCAR-FUNCAO
           MOVE TIPO-PESSOA-CG01 TO GEMASCAR-TIPO
           MOVE CGC-CG01      TO GEMASCAR-DOCUMENTO
           MOVE SPACES        TO GEMASCAR-REFERENCIA
           STRING "CGD001 " CODIGO-CG01 DELIMITED BY SIZE
                  INTO GEMASCAR-REFERENCIA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           MOVE GEMASCAR-TEXTO TO CPP025-CGC.
           IF SITUACAO-CG01 = 1
              MOVE "BLOQUEADO" TO CPP025-SITUACAO-FORN
           ELSE
           END-IF.

       LISTA-TITULOS-ABERTOS SECTION.
      *    Titulos abertos/suspensos do fornecedor pela ALT4
      *    (fornecedor + situacao + vencimento) - os pagos nao sao
      *    lidos; fornecedor+seq nas posicoes 57-62/64-68 da linha
      *    p/ o drill-down, como CPP023.
           MOVE CPP025-COD-FORN TO FORNEC-CP20.
           MOVE ZEROS           TO SITUACAO-CP20 DATA-VENCTO-CP20.
           START CPD020 KEY IS NOT < ALT4-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = CPP025-COD-FORN OR
                      SITUACAO-CP20 > 1
                      MOVE "10" TO ST-CPD020
                   ELSE
                      PERFORM INSERE-TITULO-LISTA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD020.

       INSERE-TITULO-LISTA SECTION.
           ADD 1 TO QT-LISTADOS-W.
           MOVE SPACES TO CPP025-LINDET1.
           MOVE NR-DOCTO-CP20    TO CPP025-LINDET1(01: 10)
           MOVE DATA-VENCTO-CP20 TO DATA-E
           MOVE "INSERE-LISTA-POP-UP" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       LE-SALDO-FORNECEDOR SECTION.
      *    Resumo do fornecedor em CPD052 (a CPSALDO refaz na hora
      *    se nao houver resumo ou se um vencimento ja virou).
      *    Saldo a pagar/suspenso ja descontadas as baixas parciais;
      *    adiantamentos = tipos 0 e 2 de CPD027 nao aplicados.
           MOVE 4               TO CPSALDO-FUNCAO
           MOVE CPP025-COD-FORN TO CPSALDO-FORNEC
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           IF CPSALDO-RETORNO = 9
              MOVE "ERRO NA LEITURA DO SALDO DO FORNECEDOR (CPD052)"
                                   TO CPP025-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO LE-SALDO-FORNECEDOR-FIM.
           MOVE CPSALDO-QT-ABERTOS TO QT-ABERTOS-W.
           MOVE CPSALDO-ABERTO     TO TOT-ABERTO-W.
           MOVE CPSALDO-SUSPENSO   TO TOT-SUSPENSO-W.
           MOVE CPSALDO-ADIANT     TO SALDO-ADIANT-W.
           MOVE CPSALDO-VENCIDO    TO CPP025-TOT-VENCIDO.
           MOVE CPSALDO-PAGO-ANO   TO CPP025-PAGO-ANO.
       LE-SALDO-FORNECEDOR-FIM.
           EXIT.

       LISTA-BAIXAS-RECENTES SECTION.
                        WHEN 1 MOVE "IRRF " TO CPP025-LINDET2(01: 05)
                        WHEN 2 MOVE "ISS  " TO CPP025-LINDET2(01: 05)
                        WHEN 3 MOVE "INSS " TO CPP025-LINDET2(01: 05)
                        WHEN 4 MOVE "CSRF " TO CPP025-LINDET2(01: 05)
                      END-EVALUATE
                      MOVE SEQ-CP26 TO CPP025-LINDET2(07: 05)
                      MOVE DATA-MOVTO-CP26 TO DATA-E
                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
                PERFORM SELA-LOGACESS
           END-PERFORM.
           CLOSE LOGACESS.
       GRAVA-EVENTO-NEGADO-FIM.
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 CPD020 CPD023 CPD026 CPD027.
           MOVE 9 TO GEMASCAR-FUNCAO
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           CANCEL "GEMASCAR".
           CANCEL "CPSALDO".
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

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
