       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB083.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Comissao dos vendedores de contratos de formatura - a
      * comissao era calculada numa planilha em cima da lista de
      * DATA-PREV-VENDA-CO40. Este batch mensal apura a comissao
      * sobre o que foi efetivamente recebido de cada contrato
      * (cheques de CHD010 com CONTRATO-CH10, como o CHB012 concilia)
      * pelo % do vendedor do contrato (VENDEDOR-CO40/COD041), liquida
      * dos devolvidos nao recuperados, e gera o titulo de pagamento
      * em CPD020 p/ o fornecedor de cada vendedor do mesmo jeito que
      * o CPB057 paga os revisores (CPD021/LOG001, LOG003 e jornal
      * LOG004).
      *
      * Cada recebimento comissionado vira um lancamento no movimento
      * de comissao COD043 (chave = CHAVE-CH10) - o lancamento existir
      * e o que impede pagar o mesmo recebimento duas vezes:
      *   credito     - cheque recebido no periodo, ja "bom" (bom-para
      *                 ate a data final) e nao devolvido;
      *   estorno     - cheque ja comissionado que voltou em devolucao
      *                 final (CHD013 aberto pelo CHB015 com
      *                 CHEQUE-ORIGEM; reapresentacao nao estorna) -
      *                 estorna a comissao mesmo que ja paga;
      *   recuperacao - devolvido recebido de volta (DATA-RECTO-CH13)
      *                 - a comissao volta a ser devida.
      * Os lancamentos pendentes de cada vendedor sao somados; saldo
      * positivo vira titulo e os lancamentos sao carimbados com ele
      * (FORNEC/SEQ-PAGO-CO43); saldo negativo (estorno maior que os
      * creditos) fica pendente e abate da proxima apuracao.
      * Vendedor sem fornecedor cadastrado/bloqueado em CGD001 fica
      * p/ a proxima rodada, sem carimbar nada.
      * Devolvido digitado a mao (sem CHEQUE-ORIGEM) nao tem como ser
      * ligado ao cheque comissionado - fica fora do estorno.
      *
      * Parametro: arquivo COMCP83 na pasta da empresa -
      *   linha 1: data de corte AAAAMMDD - recebimento anterior nunca
      *            entra (comissao antiga ja paga pela planilha)
      *   linha 2: data final AAAAMMDD (fim do mes; vazio = hoje)
      *   linha 3: vencimento do titulo AAAAMMDD (vazio = hoje)
      *   linha 4: conta reduzida de apuracao (vazio = zeros)
      * Saida: arquivo-relatorio RELCP83 na pasta da empresa.
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CHPX010.
           COPY CHPX013.
           COPY COPX040.
           COPY COPX041.
           COPY COPX043.
           COPY CPPX020.
           COPY CPPX021.
           COPY LOGX001.
           COPY LOGX003.
           COPY LOGX004.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CHPW010.
       COPY CHPW013.
       COPY COPW040.
       COPY COPW041.
       COPY COPW043.
       COPY CPPW020.
       COPY CPPW021.
       COPY LOGW001.
       COPY LOGW003.
       COPY LOGW004.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CHD013             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD043             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD021             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
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
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-VENCTO-W         PIC 9(8)     VALUE ZEROS.
           05  CONTA-REDUZ-W         PIC 9(5)     VALUE ZEROS.
           05  PROX-SEQ-JRN-W        PIC 9(9)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  IND-VEN-W             PIC 9(3)     VALUE ZEROS.
           05  QT-VENDEDORES-W       PIC 9(3)     VALUE ZEROS.
           05  QT-CREDITOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-ESTORNOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-RECUPERA-W         PIC 9(5)     VALUE ZEROS.
           05  QT-TITULOS-W          PIC 9(3)     VALUE ZEROS.
           05  QT-MARCADOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-CADASTRO-W     PIC 9(3)     VALUE ZEROS.
           05  VENDEDOR-W            PIC 9(4)     VALUE ZEROS.
           05  PERC-W                PIC 9(2)V99  VALUE ZEROS.
           05  FORNEC-PAGTO-W        PIC 9(6)     VALUE ZEROS.
           05  LIQUIDO-W             PIC S9(10)V99 VALUE ZEROS.
           05  ACHOU-CREDITO-W       PIC 9        VALUE ZEROS.
           05  ACHOU-ESTORNO-W       PIC 9        VALUE ZEROS.
      *    Lancamento de credito/estorno ja gravado p/ o cheque (usado
      *    p/ estornar/recuperar com o mesmo valor)
           05  CONTRATO-LANC-W       PIC 9(4)     VALUE ZEROS.
           05  VENDEDOR-LANC-W       PIC 9(4)     VALUE ZEROS.
           05  PERC-LANC-W           PIC 9(2)V99  VALUE ZEROS.
           05  VALOR-LANC-W          PIC 9(8)V99  VALUE ZEROS.
           05  DOCTO-GERADO-W.
               10  FILLER            PIC X(3)     VALUE "COM".
               10  DOCTO-ANOMES-W    PIC 9(6).
               10  FILLER            PIC X(1)     VALUE SPACE.

      *    Lancamentos pendentes por vendedor (ate 200 vendedores por
      *    rodada) e o titulo gerado p/ cada um.
           05  TB-VENDEDORES.
               10  TB-VEN-OCORRE OCCURS 200.
                   15  VEN-COD-TB        PIC 9(4).
                   15  VEN-CRED-TB       PIC 9(10)V99.
                   15  VEN-EST-TB        PIC 9(10)V99.
                   15  VEN-RECUP-TB      PIC 9(10)V99.
                   15  VEN-FORNEC-TB     PIC 9(6).
                   15  VEN-SEQ-TB        PIC 9(5).
                   15  VEN-OBS-TB        PIC X(22).

           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           05  VALOR-S-E             PIC ---.---.--9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-VENDEDORES-W QT-CREDITOS-W
                         QT-ESTORNOS-W QT-RECUPERA-W QT-TITULOS-W
                         QT-MARCADOS-W QT-SEM-CADASTRO-W.
           INITIALIZE TB-VENDEDORES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "CHD013"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD013
           MOVE "COD040"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040
           MOVE "COD041"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD041
           MOVE "COD043"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD043
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD021
           MOVE "LOG001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "COMCP83" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCP83" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB083"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           MOVE WS-DATA-CPU TO DATA-FIM-W DATA-VENCTO-W.
           OPEN INPUT ARQ-PARAM
           IF ST-PARAM <> "00"
              DISPLAY "ARQUIVO DE PARAMETROS COMCP83 NAO ENCONTRADO: "
                      ST-PARAM
              MOVE 1 TO ERRO-W
           ELSE
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 8) NUMERIC
                    MOVE REG-PARAM(1: 8) TO DATA-INI-W
                 END-IF
              END-READ
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 8) NUMERIC AND
                    REG-PARAM(1: 8) > "00000000"
                    MOVE REG-PARAM(1: 8) TO DATA-FIM-W
                 END-IF
              END-READ
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 8) NUMERIC AND
                    REG-PARAM(1: 8) > "00000000"
                    MOVE REG-PARAM(1: 8) TO DATA-VENCTO-W
                 END-IF
              END-READ
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 5) NUMERIC
                    MOVE REG-PARAM(1: 5) TO CONTA-REDUZ-W
                 END-IF
              END-READ
              CLOSE ARQ-PARAM
           END-IF.
      *    Sem data de corte a primeira rodada pagaria de novo todo o
      *    historico ja pago pela planilha.
           IF ERRO-W = 0 AND DATA-INI-W = ZEROS
              DISPLAY "DATA DE CORTE NAO INFORMADA EM COMCP83"
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM
              STOP RUN.

           OPEN INPUT CGD001 CHD010 CHD013 COD040 COD041
           OPEN I-O   COD043
           IF ST-COD043 = "35"
              CLOSE COD043     OPEN OUTPUT COD043
              CLOSE COD043     OPEN I-O COD043
           END-IF.
           OPEN I-O   CPD020 CPD021 LOG001 LOG003 LOG004
           IF ST-LOG004 = "35"
              CLOSE LOG004     OPEN OUTPUT LOG004
              CLOSE LOG004     OPEN I-O LOG004
           END-IF.
           OPEN OUTPUT ARQ-RELAT

           IF ST-CPD020 <> "00" OR ST-CPD021 <> "00" OR
              ST-COD043 <> "00" OR ST-LOG001 <> "00" OR
              ST-LOG003 <> "00" OR ST-LOG004 <> "00"
              DISPLAY "ERRO ABERTURA CPD020/021/COD043/LOGS"
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CHD010 <> "00" OR ST-COD040 <> "00" OR
              ST-COD041 <> "00"
              DISPLAY "ERRO ABERTURA CHD010/COD040/COD041"
              MOVE 1 TO ERRO-W
           END-IF.
      *    CHD013 opcional: sem devolvidos nao ha estorno.
           IF ST-CHD013 <> "00" AND ST-CHD013 <> "05" AND
              ST-CHD013 <> "35"
              DISPLAY "ERRO ABERTURA CHD013: " ST-CHD013
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CGD001 <> "00" AND ST-CGD001 <> "05" AND
              ST-CGD001 <> "35"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM ACHA-SEQ-JORNAL
              MOVE DATA-FIM-W(1: 6) TO DOCTO-ANOMES-W
              PERFORM APURA-CREDITOS
              PERFORM APURA-DEVOLUCOES
              PERFORM TOTALIZA-PENDENTES
              PERFORM GERA-TITULOS
              PERFORM MARCA-PAGOS
              PERFORM IMPRIME-COMISSOES
           END-IF.

           CLOSE CGD001 CHD010 CHD013 COD040 COD041 COD043 CPD020
                 CPD021 LOG001 LOG003 LOG004 ARQ-RELAT.

           DISPLAY "CREDITOS DE COMISSAO LANCADOS....: "
                   QT-CREDITOS-W.
           DISPLAY "ESTORNOS (CHEQUES DEVOLVIDOS)....: "
                   QT-ESTORNOS-W.
           DISPLAY "RECUPERACOES DE DEVOLVIDOS.......: "
                   QT-RECUPERA-W.
           DISPLAY "TITULOS DE COMISSAO GERADOS......: "
                   QT-TITULOS-W.
           DISPLAY "LANCAMENTOS LIQUIDADOS...........: "
                   QT-MARCADOS-W.
           DISPLAY "VENDEDORES SEM CADASTRO/BLOQUEADO: "
                   QT-SEM-CADASTRO-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       APURA-CREDITOS SECTION.
      *    Cheques do periodo ligados a contrato, ja bons e fora de
      *    devolucao, que ainda nao tem lancamento de credito.
           MOVE DATA-INI-W TO DATA-MOVTO-CH10.
           MOVE ZEROS      TO SEQ-CH10.
           START CHD010 KEY IS NOT < CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010.
           PERFORM UNTIL ST-CHD010 = "10"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   IF DATA-MOVTO-CH10 > DATA-FIM-W
                      MOVE "10" TO ST-CHD010
                   ELSE
                      IF CONTRATO-CH10 > ZEROS AND
                         SITUACAO-CH10 NOT = 2 AND
                         BOM-PARA-CH10 NOT > DATA-FIM-W
                         PERFORM LANCA-CREDITO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

       LANCA-CREDITO SECTION.
           MOVE 1               TO TIPO-CO43.
           MOVE DATA-MOVTO-CH10 TO DATA-MOVTO-CO43.
           MOVE SEQ-CH10        TO SEQ-CO43.
           READ COD043 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                GO LANCA-CREDITO-FIM
           END-READ.
           MOVE CONTRATO-CH10 TO NR-CONTRATO-CO40.
           PERFORM LE-VENDEDOR-CONTRATO.
           IF VENDEDOR-W = ZEROS OR PERC-W = ZEROS
              GO LANCA-CREDITO-FIM.
           INITIALIZE REG-COD043.
           MOVE 1               TO TIPO-CO43.
           MOVE DATA-MOVTO-CH10 TO DATA-MOVTO-CO43.
           MOVE SEQ-CH10        TO SEQ-CO43.
           MOVE CONTRATO-CH10   TO CONTRATO-CO43.
           MOVE VENDEDOR-W      TO VENDEDOR-CO43.
           MOVE VALOR-CH10      TO BASE-CO43.
           MOVE PERC-W          TO PERC-CO43.
           COMPUTE VALOR-CO43 ROUNDED = BASE-CO43 * PERC-W / 100.
           PERFORM GRAVA-LANCAMENTO.
           IF ST-COD043 = "00"
              ADD 1 TO QT-CREDITOS-W.
       LANCA-CREDITO-FIM.
           EXIT.

       LE-VENDEDOR-CONTRATO SECTION.
      *    NR-CONTRATO-CO40 ja preenchido. Contrato sem vendedor (ou
      *    vendedor sem % cadastrado) nao gera comissao.
           MOVE ZEROS TO VENDEDOR-W PERC-W.
           READ COD040 INVALID KEY
                GO LE-VENDEDOR-CONTRATO-FIM.
           IF VENDEDOR-CO40 NOT NUMERIC OR VENDEDOR-CO40 = ZEROS
              GO LE-VENDEDOR-CONTRATO-FIM.
           MOVE VENDEDOR-CO40 TO CODIGO-CO41.
           READ COD041 INVALID KEY
                GO LE-VENDEDOR-CONTRATO-FIM.
           MOVE VENDEDOR-CO40      TO VENDEDOR-W.
           MOVE PERC-COMISSAO-CO41 TO PERC-W.
       LE-VENDEDOR-CONTRATO-FIM.
           EXIT.

       APURA-DEVOLUCOES SECTION.
      *    Devolucao final de cheque comissionado estorna; devolvido
      *    recuperado volta a render comissao.
           IF ST-CHD013 <> "00"
              GO APURA-DEVOLUCOES-FIM.
           MOVE ZEROS TO CHAVE-CH13.
           START CHD013 KEY IS NOT < CHAVE-CH13 INVALID KEY
                 MOVE "10" TO ST-CHD013.
           PERFORM UNTIL ST-CHD013 = "10"
              READ CHD013 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD013
              NOT AT END
                   IF REAPRESENTA-CH13 NOT = 1 AND
                      CHEQUE-ORIGEM-CH13 NOT = ZEROS
                      PERFORM TRATA-DEVOLVIDO
                   END-IF
              END-READ
           END-PERFORM.
       APURA-DEVOLUCOES-FIM.
           EXIT.

       TRATA-DEVOLVIDO SECTION.
           MOVE ZEROS TO ACHOU-CREDITO-W ACHOU-ESTORNO-W.
           MOVE 1                    TO TIPO-CO43.
           MOVE DATA-MOVTO-ORIG-CH13 TO DATA-MOVTO-CO43.
           MOVE SEQ-ORIG-CH13        TO SEQ-CO43.
           READ COD043 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO ACHOU-CREDITO-W
                PERFORM GUARDA-LANCAMENTO
           END-READ.
           MOVE 2                    TO TIPO-CO43.
           MOVE DATA-MOVTO-CH13      TO DATA-MOVTO-CO43.
           MOVE SEQ-CH13             TO SEQ-CO43.
           READ COD043 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO ACHOU-ESTORNO-W
                PERFORM GUARDA-LANCAMENTO
           END-READ.

      *    Estorno: so de cheque que chegou a ser comissionado, pelo
      *    mesmo valor do credito.
           IF ACHOU-CREDITO-W = 1 AND ACHOU-ESTORNO-W = 0
              INITIALIZE REG-COD043
              MOVE 2               TO TIPO-CO43
              MOVE DATA-MOVTO-CH13 TO DATA-MOVTO-CO43
              MOVE SEQ-CH13        TO SEQ-CO43
              MOVE CONTRATO-LANC-W TO CONTRATO-CO43
              MOVE VENDEDOR-LANC-W TO VENDEDOR-CO43
              MOVE VALOR-CH13      TO BASE-CO43
              MOVE PERC-LANC-W     TO PERC-CO43
              MOVE VALOR-LANC-W    TO VALOR-CO43
              PERFORM GRAVA-LANCAMENTO
              IF ST-COD043 = "00"
                 ADD 1 TO QT-ESTORNOS-W
                 MOVE 1 TO ACHOU-ESTORNO-W
              END-IF
           END-IF.

      *    Recuperacao no periodo: devolve o que foi estornado, ou -
      *    cheque que voltou antes de ser comissionado - paga agora
      *    sobre o valor recuperado.
           IF DATA-RECTO-CH13 < DATA-INI-W OR
              DATA-RECTO-CH13 > DATA-FIM-W
              GO TRATA-DEVOLVIDO-FIM.
           IF ACHOU-CREDITO-W = 1 AND ACHOU-ESTORNO-W = 0
              GO TRATA-DEVOLVIDO-FIM.
           IF ACHOU-CREDITO-W = 0 AND
              DATA-MOVTO-ORIG-CH13 < DATA-INI-W
              GO TRATA-DEVOLVIDO-FIM.
           MOVE 3               TO TIPO-CO43.
           MOVE DATA-MOVTO-CH13 TO DATA-MOVTO-CO43.
           MOVE SEQ-CH13        TO SEQ-CO43.
           READ COD043 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                GO TRATA-DEVOLVIDO-FIM
           END-READ.
           IF ACHOU-CREDITO-W = 0
              MOVE CONTRATO-CH13 TO NR-CONTRATO-CO40
              PERFORM LE-VENDEDOR-CONTRATO
              IF VENDEDOR-W = ZEROS OR PERC-W = ZEROS
                 GO TRATA-DEVOLVIDO-FIM
              END-IF
              MOVE CONTRATO-CH13 TO CONTRATO-LANC-W
              MOVE VENDEDOR-W    TO VENDEDOR-LANC-W
              MOVE PERC-W        TO PERC-LANC-W
              COMPUTE VALOR-LANC-W ROUNDED =
                      VALOR-CH13 * PERC-W / 100
           END-IF.
           INITIALIZE REG-COD043.
           MOVE 3               TO TIPO-CO43.
           MOVE DATA-MOVTO-CH13 TO DATA-MOVTO-CO43.
           MOVE SEQ-CH13        TO SEQ-CO43.
           MOVE CONTRATO-LANC-W TO CONTRATO-CO43.
           MOVE VENDEDOR-LANC-W TO VENDEDOR-CO43.
           MOVE VALOR-CH13      TO BASE-CO43.
           MOVE PERC-LANC-W     TO PERC-CO43.
           MOVE VALOR-LANC-W    TO VALOR-CO43.
           PERFORM GRAVA-LANCAMENTO.
           IF ST-COD043 = "00"
              ADD 1 TO QT-RECUPERA-W.
       TRATA-DEVOLVIDO-FIM.
           EXIT.

       GUARDA-LANCAMENTO SECTION.
           MOVE CONTRATO-CO43 TO CONTRATO-LANC-W.
           MOVE VENDEDOR-CO43 TO VENDEDOR-LANC-W.
           MOVE PERC-CO43     TO PERC-LANC-W.
           MOVE VALOR-CO43    TO VALOR-LANC-W.

       GRAVA-LANCAMENTO SECTION.
      *    REG-COD043 montado; pendente (FORNEC/SEQ-PAGO zerados).
           MOVE WS-DATA-CPU TO DATA-APURACAO-CO43.
           MOVE ZEROS       TO FORNEC-PAGO-CO43 SEQ-PAGO-CO43.
           WRITE REG-COD043 INVALID KEY
                 DISPLAY "ERRO GRAVACAO COD043: " ST-COD043
                         " CHAVE=" CHAVE-CO43
           NOT INVALID KEY
                 MOVE "I"         TO LOG3-OPERACAO
                 MOVE "COD043"    TO LOG3-ARQUIVO
                 MOVE REG-COD043  TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG003
           END-WRITE.

       TOTALIZA-PENDENTES SECTION.
           MOVE ZEROS TO TIPO-CO43 DATA-MOVTO-CO43 SEQ-CO43.
           START COD043 KEY IS NOT < CHAVE-CO43 INVALID KEY
                 MOVE "10" TO ST-COD043.
           PERFORM UNTIL ST-COD043 = "10"
              READ COD043 NEXT RECORD AT END
                   MOVE "10" TO ST-COD043
              NOT AT END
                   IF FORNEC-PAGO-CO43 = ZEROS AND
                      SEQ-PAGO-CO43 = ZEROS
                      PERFORM ANOTA-PENDENTE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD043.

       ANOTA-PENDENTE SECTION.
           MOVE VENDEDOR-CO43 TO VENDEDOR-W.
           PERFORM LOCALIZA-VENDEDOR.
           IF IND-VEN-W = ZEROS
              GO ANOTA-PENDENTE-FIM.
           EVALUATE TIPO-CO43
             WHEN 1 ADD VALOR-CO43 TO VEN-CRED-TB(IND-VEN-W)
             WHEN 2 ADD VALOR-CO43 TO VEN-EST-TB(IND-VEN-W)
             WHEN 3 ADD VALOR-CO43 TO VEN-RECUP-TB(IND-VEN-W)
           END-EVALUATE.
       ANOTA-PENDENTE-FIM.
           EXIT.

       LOCALIZA-VENDEDOR SECTION.
           MOVE ZEROS TO IND-VEN-W.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-VENDEDORES-W OR IND-VEN-W > ZEROS
              IF VEN-COD-TB(I) = VENDEDOR-W
                 MOVE I TO IND-VEN-W
              END-IF
           END-PERFORM.
           IF IND-VEN-W = ZEROS
              IF QT-VENDEDORES-W < 200
                 ADD 1 TO QT-VENDEDORES-W
                 MOVE QT-VENDEDORES-W TO IND-VEN-W
                 MOVE VENDEDOR-W      TO VEN-COD-TB(IND-VEN-W)
              ELSE
                 DISPLAY "MAIS DE 200 VENDEDORES - VENDEDOR "
                         VENDEDOR-W " FICA P/ A PROXIMA RODADA"
              END-IF
           END-IF.

       GERA-TITULOS SECTION.
           PERFORM VARYING IND-VEN-W FROM 1 BY 1
                   UNTIL IND-VEN-W > QT-VENDEDORES-W
              PERFORM GERA-UM-TITULO
           END-PERFORM.

       GERA-UM-TITULO SECTION.
           COMPUTE LIQUIDO-W = VEN-CRED-TB(IND-VEN-W)
                             + VEN-RECUP-TB(IND-VEN-W)
                             - VEN-EST-TB(IND-VEN-W).
           IF LIQUIDO-W NOT > ZEROS
              MOVE "SALDO A COMPENSAR" TO VEN-OBS-TB(IND-VEN-W)
              GO GERA-UM-TITULO-FIM.
           MOVE VEN-COD-TB(IND-VEN-W) TO CODIGO-CO41.
           READ COD041 INVALID KEY
                MOVE ZEROS TO FORNEC-CO41
           END-READ.
           MOVE FORNEC-CO41 TO FORNEC-PAGTO-W.
           IF FORNEC-PAGTO-W = ZEROS
              DISPLAY "VENDEDOR SEM FORNECEDOR: " VEN-COD-TB(IND-VEN-W)
              MOVE "SEM FORNECEDOR" TO VEN-OBS-TB(IND-VEN-W)
              ADD 1 TO QT-SEM-CADASTRO-W
              GO GERA-UM-TITULO-FIM.
      *    Fornecedor de pagamento precisa existir em CGD001 e nao
      *    estar bloqueado - senao fica p/ a proxima rodada, sem
      *    carimbar os lancamentos.
           IF ST-CGD001 = "00"
              MOVE FORNEC-PAGTO-W TO CODIGO-CG01
              READ CGD001 INVALID KEY
                   DISPLAY "VENDEDOR SEM CADASTRO: "
                           VEN-COD-TB(IND-VEN-W)
                   MOVE "FORNEC NAO CADASTRADO" TO
                        VEN-OBS-TB(IND-VEN-W)
                   ADD 1 TO QT-SEM-CADASTRO-W
                   GO GERA-UM-TITULO-FIM
              END-READ
              IF SITUACAO-CG01 = 1
                 DISPLAY "VENDEDOR BLOQUEADO: " VEN-COD-TB(IND-VEN-W)
                 MOVE "FORNEC BLOQUEADO" TO VEN-OBS-TB(IND-VEN-W)
                 ADD 1 TO QT-SEM-CADASTRO-W
                 GO GERA-UM-TITULO-FIM
              END-IF
           END-IF.

           INITIALIZE REG-CPD020.
           MOVE FORNEC-PAGTO-W TO FORNEC-CP20 FORNEC-CP21.
           PERFORM ATUALIZA-SEQ-CPD021.
           MOVE SEQ-CP21            TO SEQ-CP20.
           MOVE DOCTO-GERADO-W      TO NR-DOCTO-CP20.
           MOVE 0101                TO NR-PARCELA-CP20.
           MOVE WS-DATA-CPU         TO DATA-MOVTO-CP20
                                       DATA-EMISSAO-CP20.
           MOVE DATA-VENCTO-W       TO DATA-VENCTO-CP20.
           MOVE CONTA-REDUZ-W       TO CODREDUZ-APUR-CP20.
           MOVE DATA-FIM-W(1: 6)    TO COMPETENCIA-CP20.
           MOVE SPACES              TO DESCRICAO-CP20.
           STRING "COMISSAO VENDEDOR " VEN-COD-TB(IND-VEN-W) " "
                  DOCTO-ANOMES-W
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE LIQUIDO-W           TO VALOR-TOT-CP20.
           MOVE ZEROS               TO SITUACAO-CP20 LIBERADO-CP20
                                       SEQ-CAIXA-CP20 PORTADOR-CP20.
           MOVE 0                   TO PREV-DEF-CP20 TIPO-CONTA-CP20
                                       TIPO-MOEDA-CP20.
           MOVE USUARIO-W           TO DIGITADOR-CP20.

           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 INVALID KEY
                DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
                        " VENDEDOR=" VEN-COD-TB(IND-VEN-W)
                MOVE "ERRO GRAVACAO CPD020" TO VEN-OBS-TB(IND-VEN-W)
           NOT INVALID KEY
                MOVE "I"         TO LOG3-OPERACAO
                MOVE "CPD020"    TO LOG3-ARQUIVO
                MOVE REG-CPD020  TO LOG3-REGISTRO
                PERFORM GRAVA-LOG003
                PERFORM GRAVA-JORNAL-CPD020
                ADD 1 TO QT-TITULOS-W
                MOVE FORNEC-CP20 TO VEN-FORNEC-TB(IND-VEN-W)
                MOVE SEQ-CP20    TO VEN-SEQ-TB(IND-VEN-W)
           END-WRITE.
       GERA-UM-TITULO-FIM.
           EXIT.

       MARCA-PAGOS SECTION.
      *    Carimba os lancamentos pendentes de cada vendedor pago com
      *    o titulo gerado - e o que impede a proxima rodada de pagar
      *    de novo. Cada regravacao gera imagem LOG003.
           MOVE ZEROS TO TIPO-CO43 DATA-MOVTO-CO43 SEQ-CO43.
           START COD043 KEY IS NOT < CHAVE-CO43 INVALID KEY
                 MOVE "10" TO ST-COD043.
           PERFORM UNTIL ST-COD043 = "10"
              READ COD043 NEXT RECORD AT END
                   MOVE "10" TO ST-COD043
              NOT AT END
                   IF FORNEC-PAGO-CO43 = ZEROS AND
                      SEQ-PAGO-CO43 = ZEROS
                      PERFORM MARCA-UM-LANCAMENTO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD043.

       MARCA-UM-LANCAMENTO SECTION.
           MOVE ZEROS TO IND-VEN-W.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-VENDEDORES-W OR IND-VEN-W > ZEROS
              IF VEN-COD-TB(I) = VENDEDOR-CO43
                 MOVE I TO IND-VEN-W
              END-IF
           END-PERFORM.
           IF IND-VEN-W = ZEROS
              GO MARCA-UM-LANCAMENTO-FIM.
           IF VEN-SEQ-TB(IND-VEN-W) = ZEROS
              GO MARCA-UM-LANCAMENTO-FIM.
           MOVE VEN-FORNEC-TB(IND-VEN-W) TO FORNEC-PAGO-CO43.
           MOVE VEN-SEQ-TB(IND-VEN-W)    TO SEQ-PAGO-CO43.
           REWRITE REG-COD043 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD043: " CHAVE-CO43
           NOT INVALID KEY
                   ADD 1 TO QT-MARCADOS-W
                   MOVE "A"         TO LOG3-OPERACAO
                   MOVE "COD043"    TO LOG3-ARQUIVO
                   MOVE REG-COD043  TO LOG3-REGISTRO
                   PERFORM GRAVA-LOG003
           END-REWRITE.
       MARCA-UM-LANCAMENTO-FIM.
           EXIT.

       ATUALIZA-SEQ-CPD021 SECTION.
           READ CPD021 INVALID KEY
                MOVE 1 TO SEQ-CP21
                WRITE REG-CPD021 INVALID KEY
                        DISPLAY "ERRO GRAVACAO CPD021: " ST-CPD021
                NOT INVALID KEY
                        MOVE "I" TO LOG1-OPERACAO
                        PERFORM GRAVA-LOG001
                END-WRITE
              NOT INVALID KEY
                  ADD 1 TO SEQ-CP21
                  REWRITE REG-CPD021 INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CPD021: " ST-CPD021
                  NOT INVALID KEY
                        MOVE "A" TO LOG1-OPERACAO
                        PERFORM GRAVA-LOG001
                  END-REWRITE
           END-READ.

       GRAVA-LOG001 SECTION.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CPD021"    TO LOG1-ARQUIVO
           MOVE "CPB083"    TO LOG1-PROGRAMA
           MOVE REG-CPD021  TO LOG1-REGISTRO
           WRITE REG-LOG001
           END-WRITE
           PERFORM SELA-LOG001.

       GRAVA-LOG003 SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja preenchidos.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPB083"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       ACHA-SEQ-JORNAL SECTION.
      *    Ultima sequencia do jornal do dia + 1 (ver LOG004).
           MOVE ZEROS TO PROX-SEQ-JRN-W LOG4-SEQ.
           START LOG004 KEY IS NOT < LOG4-SEQ INVALID KEY
                 MOVE "99" TO ST-LOG004.
           PERFORM UNTIL ST-LOG004 NOT = "00"
              READ LOG004 NEXT RECORD AT END
                   MOVE "99" TO ST-LOG004
              NOT AT END
                   MOVE LOG4-SEQ TO PROX-SEQ-JRN-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       GRAVA-JORNAL-CPD020 SECTION.
      *    Entrada do jornal do dia p/ o titulo recem-incluido
      *    (imagem de antes em branco - e uma inclusao).
           MOVE PROX-SEQ-JRN-W  TO LOG4-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU     TO LOG4-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS     TO LOG4-HORAS.
           MOVE USUARIO-W       TO LOG4-USUARIO.
           MOVE "CPB083"        TO LOG4-PROGRAMA.
           MOVE "I"             TO LOG4-OPERACAO.
           MOVE SPACES          TO LOG4-ANTES.
           MOVE REG-CPD020      TO LOG4-DEPOIS.
           WRITE REG-LOG004 INVALID KEY
                 ADD 1 TO PROX-SEQ-JRN-W
                 MOVE PROX-SEQ-JRN-W TO LOG4-SEQ
                 WRITE REG-LOG004
                 END-WRITE
           END-WRITE
           PERFORM SELA-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       IMPRIME-COMISSOES SECTION.
           MOVE SPACES TO REG-RELAT
           STRING "COMISSAO DE VENDEDORES - RECEBIDO ATE "
                  DATA-FIM-W(7: 2) "/" DATA-FIM-W(5: 2) "/"
                  DATA-FIM-W(1: 4) " (CORTE "
                  DATA-INI-W(7: 2) "/" DATA-INI-W(5: 2) "/"
                  DATA-INI-W(1: 4) ")"
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "VEND NOME                       CREDITOS" TO
                REG-RELAT(01: 40)
           MOVE "       ESTORNOS   RECUPERACOES" TO
                REG-RELAT(41: 30)
           MOVE "        LIQUIDO  TITULO/SITUACAO" TO
                REG-RELAT(71: 32)
           WRITE REG-RELAT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-VENDEDORES-W
              PERFORM IMPRIME-LINHA-VENDEDOR
           END-PERFORM.

       IMPRIME-LINHA-VENDEDOR SECTION.
           MOVE SPACES TO REG-RELAT.
           MOVE VEN-COD-TB(I) TO REG-RELAT(01: 04).
           MOVE VEN-COD-TB(I) TO CODIGO-CO41.
           READ COD041 INVALID KEY
                MOVE "********" TO NOME-CO41
           END-READ.
           MOVE NOME-CO41(1: 20) TO REG-RELAT(06: 20).
           MOVE VEN-CRED-TB(I) TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(26: 15)
           MOVE VEN-EST-TB(I) TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(41: 15)
           MOVE VEN-RECUP-TB(I) TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(56: 15)
           COMPUTE LIQUIDO-W = VEN-CRED-TB(I) + VEN-RECUP-TB(I)
                             - VEN-EST-TB(I)
           MOVE LIQUIDO-W TO VALOR-S-E
           MOVE VALOR-S-E TO REG-RELAT(71: 15)
           IF VEN-SEQ-TB(I) > ZEROS
              STRING VEN-FORNEC-TB(I) "/" VEN-SEQ-TB(I)
                     DELIMITED BY SIZE INTO REG-RELAT(88: 12)
           ELSE
              MOVE VEN-OBS-TB(I) TO REG-RELAT(88: 22)
           END-IF.
           WRITE REG-RELAT.

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
