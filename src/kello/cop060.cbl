      *           e recusa saida maior que o saldo. Brinde validado
      *           no cadastro COD050; toda mudanca gera imagem
      *           LOG003.
      *           Devolucao ao fornecedor por defeito (TIPO 5): sai
      *           do estoque amarrada ao pedido de compra da entrada
      *           (COP060-NR-PEDIDO) - pedido e item do brinde
      *           precisam existir e a qtde nao passa do saldo nem do
      *           recebido no item; entra no scorecard de fornecedores
      *           (CPB088). A devolucao (so inclusao - nao se altera
      *           nem exclui depois de gravada) baixa a qtde recebida
      *           do item do pedido, sai do estoque pelo custo da
      *           entrada do pedido (recalculando o custo medio) e
      *           gera credito do fornecedor em CPD027 (TIPO 2, com
      *           saldo como o adiantamento), abatido do proximo
      *           titulo em aberto pela CPB089.
      *           Cada titulo/credito gravado atualiza o resumo de
      *           saldos do fornecedor (CPD052, rotina CPSALDO).
      *           Transferencias entre empresas (TIPO 6 saida, 7
      *           entrada) sao gravadas pelo ICB003 e entram no saldo;
      *           aqui so sao consultadas - alterar ou excluir
      *           desfaria o par e o lancamento do ICD001.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY COPX065.
           COPY COPX066.
           COPY COPX070.
           COPY CPPX027.

           SELECT ARQ-PROTOCOLO ASSIGN TO PATH-PROTOCOLO
                  ORGANIZATION LINE SEQUENTIAL
       COPY COPW065.
       COPY COPW066.
       COPY COPW070.
       COPY CPPW027.

       FD  ARQ-PROTOCOLO.
       01  REG-PROTOCOLO            PIC X(80).
           05  ST-PROTOCOLO          PIC XX       VALUE SPACES.
           05  PATH-PROTOCOLO        PIC X(40)    VALUE SPACES.
           05  PROX-PROTOCOLO-W      PIC 9(6)     VALUE ZEROS.
      *    Devolucao ao fornecedor (TIPO 5): custo da entrada do
      *    pedido (achado no CALCULA-SALDO) e credito em CPD027.
           05  ST-CPD027             PIC XX       VALUE SPACES.
           05  CUSTO-ENTRADA-W       PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-CREDITO-W       PIC 9(8)V99  VALUE ZEROS.
           05  SEQ-CREDITO-W         PIC 9(5)     VALUE ZEROS.
           05  FORNEC-DEVOL-W        PIC 9(6)     VALUE ZEROS.
           05  DESCR-CREDITO-W.
               10  FILLER            PIC X(10)    VALUE "DEVOL PED ".
               10  PEDIDO-CRED-W     PIC 9(5).
               10  FILLER            PIC X(08)    VALUE " BRINDE ".
               10  BRINDE-CRED-W     PIC 9(5).
               10  FILLER            PIC X(02)    VALUE SPACES.
      *    Protocolo de entrega (COD070): toda saida gera um
      *    protocolo numerado (cabecalho + item), carimba
      *    NR-PROTOCOLO-CO60 no movimento e imprime o formulario de
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPSALDO".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
              CLOSE COD070      OPEN OUTPUT COD070
              CLOSE COD070      OPEN I-O COD070
           END-IF
           MOVE "CPD027" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD027.
           MOVE "CPD020" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD020.
           MOVE "CPD023" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD023.
           MOVE "CPD027" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD027.
           MOVE "CPD052" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD052.
           MOVE "COP060" TO CPSALDO-PROGRAMA.
           OPEN I-O CPD027
           IF ST-CPD027 = "35"
              CLOSE CPD027      OPEN OUTPUT CPD027
              CLOSE CPD027      OPEN I-O CPD027
           END-IF
           OPEN INPUT COD065
           OPEN I-O COD066
           IF ST-COD066 = "35"
               WHEN COP060-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
           END-EVALUATE
           PERFORM ATUALIZA-SALDO-FORNEC
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.

      *    Saldo atual do brinde = entradas - saidas, somadas na
      *    chave parcial do brinde; SEQ-LIVRE-W sai com a proxima
      *    sequencia livre p/ inclusao.
           MOVE ZEROS TO SALDO-BRINDE-W SEQ-LIVRE-W CUSTO-ENTRADA-W.
           MOVE COP060-CODBRINDE TO CODBRINDE-CO60
           MOVE ZEROS            TO SEQ-CO60
           START COD060 KEY IS NOT < CHAVE-CO60 INVALID KEY
                IF CODBRINDE-CO60 <> COP060-CODBRINDE
                   MOVE "10" TO ST-COD060
                ELSE
                   IF TIPO-CO60 = 1 OR TIPO-CO60 = 3 OR
                      TIPO-CO60 = 7
                      ADD QTDE-CO60 TO SALDO-BRINDE-W
                   ELSE
                      SUBTRACT QTDE-CO60 FROM SALDO-BRINDE-W
                   END-IF
                   MOVE SEQ-CO60 TO SEQ-LIVRE-W
                   IF TIPO-CO60 = 1 AND COP060-NR-PEDIDO > ZEROS AND
                      NR-PEDIDO-CO60 = COP060-NR-PEDIDO AND
                      CUSTO-UNIT-CO60 > ZEROS
                      MOVE CUSTO-UNIT-CO60 TO CUSTO-ENTRADA-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
      *    Devolucao gravada ja gerou credito ao fornecedor.
           IF COP060-SEQ > ZEROS AND TIPO-ANTES-W = 5
              MOVE "DEVOLUCAO GRAVADA NAO PODE SER ALTERADA" TO
                                              COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
      *    Transferencia entre empresas: par saida/entrada do ICB003.
           IF COP060-SEQ > ZEROS AND
              (TIPO-ANTES-W = 6 OR TIPO-ANTES-W = 7)
              MOVE "TRANSFERENCIA ENTRE EMPRESAS NAO PODE SER ALTERADA"
                                           TO COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
           PERFORM LE-BRINDE.
           IF DESCRICAO-CO50 = "********"
              MOVE "BRINDE NAO CADASTRADO (COD050)" TO
                                              COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS AND
              (COP060-TIPO < 1 OR COP060-TIPO > 2) AND
              COP060-TIPO NOT = 5
              MOVE "TIPO: 1-ENTRADA 2-SAIDA 5-DEVOLUCAO FORNEC" TO
                                              COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS AND COP060-QTDE = ZEROS
              MOVE "QUANTIDADE NAO INFORMADA" TO COP060-MENSAGEM-ERRO
           IF ERRO-W = ZEROS AND COP060-TIPO = 1 AND
              COP060-NR-PEDIDO > ZEROS
              PERFORM VALIDA-PEDIDO-COMPRA.
           IF ERRO-W = ZEROS AND COP060-TIPO = 5
              PERFORM VALIDA-DEVOLUCAO.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
           ELSE
              MOVE ZEROS TO NR-CONTRATO-CO60 ITEM-CO60
              MOVE COP060-NR-PEDIDO TO NR-PEDIDO-CO60.
      *    Devolucao sai pelo custo da entrada do pedido.
           IF COP060-TIPO = 5
              MOVE CUSTO-ENTRADA-W TO CUSTO-UNIT-CO60
                                      COP060-CUSTO-UNIT.
           MOVE USUARIO-W         TO USUARIO-CO60
           IF GRAVA-W = 1
              WRITE REG-COD060
              PERFORM ATUALIZA-CUSTO-MEDIO.
           IF COP060-TIPO = 2 AND GRAVA-W = 1
              PERFORM EMITE-PROTOCOLO.
           IF COP060-TIPO = 5 AND GRAVA-W = 1
              PERFORM ESTORNA-RECEBIDO-PEDIDO
              PERFORM ESTORNA-CUSTO-MEDIO
              PERFORM GERA-CREDITO-FORNECEDOR.
           PERFORM CALCULA-SALDO.
           MOVE SALDO-BRINDE-W TO COP060-SALDO.
       SALVAR-DADOS-FIM.
              MOVE "PEDIDO JA ENCERRADO" TO COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-PEDIDO-COMPRA-FIM.
      *    Rascunho da sugestao de compra (CPB087) ainda nao foi
      *    confirmado pelo comprador - nao houve compra.
           IF SITUACAO-CO65 = 2
              MOVE "PEDIDO EM RASCUNHO - CONFIRME NO COP065" TO
                                                   COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-PEDIDO-COMPRA-FIM.
           MOVE "N" TO ACHOU-ITEM-PED-W.
           MOVE COP060-NR-PEDIDO TO NR-PEDIDO-CO66.
           MOVE ZEROS            TO ITEM-CO66.
      *    antes de comparar: saida antiga volta ao saldo, entrada
      *    antiga sai dele (o movimento vai deixar de ser entrada).
           IF GRAVA-W = 0
              IF TIPO-ANTES-W = 2 OR TIPO-ANTES-W = 5
                 ADD QTDE-ANTES-W TO SALDO-BRINDE-W
              ELSE
                 IF TIPO-ANTES-W = 1
       VALIDA-SAIDA-FIM.
           EXIT.

       VALIDA-DEVOLUCAO SECTION.
      *    Devolucao ao fornecedor: so inclusao, pedido de compra
      *    (nao rascunho) com o brinde entre os itens, qtde ate o
      *    recebido no item e ate o saldo do brinde.
           IF COP060-SEQ > ZEROS
              MOVE "DEVOLUCAO SO COMO MOVIMENTO NOVO (SEQ ZERADA)" TO
                                              COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-DEVOLUCAO-FIM.
           IF COP060-NR-PEDIDO = ZEROS
              MOVE "DEVOLUCAO EXIGE O PEDIDO DE COMPRA" TO
                                              COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-DEVOLUCAO-FIM.
           MOVE COP060-NR-PEDIDO TO NR-PEDIDO-CO65.
           READ COD065 INVALID KEY
                MOVE "PEDIDO NAO CADASTRADO (COP065)" TO
                                                   COP060-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO VALIDA-DEVOLUCAO-FIM.
           IF SITUACAO-CO65 = 2
              MOVE "PEDIDO EM RASCUNHO - NADA FOI RECEBIDO" TO
                                                   COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-DEVOLUCAO-FIM.
           MOVE "N" TO ACHOU-ITEM-PED-W.
           MOVE COP060-NR-PEDIDO TO NR-PEDIDO-CO66.
           MOVE ZEROS            TO ITEM-CO66.
           START COD066 KEY IS NOT < CHAVE-CO66 INVALID KEY
                 MOVE "10" TO ST-COD066.
           PERFORM UNTIL ST-COD066 = "10"
              READ COD066 NEXT RECORD AT END MOVE "10" TO ST-COD066
              NOT AT END
                IF NR-PEDIDO-CO66 NOT = COP060-NR-PEDIDO
                   MOVE "10" TO ST-COD066
                ELSE
                   IF CODBRINDE-CO66 = COP060-CODBRINDE
                      MOVE "S"  TO ACHOU-ITEM-PED-W
                      MOVE "10" TO ST-COD066
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD066.
           IF ACHOU-ITEM-PED-W = "N"
              MOVE "BRINDE NAO ESTA NO PEDIDO" TO COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-DEVOLUCAO-FIM.
           IF COP060-QTDE > QTDE-RECEBIDA-CO66
              MOVE "DEVOLUCAO MAIOR QUE O RECEBIDO NO PEDIDO" TO
                                              COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-DEVOLUCAO-FIM.
           PERFORM CALCULA-SALDO.
           IF COP060-QTDE > SALDO-BRINDE-W
              MOVE "DEVOLUCAO MAIOR QUE O SALDO DO BRINDE" TO
                                              COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-DEVOLUCAO-FIM.
      *    Sem entrada com custo amarrada ao pedido: custo do item.
           IF CUSTO-ENTRADA-W = ZEROS
              MOVE CUSTO-UNIT-CO66 TO CUSTO-ENTRADA-W.
           MOVE FORNEC-CO65 TO FORNEC-DEVOL-W.
       VALIDA-DEVOLUCAO-FIM.
           EXIT.

       ESTORNA-RECEBIDO-PEDIDO SECTION.
      *    Baixa a devolucao da qtde recebida do item do pedido (o
      *    buffer de COD066 esta no item desde a validacao).
           IF ACHOU-ITEM-PED-W = "S"
              SUBTRACT COP060-QTDE FROM QTDE-RECEBIDA-CO66
              REWRITE REG-COD066
              END-REWRITE
           END-IF.

       ESTORNA-CUSTO-MEDIO SECTION.
      *    Inverso da ATUALIZA-CUSTO-MEDIO: tira do estoque a qtde
      *    devolvida pelo custo da entrada. SALDO-BRINDE-W traz o
      *    saldo de ANTES da gravacao; estoque zerado (ou conta
      *    negativa) mantem o custo medio.
           MOVE COP060-CODBRINDE TO CODBRINDE-CO50.
           READ COD050 INVALID KEY
                GO ESTORNA-CUSTO-MEDIO-FIM.
           IF CUSTO-MEDIO-CO50 NOT NUMERIC
              MOVE ZEROS TO CUSTO-MEDIO-CO50
           END-IF.
           IF SALDO-BRINDE-W NOT > COP060-QTDE
              GO ESTORNA-CUSTO-MEDIO-FIM.
           IF SALDO-BRINDE-W * CUSTO-MEDIO-CO50 NOT >
              COP060-QTDE * CUSTO-ENTRADA-W
              GO ESTORNA-CUSTO-MEDIO-FIM.
           COMPUTE CUSTO-MEDIO-CO50 ROUNDED =
                   (SALDO-BRINDE-W * CUSTO-MEDIO-CO50
                    - COP060-QTDE * CUSTO-ENTRADA-W)
                   / (SALDO-BRINDE-W - COP060-QTDE).
           REWRITE REG-COD050
           END-REWRITE.
       ESTORNA-CUSTO-MEDIO-FIM.
           EXIT.

       GERA-CREDITO-FORNECEDOR SECTION.
      *    Credito do fornecedor pela devolucao (CPD027 TIPO 2, saldo
      *    integral), no mesmo controle de saldo do adiantamento.
           IF ST-CPD027 NOT = "00"
              GO GERA-CREDITO-FORNECEDOR-FIM.
           COMPUTE VALOR-CREDITO-W ROUNDED =
                   COP060-QTDE * CUSTO-ENTRADA-W.
           IF VALOR-CREDITO-W = ZEROS
              GO GERA-CREDITO-FORNECEDOR-FIM.
           MOVE ZEROS TO SEQ-CREDITO-W.
           MOVE FORNEC-DEVOL-W TO FORNEC-CP27.
           MOVE ZEROS          TO SEQ-ADT-CP27.
           START CPD027 KEY IS NOT < CHAVE-CP27 INVALID KEY
                 MOVE "99" TO ST-CPD027.
           PERFORM UNTIL ST-CPD027 NOT = "00"
              READ CPD027 NEXT RECORD AT END
                   MOVE "99" TO ST-CPD027
              NOT AT END
                   IF FORNEC-CP27 NOT = FORNEC-DEVOL-W
                      MOVE "99" TO ST-CPD027
                   ELSE
                      MOVE SEQ-ADT-CP27 TO SEQ-CREDITO-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD027.
           ADD 1 TO SEQ-CREDITO-W.
           INITIALIZE REG-CPD027.
           MOVE FORNEC-DEVOL-W   TO FORNEC-CP27.
           MOVE SEQ-CREDITO-W    TO SEQ-ADT-CP27.
           MOVE 2                TO TIPO-CP27.
           MOVE COP060-DATA      TO DATA-CP27.
           MOVE VALOR-CREDITO-W  TO VALOR-CP27 SALDO-CP27.
           MOVE ZEROS            TO SEQ-TITULO-CP27 SEQ-ADT-ORIG-CP27.
           MOVE USUARIO-W        TO USUARIO-CP27.
           MOVE COP060-NR-PEDIDO TO PEDIDO-CRED-W.
           MOVE COP060-CODBRINDE TO BRINDE-CRED-W.
           MOVE DESCR-CREDITO-W  TO DESCRICAO-CP27.
           MOVE FORNEC-CP27 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD027 INVALID KEY
                 CONTINUE
           NOT INVALID KEY
                 MOVE USUARIO-W   TO LOG3-USUARIO
                 MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                 MOVE WS-DATA-CPU TO LOG3-DATA
                 ACCEPT WS-HORA-SYS FROM TIME
                 MOVE WS-HORA-SYS TO LOG3-HORAS
                 MOVE "I"         TO LOG3-OPERACAO
                 MOVE "CPD027"    TO LOG3-ARQUIVO
                 MOVE "COP060"    TO LOG3-PROGRAMA
                 MOVE REG-CPD027  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
           END-WRITE.
       GERA-CREDITO-FORNECEDOR-FIM.
           EXIT.

       EXCLUI-RECORD SECTION.
           MOVE COP060-CODBRINDE TO CODBRINDE-CO60
           MOVE COP060-SEQ       TO SEQ-CO60
              MOVE "MOVIMENTO NAO ENCONTRADO" TO COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           NOT INVALID KEY
            IF TIPO-CO60 = 5
              MOVE "DEVOLUCAO NAO PODE SER EXCLUIDA (CREDITO GERADO)"
                                           TO COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
            ELSE
             IF TIPO-CO60 = 6 OR TIPO-CO60 = 7
              MOVE "TRANSFERENCIA ENTRE EMPRESAS NAO PODE SER EXCLUIDA"
                                           TO COP060-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
             ELSE
              DELETE COD060 NOT INVALID KEY
                 MOVE "E" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-CO60
              END-DELETE
              PERFORM LIMPAR-DADOS
             END-IF
            END-IF
           END-READ.

       GRAVA-LOG-CO60 SECTION.
           MOVE "COP060"    TO LOG3-PROGRAMA
           MOVE REG-COD060  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO COP060-MENSAGEM-ERRO
           MOVE ST-COD060        TO COP060-MENSAGEM-ERRO(23: 2)
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD060 COD050 COD055 COD065 COD066 COD070 LOG003
                 CPD027.
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
