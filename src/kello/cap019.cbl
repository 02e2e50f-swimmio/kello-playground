      *           CGD002 nem carregado em titulo de CPD020. Toda
      *           mudanca gera imagem LOG003 como nos demais
      *           cadastros.
      *           Percentual agregado PIS/COFINS/CSLL
      *           (CAP019-PERC-CSRF), natureza do rendimento
      *           (CAP019-NAT-REND) e tipo de servico da EFD-Reinf
      *           (CAP019-SERV-REINF),
      *           campos novos documentados p/ o dono da copybook de
      *           tela, usados pela CPB099; tipo que retem IRRF/CSRF
      *           exige a natureza e tipo que retem INSS exige o
      *           tipo de servico.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
           MOVE PERC-IRRF-TIPO      TO CAP019-PERC-IRRF
           MOVE PERC-ISS-TIPO       TO CAP019-PERC-ISS
           MOVE PERC-INSS-TIPO      TO CAP019-PERC-INSS
           MOVE EXIGE-CND-TIPO      TO CAP019-EXIGE-CND
           MOVE PERC-CSRF-TIPO      TO CAP019-PERC-CSRF
           MOVE NAT-REND-TIPO       TO CAP019-NAT-REND
           MOVE SERV-REINF-TIPO     TO CAP019-SERV-REINF.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
           IF (CAP019-PERC-IRRF > ZEROS OR CAP019-PERC-CSRF > ZEROS)
              AND CAP019-NAT-REND = ZEROS
              MOVE "INFORME A NATUREZA DO RENDIMENTO (REINF)"
                                    TO CAP019-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
           IF CAP019-PERC-INSS > ZEROS AND CAP019-SERV-REINF = ZEROS
              MOVE "INFORME O TIPO DE SERVICO (REINF)"
                                    TO CAP019-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
           MOVE CAP019-CODIGO       TO CODIGO-TIPO
           MOVE CAP019-NOME         TO NOME-TIPO
           MOVE CAP019-PERC-IRRF    TO PERC-IRRF-TIPO
           MOVE CAP019-PERC-ISS     TO PERC-ISS-TIPO
           MOVE CAP019-PERC-INSS    TO PERC-INSS-TIPO
           MOVE CAP019-EXIGE-CND    TO EXIGE-CND-TIPO
           MOVE CAP019-PERC-CSRF    TO PERC-CSRF-TIPO
           MOVE CAP019-NAT-REND     TO NAT-REND-TIPO
           MOVE CAP019-SERV-REINF   TO SERV-REINF-TIPO
           IF GRAVA-W = 1
              WRITE REG-CAD019
                   INVALID KEY PERFORM ERRO-GRAVACAO
           MOVE "CAP019"    TO LOG3-PROGRAMA
           MOVE REG-CAD019  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CAP019-MENSAGEM-ERRO
           MOVE ST-CAD019        TO CAP019-MENSAGEM-ERRO(23: 2)
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

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
