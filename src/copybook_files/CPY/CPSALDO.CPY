      *    Area de parametros da rotina CPSALDO (resumo de saldos por
      *    fornecedor em CPD052). Os paths vem do programa chamador
      *    (empresa corrente), como no CRBAIXA.
       01  PARAMETROS-CPSALDO.
           05 CPSALDO-FUNCAO        PIC 9(01).
      *       FUNCAO - 1-MARCA o fornecedor p/ atualizar (sem I/O -
      *                  o batch marca a cada gravacao e atualiza
      *                  no fim)
      *                2-ATUALIZA os marcados + o CPSALDO-FORNEC
      *                  (qdo diferente de zeros) e grava CPD052
      *                3-CONFERE o CPSALDO-FORNEC (CPB104): recalcula,
      *                  compara com o gravado e regrava
      *                4-CONSULTA o resumo do CPSALDO-FORNEC (refaz
      *                  qdo ausente ou vencido pela data/ano)
      *                9-ENCERRA (fecha os arquivos da conferencia)
           05 CPSALDO-FORNEC        PIC 9(06).
           05 CPSALDO-PROGRAMA      PIC X(08).
      *       Programa chamador - vai p/ PROGRAMA-CP52
           05 CPSALDO-RODADA        PIC 9(14).
      *       Funcao 3: data/hora da rodada de conferencia
           05 CPSALDO-PATH-CPD020   PIC X(40).
           05 CPSALDO-PATH-CPD023   PIC X(40).
           05 CPSALDO-PATH-CPD027   PIC X(40).
           05 CPSALDO-PATH-CPD052   PIC X(40).
           05 CPSALDO-SALDOS.
              10 CPSALDO-QT-ABERTOS     PIC 9(05).
              10 CPSALDO-ABERTO         PIC 9(10)V99.
              10 CPSALDO-VENCIDO        PIC 9(10)V99.
              10 CPSALDO-SUSPENSO       PIC 9(10)V99.
              10 CPSALDO-PAGO-ANO       PIC 9(10)V99.
              10 CPSALDO-ADIANT         PIC 9(10)V99.
      *       Devolvido pelas funcoes 3 e 4 (3: o recalculado)
           05 CPSALDO-ANTERIOR.
              10 CPSALDO-QT-ABERTOS-ANT PIC 9(05).
              10 CPSALDO-ABERTO-ANT     PIC 9(10)V99.
              10 CPSALDO-VENCIDO-ANT    PIC 9(10)V99.
              10 CPSALDO-SUSPENSO-ANT   PIC 9(10)V99.
              10 CPSALDO-PAGO-ANO-ANT   PIC 9(10)V99.
              10 CPSALDO-ADIANT-ANT     PIC 9(10)V99.
      *       Funcao 3: o que estava gravado antes da conferencia
           05 CPSALDO-RETORNO       PIC 9(01).
      *       RETORNO - 0-OK  1-DIVERGENTE (funcao 3: o gravado nao
      *                 batia; funcao 4: nao havia resumo gravado)
      *                 2-JA CONFERIDO NESTA RODADA (funcao 3)
      *                 9-ERRO DE ARQUIVO
