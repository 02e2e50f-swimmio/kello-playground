      * AGENDA DE EVENTOS DO CONTRATO
       FD  COD080.
       01  REG-COD080.
           05  NR-CONTRATO-CO80    PIC 9(04).
           05  SEQ-EVENTO-CO80     PIC 9(03).
           05  TIPO-EVENTO-CO80    PIC 9(01).
      *    TIPO - 1-COLACAO  2-CULTO  3-BAILE  4-AULA DA SAUDADE
      *           5-OUTRO
           05  DATA-EVENTO-CO80    PIC 9(08).
           05  HORA-INI-CO80       PIC 9(04).
           05  HORA-FIM-CO80       PIC 9(04).
      *    Horario HHMM (zeros = dia todo - conflita com qualquer
      *    outro evento do mesmo profissional na data)
           05  LOCAL-CO80          PIC X(40).
           05  SITUACAO-CO80       PIC 9(01).
      *    SITUACAO - 0-AGENDADO  1-ENCERRADO (realizado - cache da
      *               equipe liberado p/ pagamento no CPB084)
      *               2-CANCELADO (equipe liberada da data)
           05  DATA-ENCERRA-CO80   PIC 9(08).
           05  FILLER              PIC X(10).
