      * RETIRADAS E DEVOLUCOES DE MASTERS DE FITAS
       FD  VID106.
       01  REG-VID106.
           05  NR-FITAS-V106.
               10  CONTRATO-V106         PIC 9(04).
               10  NR-FITA-V106          PIC 9(5).
           05  SEQ-MOV-V106              PIC 9(3).
      *    Retiradas sucessivas da mesma fita
           05  DATA-SAIDA-V106           PIC 9(8).
           05  RESPONSAVEL-V106          PIC X(20).
           05  FINALIDADE-V106           PIC 9.
      *    FINALIDADE - 1-REEDICAO  2-REVISAO  3-COPIA P/ FORMANDO
      *                 4-RETRABALHO (conserto do master)
           05  DATA-PREV-RETORNO-V106    PIC 9(8).
           05  DATA-RETORNO-V106         PIC 9(8).
      *    Zeros = fita fora da prateleira
           05  ORIGEM-V106               PIC 9.
      *    ORIGEM - 0-MANUAL (CPB108)  1-AUTOMATICA (VIP101/VIP106,
      *             devolvida sozinha qdo o ciclo anda)
           05  USUARIO-SAIDA-V106        PIC X(08).
           05  USUARIO-RETORNO-V106      PIC X(08).
           05  FILLER                    PIC X(10).
