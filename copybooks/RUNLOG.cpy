           05 RL-DATA-FIM          PIC 9(08).
           05 RL-HORA-FIM          PIC 9(08).
           05 RL-SEGUNDOS          PIC 9(06).
      *----------------------------------------------------------------*
      * Data do movimento (DATAMOV) a que a execucao pertence: numa
      * noite de recuperacao o mesmo job roda uma vez por data
      * reprocessada, e e este campo que separa uma rodada da outra.
      * Registros gravados antes do campo existir vem em branco.
      *----------------------------------------------------------------*
           05 RL-DATA-MOVIMENTO    PIC 9(08).
