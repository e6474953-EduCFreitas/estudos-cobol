      * Author: Eduardo Freitas
      * Date: 08/08/2026
      * Purpose: Registro de inicio/fim de execucao dos jobs batch,
      *          com o tempo decorrido de cada etapa e a data do
      *          movimento a que a execucao pertence
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       77 WS-SEGUNDOS-INICIO       PIC 9(06) VALUE ZERO.
       77 WS-SEGUNDOS-FIM          PIC 9(06) VALUE ZERO.
       77 WS-SEGUNDOS-DECORRIDOS   PIC 9(06) VALUE ZERO.

       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
      *----------------------------------------------------------------*
       LINKAGE                     SECTION.
      *----------------------------------------------------------------*
                   WS-SEGUNDOS-FIM - WS-SEGUNDOS-INICIO + 86400
           END-IF.

      *----------------------------------------------------------------*
      * Carimba a data do movimento da rodada; com o cartao
      * DATAMOV.PAR invalido o job ja parou no proprio teste e o
      * registro sai com data zero.
      *----------------------------------------------------------------*
           CALL "DATAMOV" USING WS-DATA-MOVIMENTO WS-DATAMOV-STATUS
                                WS-DATAMOV-MENSAGEM.
           IF WS-DATAMOV-STATUS NOT = "0"
               MOVE ZERO TO WS-DATA-MOVIMENTO
           END-IF.

           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOG-FILE
           MOVE WS-DATA-FIM            TO RL-DATA-FIM.
           MOVE WS-HORA-FIM            TO RL-HORA-FIM.
           MOVE WS-SEGUNDOS-DECORRIDOS TO RL-SEGUNDOS.
           MOVE WS-DATA-MOVIMENTO      TO RL-DATA-MOVIMENTO.
           WRITE REGISTRO-RUNLOG.

           CLOSE RUNLOG-FILE.
