      *          OPERREL.PAR - sinalizando job acima do limite ou
      *          nao executado hoje - e secao de tendencia com os
      *          segundos das ultimas 5 execucoes de cada job, para
      *          enxergar degradacao antes de estourar a janela, e a
      *          lista das execucoes de hoje com a data do movimento
      *          de cada uma (numa noite de recuperacao o mesmo job
      *          roda uma vez por data reprocessada)
      * Tectonics: cobc
      ******************************************************************
      *================================================================*

       77 WS-FIM-RUNLOG            PIC X     VALUE "N".
           88 FIM-RUNLOG           VALUE "S".
       77 WS-FIM-EXECUCOES         PIC X     VALUE "N".
           88 FIM-EXECUCOES        VALUE "S".
       77 WS-FIM-PARAM             PIC X     VALUE "N".
           88 FIM-PARAM            VALUE "S".
       77 WS-COM-PARAMETRO         PIC X     VALUE "N".
               10 WS-TEN-SEG       PIC ZZZZ9.
               10 FILLER           PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------*
      * Execucoes de hoje, na ordem do log, com a data do movimento
      * da rodada a que cada uma pertence.
      *----------------------------------------------------------------*
       01  WS-CABECALHO-EXECUCOES.
           05 FILLER               PIC X(45) VALUE
              "EXECUCOES DE HOJE POR DATA DO MOVIMENTO".

       01  WS-CABECALHO-EXECUCOES-2.
           05 FILLER               PIC X(10) VALUE "JOB".
           05 FILLER               PIC X(10) VALUE "DT.MOVTO".
           05 FILLER               PIC X(18) VALUE "INICIO".
           05 FILLER               PIC X(18) VALUE "FIM".
           05 FILLER               PIC X(10) VALUE "SEGUNDOS".

       01  WS-LINHA-EXECUCAO.
           05 WS-EXE-NOME          PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EXE-DATA-MOV      PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EXE-DATA-INI      PIC 9(08).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-EXE-HORA-INI      PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-EXE-DATA-FIM      PIC 9(08).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-EXE-HORA-FIM      PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-EXE-SEGUNDOS      PIC ZZZZZ9.

       01  WS-LINHA-RODAPE.
           05 FILLER               PIC X(31) VALUE
              "ALERTAS DE OPERACAO............".
      * Uma passada por RUNLOG.DAT (cronologico, o JOBLOG grava em
      * EXTEND): a ultima ocorrencia de cada job prevalece como
      * "ultima execucao" e as 5 mais recentes alimentam a
      * tendencia, identificadas pela data do movimento da rodada
      * (registro antigo, sem a data do movimento, fica com a data
      * de fim). Sem cartao de parametro, os jobs entram na tabela
      * conforme aparecem no log.
      *----------------------------------------------------------------*
       0100-CARREGAR-RUNLOG.
               END-PERFORM
               MOVE 5 TO WS-IDX-RUN
           END-IF.
           IF RL-DATA-MOVIMENTO IS NUMERIC
              AND RL-DATA-MOVIMENTO > ZERO
               MOVE RL-DATA-MOVIMENTO
                   TO TAB-RUN-DATA(WS-IDX, WS-IDX-RUN)
           ELSE
               MOVE RL-DATA-FIM TO TAB-RUN-DATA(WS-IDX, WS-IDX-RUN)
           END-IF.
           MOVE RL-SEGUNDOS TO TAB-RUN-SEG(WS-IDX, WS-IDX-RUN).

       0200-IMPRIMIR-RELATORIO.
               PERFORM 0400-IMPRIMIR-TENDENCIA
           END-PERFORM.

           PERFORM 0500-IMPRIMIR-EXECUCOES.

           MOVE WS-QTD-ALERTAS TO WS-ROD-ALERTAS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           CLOSE RELATORIO-FILE.
                   TO WS-TEN-SEG(WS-IDX-RUN)
           END-PERFORM.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TENDENCIA.

      *----------------------------------------------------------------*
      * Segunda passada por RUNLOG.DAT: cada execucao terminada hoje,
      * com a data do movimento a que pertenceu.
      *----------------------------------------------------------------*
       0500-IMPRIMIR-EXECUCOES.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-EXECUCOES.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-EXECUCOES-2.
           OPEN INPUT RUNLOG-FILE.
           IF WS-RUNLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-EXECUCOES
               READ RUNLOG-FILE
                   AT END
                       SET FIM-EXECUCOES TO TRUE
                   NOT AT END
                       IF RL-DATA-FIM = WS-HOJE
                           PERFORM 0550-IMPRIMIR-EXECUCAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNLOG-FILE.

       0550-IMPRIMIR-EXECUCAO.
           MOVE RL-JOB         TO WS-EXE-NOME.
           IF RL-DATA-MOVIMENTO IS NUMERIC
              AND RL-DATA-MOVIMENTO > ZERO
               MOVE RL-DATA-MOVIMENTO TO WS-EXE-DATA-MOV
           ELSE
               MOVE SPACES TO WS-EXE-DATA-MOV
           END-IF.
           MOVE RL-DATA-INICIO TO WS-EXE-DATA-INI.
           MOVE RL-HORA-INICIO TO WS-EXE-HORA-INI.
           MOVE RL-DATA-FIM    TO WS-EXE-DATA-FIM.
           MOVE RL-HORA-FIM    TO WS-EXE-HORA-FIM.
           MOVE RL-SEGUNDOS    TO WS-EXE-SEGUNDOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-EXECUCAO.
