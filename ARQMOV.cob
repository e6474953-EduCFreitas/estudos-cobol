               FILE STATUS IS WS-ORDENADO-STATUS.

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT PARAM-FILE ASSIGN TO "ARQMOV.PAR"

       77 WS-FIM-MOVIMENTOS        PIC X     VALUE "N".
           88 FIM-MOVIMENTOS       VALUE "S".
       77 WS-SALDO-DISPONIVEL      PIC X     VALUE "S".
           88 SALDO-DISPONIVEL     VALUE "S".

       77 WS-ANOMES-MOVIMENTO      PIC 9(06) VALUE ZERO.
       77 WS-ANOMES-ATUAL          PIC 9(06) VALUE ZERO.
           IF WS-SALDO-STATUS NOT = "00"
               DISPLAY "AVISO - SALDO.DAT INDISPONIVEL, FECHAMENTOS "
                       "DERIVADOS DE SALDO ZERO"
               MOVE "N" TO WS-SALDO-DISPONIVEL
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-DATA-MOVIMENTO TO WS-CAB-DATA.
           CLOSE MOV-ORDENADO.
           CLOSE MOV-RETIDO-FILE.
           CLOSE RESUMO-FILE.
           IF SALDO-DISPONIVEL
               CLOSE SALDO-FILE
           END-IF.
           IF MES-ABERTO
           END-PERFORM.

      *----------------------------------------------------------------*
      * Le em SALDO.DAT, pela chave, o saldo da conta do grupo.
      * Conta movimentada sem registro de saldo nao deve ocorrer; se
      * ocorrer, o fechamento e derivado de saldo zero, com aviso.
      *----------------------------------------------------------------*
       0450-BUSCAR-SALDO-CONTA.
           MOVE ZERO TO WS-SALDO-FINAL.
           IF NOT SALDO-DISPONIVEL
               DISPLAY "AVISO - CONTA SEM SALDO.DAT NO "
                       "ARQUIVAMENTO: " WS-CONTA-GRUPO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTA-GRUPO TO SAL-CONTA.
           READ SALDO-FILE
               INVALID KEY
                   DISPLAY "AVISO - CONTA SEM SALDO.DAT NO "
                           "ARQUIVAMENTO: " WS-CONTA-GRUPO
               NOT INVALID KEY
                   MOVE SAL-SALDO TO WS-SALDO-FINAL
           END-READ.

      *----------------------------------------------------------------*
      * Abre (ou troca) o historico mensal do mes do movimento, em
                   SET FIM-MOVIMENTOS TO TRUE
           END-READ.

       0930-LER-RETIDO.
           READ MOV-RETIDO-FILE
               AT END
