      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTA.DAT"
                               WS-CTL-VALOR.

       0910-LER-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END
                   SET FIM-SALDO TO TRUE
           END-READ.
