      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

      *----------------------------------------------------------------*
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

      *----------------------------------------------------------------*
      * Contas baixadas como prejuizo (PREJBAIX.cob): fora dos juros
      * enquanto baixadas. Arquivo ausente = nenhuma conta baixada.
      *----------------------------------------------------------------*
           SELECT PREJUIZO-FILE ASSIGN TO "PREJUIZO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CONTA
               FILE STATUS IS WS-PREJUIZO-STATUS.

           SELECT EXTRATO-FILE ASSIGN TO "JUROS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.
       FD  CONTA-FILE.
           COPY CONTA.

       FD  PREJUIZO-FILE.
           COPY PREJUIZO.

       FD  EXTRATO-FILE.
       01  LINHA-EXTRATO            PIC X(100).

       77 WS-EXTRATO-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-LANCJUR-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CONTA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-PREJUIZO-STATUS       PIC X(02) VALUE ZEROS.

       77 WS-FIM-SALDO             PIC X     VALUE "N".
           88 FIM-SALDO            VALUE "S".

       77 WS-CONTA-DISPONIVEL      PIC X     VALUE "S".
           88 CONTA-DISPONIVEL     VALUE "S".
       77 WS-PREJUIZO-DISPONIVEL   PIC X     VALUE "S".
           88 PREJUIZO-DISPONIVEL  VALUE "S".

       77 WS-JUROS-OK              PIC X     VALUE "S".
           88 JUROS-OK             VALUE "S".
                       "SERA TRATADA COMO CORRENTE"
           END-IF.

           OPEN INPUT PREJUIZO-FILE.
           IF WS-PREJUIZO-STATUS NOT = "00"
               MOVE "N" TO WS-PREJUIZO-DISPONIVEL
           END-IF.

           WRITE LINHA-EXTRATO FROM WS-CABECALHO-1.
           WRITE LINHA-EXTRATO FROM WS-CABECALHO-2.

           IF CONTA-DISPONIVEL
               CLOSE CONTA-FILE
           END-IF.
           IF PREJUIZO-DISPONIVEL
               CLOSE PREJUIZO-FILE
           END-IF.
           DISPLAY "CONTAS CREDITADAS COM JUROS: " WS-QTD-CONTAS.
           DISPLAY "LANCAMENTOS DE JUROS GERADOS: "
                   WS-QTD-LANCTOS-JUROS.
      * tipo e lado iguais vence a de maior vigencia nao posterior a
      * data do movimento - linha futura fica carregada esperando a
      * sua data. Sem linha aplicavel a taxa e zero e a conta nao
      * rende nem e onerada. Conta baixada como prejuizo tambem fica
      * com taxa zero: a divida saiu do saldo e nao e mais onerada.
      *----------------------------------------------------------------*
       0450-DEFINIR-TAXA.
           MOVE ZERO TO WS-TAXA-JUROS.
               EXIT PARAGRAPH
           END-IF.

           IF PREJUIZO-DISPONIVEL
               MOVE SAL-CONTA TO PJ-CONTA
               READ PREJUIZO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PJ-BAIXADA
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF.

           MOVE "C" TO WS-TIPO-CONTA.
           IF CONTA-DISPONIVEL
               MOVE SAL-CONTA TO CT-CONTA
           END-PERFORM.

       0910-LER-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END
                   SET FIM-SALDO TO TRUE
           END-READ.
