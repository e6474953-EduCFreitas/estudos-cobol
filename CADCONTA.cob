      *          encerramento/bloqueio de contas, validando o numero
      *          da conta, o tipo e o CPF do titular contra o
      *          cadastro de clientes, com trilha de auditoria em
      *          AUDCTA.DAT no mesmo estilo do CADCLI. A abertura
      *          e recusada para o titular com a revisao cadastral
      *          (recadastramento) vencida alem da carencia
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
      * proximo ciclo do razao pela edicao previa como os juros.
      *----------------------------------------------------------------*
           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT AGENDA-FILE ASSIGN TO "AGDPARC.DAT"
       77 WS-SALDO-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-AGENDA-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-LANCENC-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-FIM-AGENDA            PIC X     VALUE "N".
           88 FIM-AGENDA           VALUE "S".
       77 WS-SALDO-CONTA           PIC S9(09)V99 VALUE ZERO.

       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------*
      * Situacao do recadastramento do titular (rotina RECADSIT).
      *----------------------------------------------------------------*
       77 WS-RCS-FUNCAO            PIC X     VALUE "S".
       77 WS-RCS-CLASSE            PIC X     VALUE SPACES.
       77 WS-RCS-VENCIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-RCS-SITUACAO          PIC X     VALUE SPACES.
           88 RCS-BLOQUEADO        VALUE "B".
       77 WS-RCS-DIAS-ATRASO       PIC S9(05) VALUE ZERO.
       77 WS-RCS-MENSAGEM          PIC X(40) VALUE SPACES.
      *================================================================*
       PROCEDURE                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
      * Abertura de conta (transacao "A"): numero e tipo validados,
      * titular obrigatoriamente cadastrado e ativo no CLIENTE.DAT
      * e com o recadastramento em dia (ou dentro da carencia).
      *----------------------------------------------------------------*
       1000-ABRIR-CONTA.
           PERFORM 8000-VALIDAR-TRANSACAO.
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WS-RCS-FUNCAO.
           CALL "RECADSIT" USING WS-RCS-FUNCAO TT-CPF WS-DATA-HOJE
                                 WS-RCS-CLASSE WS-RCS-VENCIMENTO
                                 WS-RCS-SITUACAO WS-RCS-DIAS-ATRASO
                                 WS-RCS-MENSAGEM.
           IF RCS-BLOQUEADO
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "ABERTURA REJEITADA - RECADASTRO VENCIDO: "
                       TT-CPF " DESDE " WS-RCS-VENCIMENTO
               EXIT PARAGRAPH
           END-IF.

           MOVE TT-CONTA      TO CT-CONTA.
           MOVE TT-CPF        TO CT-CPF.
           MOVE TT-TIPO       TO CT-TIPO.
                   EXIT PARAGRAPH
           END-READ.

      *----------------------------------------------------------------*
      * Conta de aplicacao a prazo (tipo "A") e mantida so pelo
      * APLICA.cob e pelo vencimento (APLVENC.cob).
      *----------------------------------------------------------------*
           IF CT-APLICACAO
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "ALTERACAO REJEITADA - CONTA DE APLICACAO: "
                       TT-CONTA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8000-VALIDAR-TRANSACAO.
           IF TRANS-INVALIDA
               ADD 1 TO WS-QTD-REJEITADAS
                   EXIT PARAGRAPH
           END-READ.

      *----------------------------------------------------------------*
      * Conta de aplicacao a prazo (tipo "A") e mantida so pelo
      * APLICA.cob e pelo vencimento (APLVENC.cob).
      *----------------------------------------------------------------*
           IF CT-APLICACAO
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "SITUACAO REJEITADA - CONTA DE APLICACAO: "
                       TT-CONTA
               EXIT PARAGRAPH
           END-IF.

      *----------------------------------------------------------------*
      * Encerramento e operacao sensivel: vai para a fila de dupla
      * custodia e so aplica com o visto "V" de um segundo operador
           DISPLAY "LIQUIDACAO GERADA PARA A CONTA " TT-CONTA.

      *----------------------------------------------------------------*
      * Saldo residual da conta em SALDO.DAT, lido pela chave: conta
      * sem registro vale saldo zero e achado "N".
      *----------------------------------------------------------------*
       7500-BUSCAR-SALDO-CONTA.
           MOVE ZERO TO WS-SALDO-CONTA.
           MOVE "N"  TO WS-SALDO-ACHADO.
           OPEN INPUT SALDO-FILE.
           IF WS-SALDO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE TT-CONTA TO SAL-CONTA.
           READ SALDO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SAL-SALDO TO WS-SALDO-CONTA
                   MOVE "S" TO WS-SALDO-ACHADO
           END-READ.
           CLOSE SALDO-FILE.

       7600-PROCURAR-PARCELA-ABERTA.
           END-PERFORM.
           CLOSE AGENDA-FILE.

       0970-LER-AGENDA.
           READ AGENDA-FILE
               AT END
                           "INEXISTENTE: " TT-CONTA
                   EXIT PARAGRAPH
           END-READ.

      *----------------------------------------------------------------*
      * Conta de aplicacao a prazo (tipo "A") e mantida so pelo
      * APLICA.cob e pelo vencimento (APLVENC.cob).
      *----------------------------------------------------------------*
           IF CT-APLICACAO
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "COTITULAR REJEITADO - CONTA DE APLICACAO: "
                       TT-CONTA
               EXIT PARAGRAPH
           END-IF.
           IF CT-CPF = TT-CPF
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "COTITULAR REJEITADO - CPF JA E O TITULAR "
