      *          do proprio mes, nao do acumulado vivo. O mes pedido
      *          vem do cartao EXTRATOM.PAR (AAAAMM, obrigatorio).
      *          O extrato do periodo aberto continua com EXTRATO.cob.
      *          Titular com a correspondencia retida por devolucao
      *          do correio (DEVCORR.DAT) nao recebe o extrato: ele
      *          vai para EXTMRET.DAT, listado no relatorio de
      *          correspondencia retida.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
           SELECT RELATORIO-FILE ASSIGN TO "EXTRATOM.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *----------------------------------------------------------------*
      * Correspondencia devolvida pelo correio (REGDEV.cob) e os
      * extratos retidos desta execucao, como no EXTRATO.cob.
      *----------------------------------------------------------------*
           SELECT DEVOLUCAO-FILE ASSIGN TO "DEVCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CPF
               FILE STATUS IS WS-DEVOLUCAO-STATUS.

           SELECT RETIDA-FILE ASSIGN TO "EXTMRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETIDA-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).

       FD  DEVOLUCAO-FILE.
           COPY DEVCORR.

       FD  RETIDA-FILE.
           COPY CORRETID.
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
           88 CLIENTE-DISPONIVEL   VALUE "S".
       77 WS-MOVTO-DISPONIVEL      PIC X     VALUE "S".
           88 MOVTO-DISPONIVEL     VALUE "S".
       77 WS-DEVOLUCAO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-DEVOLUCAO-DISPONIVEL  PIC X     VALUE "S".
           88 DEVOLUCAO-DISPONIVEL VALUE "S".
       77 WS-RETIDA-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-CPF-RETIDO            PIC X     VALUE "N".
           88 CPF-RETIDO           VALUE "S".
       77 WS-QTD-RETIDOS           PIC 9(05) VALUE ZERO.
       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.

       77 WS-FIM-RESUMO            PIC X     VALUE "N".
           88 FIM-RESUMO           VALUE "S".

       77 WS-QTD-EXTRATOS          PIC 9(05) VALUE ZERO.
       77 WS-QTD-MOVIMENTOS        PIC 9(05) VALUE ZERO.
       77 WS-QTD-ESTORNOS          PIC 9(05) VALUE ZERO.
       77 WS-NUM-PAGINA            PIC 9(04) VALUE ZERO.
       77 WS-JOB-NOME              PIC X(08) VALUE "EXTRATOM".

           05 FILLER               PIC X(28) VALUE
              "TOTAL DE EXTRATOS EMITIDOS..".
           05 WS-ROD-QTD           PIC ZZZZ9.

      *----------------------------------------------------------------*
      * Estornos (origem "R") impressos em linha propria, com total
      * separado para a auditoria distinguir do movimento normal.
      *----------------------------------------------------------------*
       01  WS-LINHA-RODAPE-ESTORNOS.
           05 FILLER               PIC X(28) VALUE
              "TOTAL DE ESTORNOS IMPRESSOS.".
           05 WS-ROD-QTD-ESTORNOS  PIC ZZZZ9.

       01  WS-LINHA-RODAPE-RETIDOS.
           05 FILLER               PIC X(28) VALUE
              "EXTRATOS RETIDOS (DEVOLUCAO)".
           05 WS-ROD-QTD-RETIDOS   PIC ZZZZ9.
      *================================================================*
       PROCEDURE                          DIVISION.
      *================================================================*
       0000-PRINCIPAL.
           CALL "JOBLOG" USING WS-JOB-NOME "S".
           CALL "DATAMOV" USING WS-HOJE
                                WS-DATAMOV-STATUS
                                WS-DATAMOV-MENSAGEM.
           IF WS-DATAMOV-STATUS NOT = "0"
               DISPLAY "DATA DO MOVIMENTO INVALIDA - "
                       WS-DATAMOV-MENSAGEM
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0050-LER-PARAMETRO-MES.
           PERFORM 0100-ORDENAR-MOVIMENTOS.
           PERFORM 0300-IMPRIMIR-EXTRATOS.
               DISPLAY "AVISO - CLIENTE.DAT INDISPONIVEL, EXTRATO "
                       "SERA EMITIDO SEM ENDERECO"
           END-IF.
           OPEN INPUT DEVOLUCAO-FILE.
           IF WS-DEVOLUCAO-STATUS NOT = "00"
               MOVE "N" TO WS-DEVOLUCAO-DISPONIVEL
           END-IF.
           OPEN OUTPUT RETIDA-FILE.
           IF WS-RETIDA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA EXTMRET.DAT - STATUS "
                       WS-RETIDA-STATUS
               CLOSE RESUMO-FILE
               CLOSE RELATORIO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MOVTO-DISPONIVEL
               PERFORM 0910-LER-MOVIMENTO

           MOVE WS-QTD-EXTRATOS TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE WS-QTD-ESTORNOS TO WS-ROD-QTD-ESTORNOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-ESTORNOS.
           MOVE WS-QTD-RETIDOS TO WS-ROD-QTD-RETIDOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-RETIDOS.

           CLOSE RESUMO-FILE.
           CLOSE RETIDA-FILE.
           IF DEVOLUCAO-DISPONIVEL
               CLOSE DEVOLUCAO-FILE
           END-IF.
           IF MOVTO-DISPONIVEL
               CLOSE MOV-ORDENADO
           END-IF.
           END-IF.
           DISPLAY "EXTRATOS EMITIDOS....: " WS-QTD-EXTRATOS.
           DISPLAY "MOVIMENTOS IMPRESSOS.: " WS-QTD-MOVIMENTOS.
           DISPLAY "ESTORNOS IMPRESSOS...: " WS-QTD-ESTORNOS.
           DISPLAY "EXTRATOS RETIDOS.....: " WS-QTD-RETIDOS.

       0400-EMITIR-EXTRATO.
           PERFORM UNTIL FIM-MOVIMENTOS OR MO-CONTA >= RM-CONTA
               PERFORM 0910-LER-MOVIMENTO
           END-PERFORM.

           PERFORM 0450-VERIFICAR-RETENCAO.
           IF CPF-RETIDO
               PERFORM 0460-RETER-EXTRATO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-EXTRATOS.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE WS-NUM-PAGINA TO WS-CAB-PAGINA.
           MOVE RM-SALDO-FECHAMENTO TO WS-FEC-SALDO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-FECHAMENTO.

      *----------------------------------------------------------------*
      * Titular do resumo com a correspondencia retida no registro
      * de devolucoes.
      *----------------------------------------------------------------*
       0450-VERIFICAR-RETENCAO.
           MOVE "N" TO WS-CPF-RETIDO.
           IF NOT DEVOLUCAO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE RM-CPF TO DC-CPF.
           READ DEVOLUCAO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DC-RETIDA
                       MOVE "S" TO WS-CPF-RETIDO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Extrato retido: um registro em EXTMRET.DAT com o saldo de
      * fechamento do mes; os movimentos da conta sao consumidos sem
      * impressao.
      *----------------------------------------------------------------*
       0460-RETER-EXTRATO.
           MOVE WS-HOJE             TO RT-DATA.
           SET RT-EXTRATO-MES       TO TRUE.
           MOVE RM-CPF              TO RT-CPF.
           MOVE RM-CONTA            TO RT-CONTA.
           MOVE RM-SALDO-FECHAMENTO TO RT-SALDO.
           MOVE ZERO                TO RT-DIAS-NEGATIVO.
           MOVE DC-DATA-DEVOLUCAO   TO RT-DATA-DEVOLUCAO.
           MOVE DC-MOTIVO           TO RT-MOTIVO.
           WRITE REGISTRO-RETIDA.
           ADD 1 TO WS-QTD-RETIDOS.
           PERFORM UNTIL FIM-MOVIMENTOS
                   OR MO-CONTA NOT = RM-CONTA
               PERFORM 0910-LER-MOVIMENTO
           END-PERFORM.

      *----------------------------------------------------------------*
      * Nome e endereco do cadastro mestre pelo titular do resumo;
      * cliente fora do cadastro sai so com o CPF.
           IF MO-ORIGEM-TARIFA
               MOVE "TARIFA"  TO WS-MOV-DESCRICAO
           END-IF.
           IF MO-ORIGEM-IOF
               MOVE "IOF"     TO WS-MOV-DESCRICAO
           END-IF.
           IF MO-ORIGEM-BOLETO
               MOVE "BOLETO"  TO WS-MOV-DESCRICAO
           END-IF.
           IF MO-ORIGEM-ATRASO
               MOVE "ENC ATR" TO WS-MOV-DESCRICAO
           END-IF.
           IF MO-ORIGEM-RENEG
               MOVE "ACORDO"  TO WS-MOV-DESCRICAO
           END-IF.
           IF MO-ORIGEM-ENCERR
               MOVE "ENCERR"  TO WS-MOV-DESCRICAO
           END-IF.
           IF MO-ORIGEM-PREJUIZO
               MOVE "PREJUIZ" TO WS-MOV-DESCRICAO
           END-IF.
           IF MO-ORIGEM-TRANSF
               MOVE "TRANSF"  TO WS-MOV-DESCRICAO
               MOVE MO-CONTA-DESTINO TO WS-MOV-CONTRAPARTE
           ELSE
               MOVE SPACES    TO WS-MOV-CONTRAPARTE
           END-IF.
           IF MO-ORIGEM-ESTORNO
               ADD 1 TO WS-QTD-ESTORNOS
               MOVE "ESTORNO" TO WS-MOV-DESCRICAO
               MOVE MO-CONTA-DESTINO TO WS-MOV-CONTRAPARTE
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-MOVIMENTO.

       0910-LER-MOVIMENTO.
