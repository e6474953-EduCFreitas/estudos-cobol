      *          O saldo de abertura e derivado do de fechamento:
      *          abertura = SAL-SALDO - (creditos - debitos) do
      *          periodo, apurados numa primeira passada sobre os
      *          movimentos ordenados. O extrato do titular com a
      *          correspondencia retida por devolucao do correio
      *          (DEVCORR.DAT) nao e emitido: vai para EXTRRET.DAT,
      *          listado no relatorio de correspondencia retida.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
               FILE STATUS IS WS-LIQUIDO-STATUS.

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

      *----------------------------------------------------------------*
           SELECT RELATORIO-FILE ASSIGN TO "EXTRATO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *----------------------------------------------------------------*
      * Correspondencia devolvida pelo correio (REGDEV.cob): titular
      * retido nao recebe extrato no endereco errado. O extrato
      * retido vai para EXTRRET.DAT, recriado a cada execucao.
      *----------------------------------------------------------------*
           SELECT DEVOLUCAO-FILE ASSIGN TO "DEVCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CPF
               FILE STATUS IS WS-DEVOLUCAO-STATUS.

           SELECT RETIDA-FILE ASSIGN TO "EXTRRET.DAT"
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
       77 WS-COTITULAR-DISPONIVEL  PIC X     VALUE "S".
           88 COTITULAR-DISPONIVEL VALUE "S".
       77 WS-FIM-COTITULARES       PIC X     VALUE "N".
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

       77 WS-FIM-MOVIMENTOS        PIC X     VALUE "N".
           88 FIM-MOVIMENTOS       VALUE "S".

       77 WS-QTD-CLIENTES          PIC 9(05) VALUE ZERO.
       77 WS-QTD-MOVIMENTOS        PIC 9(05) VALUE ZERO.
       77 WS-QTD-ESTORNOS          PIC 9(05) VALUE ZERO.
       77 WS-NUM-PAGINA            PIC 9(04) VALUE ZERO.
       77 WS-JOB-NOME              PIC X(08) VALUE "EXTRATO".

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
           PERFORM 0100-ORDENAR-MOVIMENTOS.
           PERFORM 0200-APURAR-LIQUIDOS.
           PERFORM 0300-IMPRIMIR-EXTRATOS.
               MOVE "N" TO WS-COTITULAR-DISPONIVEL
           END-IF.

           OPEN INPUT DEVOLUCAO-FILE.
           IF WS-DEVOLUCAO-STATUS NOT = "00"
               MOVE "N" TO WS-DEVOLUCAO-DISPONIVEL
           END-IF.
           OPEN OUTPUT RETIDA-FILE.
           IF WS-RETIDA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA EXTRRET.DAT - STATUS "
                       WS-RETIDA-STATUS
               CLOSE SALDO-FILE
               CLOSE MOV-ORDENADO
               CLOSE LIQUIDO-FILE
               CLOSE RELATORIO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0910-LER-MOVIMENTO.
           PERFORM 0920-LER-LIQUIDO.
           PERFORM 0930-LER-SALDO.

           MOVE WS-QTD-CLIENTES TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE WS-QTD-ESTORNOS TO WS-ROD-QTD-ESTORNOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-ESTORNOS.
           MOVE WS-QTD-RETIDOS TO WS-ROD-QTD-RETIDOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-RETIDOS.

           CLOSE SALDO-FILE.
           CLOSE MOV-ORDENADO.
           CLOSE LIQUIDO-FILE.
           CLOSE RELATORIO-FILE.
           CLOSE RETIDA-FILE.
           IF DEVOLUCAO-DISPONIVEL
               CLOSE DEVOLUCAO-FILE
           END-IF.
           IF CLIENTE-DISPONIVEL
               CLOSE CLIENTE-FILE
           END-IF.
           END-IF.
           DISPLAY "EXTRATOS EMITIDOS....: " WS-QTD-CLIENTES.
           DISPLAY "MOVIMENTOS IMPRESSOS.: " WS-QTD-MOVIMENTOS.
           DISPLAY "ESTORNOS IMPRESSOS...: " WS-QTD-ESTORNOS.
           DISPLAY "EXTRATOS RETIDOS.....: " WS-QTD-RETIDOS.

      *----------------------------------------------------------------*
      * Emite o extrato de um cliente: cabecalho proprio (quebra de
               PERFORM 0920-LER-LIQUIDO
           END-PERFORM.

           PERFORM 0450-VERIFICAR-RETENCAO.
           IF CPF-RETIDO
               PERFORM 0460-RETER-EXTRATO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-CLIENTES.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE WS-NUM-PAGINA TO WS-CAB-PAGINA.
           MOVE SAL-DATA-ATUALIZACAO TO WS-FEC-DATA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-FECHAMENTO.

      *----------------------------------------------------------------*
      * Titular com a correspondencia retida no registro de
      * devolucoes: o extrato iria de novo para o endereco que o
      * correio devolveu.
      *----------------------------------------------------------------*
       0450-VERIFICAR-RETENCAO.
           MOVE "N" TO WS-CPF-RETIDO.
           IF NOT DEVOLUCAO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE SAL-CPF TO DC-CPF.
           READ DEVOLUCAO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DC-RETIDA
                       MOVE "S" TO WS-CPF-RETIDO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Extrato retido: um registro em EXTRRET.DAT com o saldo atual
      * e a devolucao que causou a retencao; os movimentos da conta
      * sao consumidos sem impressao.
      *----------------------------------------------------------------*
       0460-RETER-EXTRATO.
           MOVE WS-HOJE           TO RT-DATA.
           SET RT-EXTRATO         TO TRUE.
           MOVE SAL-CPF           TO RT-CPF.
           MOVE SAL-CONTA         TO RT-CONTA.
           MOVE SAL-SALDO         TO RT-SALDO.
           MOVE ZERO              TO RT-DIAS-NEGATIVO.
           MOVE DC-DATA-DEVOLUCAO TO RT-DATA-DEVOLUCAO.
           MOVE DC-MOTIVO         TO RT-MOTIVO.
           WRITE REGISTRO-RETIDA.
           ADD 1 TO WS-QTD-RETIDOS.
           IF NOT FIM-LIQUIDO AND LQ-CONTA = SAL-CONTA
               PERFORM 0920-LER-LIQUIDO
           END-IF.
           PERFORM UNTIL FIM-MOVIMENTOS
                   OR MO-CONTA NOT = SAL-CONTA
               PERFORM 0910-LER-MOVIMENTO
           END-PERFORM.

      *----------------------------------------------------------------*
      * Nome e endereco do cadastro mestre; quando o cliente nao esta
      * no cadastro, o nome gravado em SALDO.DAT e aproveitado.
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
           END-READ.

       0930-LER-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END
                   SET FIM-SALDO TO TRUE
           END-READ.
