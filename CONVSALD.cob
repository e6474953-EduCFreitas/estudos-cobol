      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Conversao do SALDO.DAT para arquivo indexado - le
      *          o antigo saldo sequencial (renomeado para SALDO.SEQ
      *          antes da execucao), carrega o novo SALDO.DAT
      *          indexado por SAL-CONTA com chave alternada SAL-CPF
      *          e prova a conversao: cada registro do sequencial e
      *          relido pela chave no indexado e comparado byte a
      *          byte, e a quantidade e o total de saldos dos dois
      *          arquivos sao conferidos. Resultado em CONVSALD.LST;
      *          qualquer divergencia termina com RC 8 e o SALDO.SEQ
      *          deve ser mantido para nova tentativa.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. CONVSALD.
      *AUTHOR. EDUARDO FREITAS.
      *================================================================*
       ENVIRONMENT                      DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       CONFIGURATION              SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
      *----------------------------------------------------------------*
       INPUT-OUTPUT               SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT SALDO-SEQ-FILE ASSIGN TO "SALDO.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDO-SEQ-STATUS.

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "CONVSALD.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  SALDO-SEQ-FILE.
           COPY SALDO REPLACING ==REGISTRO-SALDO== BY ==SQ-SALDO==
                      LEADING ==SAL-== BY ==SQ-SAL-==.

       FD  SALDO-FILE.
           COPY SALDO.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-SALDO-SEQ-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-SALDO-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-SALDO-SEQ         PIC X     VALUE "N".
           88 FIM-SALDO-SEQ        VALUE "S".
       77 WS-FIM-SALDO             PIC X     VALUE "N".
           88 FIM-SALDO            VALUE "S".

       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZERO.
       77 WS-QTD-GRAVADOS          PIC 9(07) VALUE ZERO.
       77 WS-QTD-DUPLICADOS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-CONFERIDOS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-INDEXADO          PIC 9(07) VALUE ZERO.
       77 WS-QTD-DIVERGENCIAS      PIC 9(07) VALUE ZERO.
       77 WS-TOT-SALDO-SEQ         PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-SALDO-IDX         PIC S9(13)V99 VALUE ZERO.

       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "CONVSALD".

       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(40) VALUE
              "CONVERSAO DO SALDO.DAT PARA INDEXADO EM".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(10) VALUE "CONTA".
           05 FILLER               PIC X(20) VALUE "OCORRENCIA".
           05 FILLER               PIC X(18) VALUE "SALDO SEQUENCIAL".
           05 FILLER               PIC X(18) VALUE "SALDO INDEXADO".

       01  WS-LINHA-DETALHE.
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-OCORRENCIA    PIC X(18).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-SALDO-SEQ     PIC ----------9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-SALDO-IDX     PIC ----------9.99.

       01  WS-LINHA-TOTAL.
           05 WS-TOT-ROTULO        PIC X(30).
           05 WS-TOT-QTD           PIC ZZZZZZ9.

       01  WS-LINHA-VALOR.
           05 WS-VAL-ROTULO        PIC X(30).
           05 WS-VAL-SALDO         PIC --------------9.99.

       01  WS-LINHA-RESULTADO       PIC X(80) VALUE SPACES.
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
           PERFORM 0100-ABRIR-ARQUIVOS.
           PERFORM 0200-CARREGAR-INDEXADO.
           PERFORM 0300-CONFERIR-CONVERSAO.
           PERFORM 0400-CONFERIR-TOTAIS.
           PERFORM 0500-ENCERRAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           IF WS-QTD-DIVERGENCIAS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------*
      * Sem SALDO.SEQ nao ha o que converter: o SALDO.DAT indexado
      * so e criado com o sequencial de origem presente.
      *----------------------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT SALDO-SEQ-FILE.
           IF WS-SALDO-SEQ-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA SALDO.SEQ - STATUS "
                       WS-SALDO-SEQ-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SALDO-FILE.
           IF WS-SALDO-STATUS NOT = "00"
               DISPLAY "ERRO CRIACAO SALDO.DAT - STATUS "
                       WS-SALDO-STATUS
               CLOSE SALDO-SEQ-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CONVSALD.LST - STATUS "
                       WS-RELATORIO-STATUS
               CLOSE SALDO-SEQ-FILE
               CLOSE SALDO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-HOJE TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

      *----------------------------------------------------------------*
      * Carga: cada registro do sequencial e incluido no indexado
      * pela chave SAL-CONTA. Conta repetida no sequencial nao cabe
      * no indexado e ja conta como divergencia.
      *----------------------------------------------------------------*
       0200-CARREGAR-INDEXADO.
           PERFORM 0910-LER-SALDO-SEQ.
           PERFORM UNTIL FIM-SALDO-SEQ
               ADD 1 TO WS-QTD-LIDOS
               MOVE SQ-SALDO TO REGISTRO-SALDO
               WRITE REGISTRO-SALDO
                   INVALID KEY
                       PERFORM 0250-REGISTRAR-DUPLICADA
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-GRAVADOS
               END-WRITE
               PERFORM 0910-LER-SALDO-SEQ
           END-PERFORM.
           CLOSE SALDO-SEQ-FILE.
           CLOSE SALDO-FILE.

       0250-REGISTRAR-DUPLICADA.
           ADD 1 TO WS-QTD-DUPLICADOS.
           ADD 1 TO WS-QTD-DIVERGENCIAS.
           MOVE SQ-SAL-CONTA      TO WS-DET-CONTA.
           MOVE "CONTA DUPLICADA" TO WS-DET-OCORRENCIA.
           MOVE SQ-SAL-SALDO      TO WS-DET-SALDO-SEQ.
           MOVE ZERO              TO WS-DET-SALDO-IDX.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

      *----------------------------------------------------------------*
      * Prova registro a registro: o sequencial e relido do inicio
      * e cada registro e buscado pela chave no indexado recem
      * carregado; o registro inteiro tem de ser igual.
      *----------------------------------------------------------------*
       0300-CONFERIR-CONVERSAO.
           MOVE "N" TO WS-FIM-SALDO-SEQ.
           OPEN INPUT SALDO-SEQ-FILE.
           OPEN INPUT SALDO-FILE.
           IF WS-SALDO-SEQ-STATUS NOT = "00"
              OR WS-SALDO-STATUS NOT = "00"
               DISPLAY "ERRO REABERTURA PARA CONFERENCIA - STATUS "
                       WS-SALDO-SEQ-STATUS " " WS-SALDO-STATUS
               CLOSE RELATORIO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0910-LER-SALDO-SEQ.
           PERFORM UNTIL FIM-SALDO-SEQ
               ADD SQ-SAL-SALDO TO WS-TOT-SALDO-SEQ
               PERFORM 0350-CONFERIR-REGISTRO
               PERFORM 0910-LER-SALDO-SEQ
           END-PERFORM.
           CLOSE SALDO-SEQ-FILE.

       0350-CONFERIR-REGISTRO.
           MOVE SQ-SAL-CONTA TO SAL-CONTA.
           READ SALDO-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-DIVERGENCIAS
                   MOVE SQ-SAL-CONTA TO WS-DET-CONTA
                   MOVE "AUSENTE INDEXADO" TO WS-DET-OCORRENCIA
                   MOVE SQ-SAL-SALDO TO WS-DET-SALDO-SEQ
                   MOVE ZERO TO WS-DET-SALDO-IDX
                   WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE
                   EXIT PARAGRAPH
           END-READ.
           IF REGISTRO-SALDO = SQ-SALDO
               ADD 1 TO WS-QTD-CONFERIDOS
           ELSE
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE SQ-SAL-CONTA TO WS-DET-CONTA
               MOVE "REGISTRO DIFERENTE" TO WS-DET-OCORRENCIA
               MOVE SQ-SAL-SALDO TO WS-DET-SALDO-SEQ
               MOVE SAL-SALDO TO WS-DET-SALDO-IDX
               WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE
           END-IF.

      *----------------------------------------------------------------*
      * Varredura completa do indexado pela chave primaria: a
      * quantidade de registros e o total de saldos tem de bater
      * com o sequencial de origem.
      *----------------------------------------------------------------*
       0400-CONFERIR-TOTAIS.
           MOVE LOW-VALUES TO SAL-CONTA.
           START SALDO-FILE KEY IS NOT LESS SAL-CONTA
               INVALID KEY
                   SET FIM-SALDO TO TRUE
           END-START.
           PERFORM UNTIL FIM-SALDO
               PERFORM 0920-LER-SALDO
               IF NOT FIM-SALDO
                   ADD 1 TO WS-QTD-INDEXADO
                   ADD SAL-SALDO TO WS-TOT-SALDO-IDX
               END-IF
           END-PERFORM.
           CLOSE SALDO-FILE.

           IF WS-QTD-INDEXADO NOT = WS-QTD-LIDOS
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE "QUANTIDADE DE REGISTROS DIFERENTE NOS ARQUIVOS"
                   TO WS-LINHA-RESULTADO
               WRITE LINHA-RELATORIO FROM WS-LINHA-RESULTADO
           END-IF.
           IF WS-TOT-SALDO-IDX NOT = WS-TOT-SALDO-SEQ
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE "TOTAL DE SALDOS DIFERENTE ENTRE OS ARQUIVOS"
                   TO WS-LINHA-RESULTADO
               WRITE LINHA-RELATORIO FROM WS-LINHA-RESULTADO
           END-IF.

       0500-ENCERRAR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "REGISTROS LIDOS SALDO.SEQ" TO WS-TOT-ROTULO.
           MOVE WS-QTD-LIDOS TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "REGISTROS GRAVADOS SALDO.DAT" TO WS-TOT-ROTULO.
           MOVE WS-QTD-GRAVADOS TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "CONTAS DUPLICADAS" TO WS-TOT-ROTULO.
           MOVE WS-QTD-DUPLICADOS TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "REGISTROS CONFERIDOS" TO WS-TOT-ROTULO.
           MOVE WS-QTD-CONFERIDOS TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "REGISTROS NO INDEXADO" TO WS-TOT-ROTULO.
           MOVE WS-QTD-INDEXADO TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "TOTAL SALDOS SALDO.SEQ" TO WS-VAL-ROTULO.
           MOVE WS-TOT-SALDO-SEQ TO WS-VAL-SALDO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-VALOR.
           MOVE "TOTAL SALDOS SALDO.DAT" TO WS-VAL-ROTULO.
           MOVE WS-TOT-SALDO-IDX TO WS-VAL-SALDO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-VALOR.
           MOVE "DIVERGENCIAS" TO WS-TOT-ROTULO.
           MOVE WS-QTD-DIVERGENCIAS TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           IF WS-QTD-DIVERGENCIAS > ZERO
               MOVE "CONVERSAO DIVERGENTE - MANTER SALDO.SEQ E REFAZER"
                   TO WS-LINHA-RESULTADO
           ELSE
               MOVE "CONVERSAO CONFERIDA REGISTRO A REGISTRO"
                   TO WS-LINHA-RESULTADO
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESULTADO.
           CLOSE RELATORIO-FILE.
           DISPLAY "REGISTROS LIDOS......: " WS-QTD-LIDOS.
           DISPLAY "REGISTROS GRAVADOS...: " WS-QTD-GRAVADOS.
           DISPLAY "DIVERGENCIAS.........: " WS-QTD-DIVERGENCIAS.
           DISPLAY WS-LINHA-RESULTADO.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.

      *----------------------------------------------------------------*
      * Grava os contadores do job no arquivo de totais de controle.
      *----------------------------------------------------------------*
       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "LIDOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-LIDOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "GRAVADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-GRAVADOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "DIVERGENCIAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-DIVERGENCIAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

       0910-LER-SALDO-SEQ.
           READ SALDO-SEQ-FILE
               AT END
                   SET FIM-SALDO-SEQ TO TRUE
           END-READ.

       0920-LER-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END
                   SET FIM-SALDO TO TRUE
           END-READ.
