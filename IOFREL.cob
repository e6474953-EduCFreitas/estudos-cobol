      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Relatorio mensal de IOF sobre cheque especial por
      *          conta, a partir do historico diario IOFHST.DAT
      *          (anexado pelo IOFDIA.cob a cada noite): para o mes
      *          pedido soma, por conta, os dias cobrados, o IOF da
      *          aliquota diaria, o IOF da aliquota adicional e o
      *          total, com o total geral do mes no rodape - e o
      *          numero que vai para o recolhimento do imposto. O mes
      *          vem do cartao IOFREL.PAR (AAAAMM); sem cartao vale o
      *          mes anterior ao da data do movimento.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. IOFREL.
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
           SELECT IOFHST-FILE ASSIGN TO "IOFHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOFHST-STATUS.

           SELECT SORT-IOF ASSIGN TO "WORKIOR.TMP".

           SELECT IOF-ORDENADO ASSIGN TO "IORORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENADO-STATUS.

           SELECT PARAM-FILE ASSIGN TO "IOFREL.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "IOFREL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  IOFHST-FILE.
           COPY IOFHST.

       SD  SORT-IOF.
           COPY IOFHST REPLACING ==REGISTRO-IOF-HIST==
                              BY ==SI-REGISTRO-IOF-HIST==
                       LEADING ==IH-== BY ==SI-==.

       FD  IOF-ORDENADO.
           COPY IOFHST REPLACING ==REGISTRO-IOF-HIST==
                              BY ==IO-REGISTRO-IOF-HIST==
                       LEADING ==IH-== BY ==IO-==.

       FD  PARAM-FILE.
       01  PARAM-IOFREL.
           05 PR-ANOMES             PIC 9(06).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-IOFHST-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-ORDENADO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-IOF               PIC X     VALUE "N".
           88 FIM-IOF              VALUE "S".
       77 WS-IOFHST-DISPONIVEL     PIC X     VALUE "S".
           88 IOFHST-DISPONIVEL    VALUE "S".

       77 WS-ANOMES-PEDIDO         PIC 9(06) VALUE ZERO.
       77 WS-ANOMES-ATUAL          PIC 9(06) VALUE ZERO.
       01  WS-ANOMES-CALC          PIC 9(06) VALUE ZERO.
       01  WS-ANOMES-CALC-TAB REDEFINES WS-ANOMES-CALC.
           05 WS-CALC-ANO          PIC 9(04).
           05 WS-CALC-MES          PIC 9(02).

       77 WS-CONTA-GRUPO           PIC X(08) VALUE SPACES.
       77 WS-CPF-GRUPO             PIC X(11) VALUE SPACES.
       77 WS-QTD-DIAS              PIC 9(03) VALUE ZERO.
       77 WS-SOMA-DIARIO           PIC 9(09)V99 VALUE ZERO.
       77 WS-SOMA-ADICIONAL        PIC 9(09)V99 VALUE ZERO.
       77 WS-SOMA-CONTA            PIC 9(09)V99 VALUE ZERO.

       77 WS-QTD-CONTAS            PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-DIARIO          PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-ADICIONAL       PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-GERAL           PIC 9(11)V99 VALUE ZERO.
       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "IOFREL".

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(42) VALUE
              "IOF SOBRE CHEQUE ESPECIAL POR CONTA - MES".
           05 WS-CAB-ANOMES        PIC 9(06).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(10) VALUE "CONTA".
           05 FILLER               PIC X(13) VALUE "CPF".
           05 FILLER               PIC X(06) VALUE "DIAS".
           05 FILLER               PIC X(15) VALUE "IOF DIARIO".
           05 FILLER               PIC X(15) VALUE "IOF ADICIONAL".
           05 FILLER               PIC X(15) VALUE "IOF TOTAL".

       01  WS-LINHA-DETALHE.
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-CPF           PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-DIAS          PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-DIARIO        PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-ADICIONAL     PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-TOTAL         PIC ----------9.99.

       01  WS-LINHA-TOTAL.
           05 FILLER               PIC X(27) VALUE
              "TOTAL DO MES...............".
           05 WS-TOT-DIARIO        PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TOT-ADICIONAL     PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TOT-GERAL         PIC ----------9.99.

       01  WS-LINHA-RODAPE.
           05 FILLER               PIC X(27) VALUE
              "TOTAL DE CONTAS COBRADAS...".
           05 WS-ROD-QTD           PIC ZZZZ9.
      *================================================================*
       PROCEDURE                          DIVISION.
      *================================================================*
       0000-PRINCIPAL.
           CALL "JOBLOG" USING WS-JOB-NOME "S".
           CALL "DATAMOV" USING WS-DATA-MOVIMENTO
                                WS-DATAMOV-STATUS
                                WS-DATAMOV-MENSAGEM.
           IF WS-DATAMOV-STATUS NOT = "0"
               DISPLAY "DATA DO MOVIMENTO INVALIDA - "
                       WS-DATAMOV-MENSAGEM
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-ANOMES-ATUAL.
           PERFORM 0050-DEFINIR-MES.
           PERFORM 0100-ORDENAR-HISTORICO.
           PERFORM 0200-APURAR-IOF.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Mes pedido do cartao IOFREL.PAR; sem cartao, o mes anterior
      * ao da data do movimento.
      *----------------------------------------------------------------*
       0050-DEFINIR-MES.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARAM-STATUS = "00"
                  AND PR-ANOMES IS NUMERIC
                  AND PR-ANOMES > ZERO
                   MOVE PR-ANOMES TO WS-ANOMES-PEDIDO
               END-IF
               CLOSE PARAM-FILE
           END-IF.
           IF WS-ANOMES-PEDIDO = ZERO
               MOVE WS-ANOMES-ATUAL TO WS-ANOMES-CALC
               IF WS-CALC-MES = 01
                   SUBTRACT 1 FROM WS-CALC-ANO
                   MOVE 12 TO WS-CALC-MES
               ELSE
                   SUBTRACT 1 FROM WS-CALC-MES
               END-IF
               MOVE WS-ANOMES-CALC TO WS-ANOMES-PEDIDO
               DISPLAY "IOFREL.PAR AUSENTE - APURANDO O MES "
                       WS-ANOMES-PEDIDO
           END-IF.
           MOVE WS-ANOMES-PEDIDO TO WS-CAB-ANOMES.

      *----------------------------------------------------------------*
      * Sem IOFHST.DAT nenhum IOF foi cobrado ainda: o relatorio sai
      * so com cabecalho e totais zerados, sem derrubar o fechamento.
      *----------------------------------------------------------------*
       0100-ORDENAR-HISTORICO.
           OPEN INPUT IOFHST-FILE.
           IF WS-IOFHST-STATUS NOT = "00"
               DISPLAY "AVISO - IOFHST.DAT AUSENTE, NENHUM IOF "
                       "COBRADO ATE AQUI"
               MOVE "N" TO WS-IOFHST-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           CLOSE IOFHST-FILE.
           SORT SORT-IOF
               ON ASCENDING KEY SI-CONTA SI-DATA
               USING IOFHST-FILE
               GIVING IOF-ORDENADO.

      *----------------------------------------------------------------*
      * Percorre o historico ordenado por conta somando os dias do
      * mes pedido; ao trocar de conta, imprime o total da conta
      * anterior.
      *----------------------------------------------------------------*
       0200-APURAR-IOF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA IOFREL.LST - STATUS "
                       WS-RELATORIO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

           IF IOFHST-DISPONIVEL
               OPEN INPUT IOF-ORDENADO
               PERFORM 0910-LER-IOF
           ELSE
               SET FIM-IOF TO TRUE
           END-IF.
           PERFORM UNTIL FIM-IOF
               MOVE IO-CONTA TO WS-CONTA-GRUPO
               MOVE IO-CPF   TO WS-CPF-GRUPO
               MOVE ZERO TO WS-QTD-DIAS
               MOVE ZERO TO WS-SOMA-DIARIO
               MOVE ZERO TO WS-SOMA-ADICIONAL
               PERFORM UNTIL FIM-IOF
                       OR IO-CONTA NOT = WS-CONTA-GRUPO
                   IF IO-DATA(1:6) = WS-ANOMES-PEDIDO
                       ADD 1 TO WS-QTD-DIAS
                       ADD IO-IOF-DIARIO    TO WS-SOMA-DIARIO
                       ADD IO-IOF-ADICIONAL TO WS-SOMA-ADICIONAL
                   END-IF
                   PERFORM 0910-LER-IOF
               END-PERFORM
               IF WS-QTD-DIAS > ZERO
                   PERFORM 0300-IMPRIMIR-CONTA
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-DIARIO    TO WS-TOT-DIARIO.
           MOVE WS-TOTAL-ADICIONAL TO WS-TOT-ADICIONAL.
           MOVE WS-TOTAL-GERAL     TO WS-TOT-GERAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE WS-QTD-CONTAS TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

           IF IOFHST-DISPONIVEL
               CLOSE IOF-ORDENADO
           END-IF.
           CLOSE RELATORIO-FILE.
           DISPLAY "CONTAS COBRADAS......: " WS-QTD-CONTAS.
           DISPLAY "IOF TOTAL DO MES.....: " WS-TOT-GERAL.

       0300-IMPRIMIR-CONTA.
           ADD WS-SOMA-DIARIO WS-SOMA-ADICIONAL GIVING WS-SOMA-CONTA.
           ADD 1 TO WS-QTD-CONTAS.
           ADD WS-SOMA-DIARIO    TO WS-TOTAL-DIARIO.
           ADD WS-SOMA-ADICIONAL TO WS-TOTAL-ADICIONAL.
           ADD WS-SOMA-CONTA     TO WS-TOTAL-GERAL.
           MOVE WS-CONTA-GRUPO    TO WS-DET-CONTA.
           MOVE WS-CPF-GRUPO      TO WS-DET-CPF.
           MOVE WS-QTD-DIAS       TO WS-DET-DIAS.
           MOVE WS-SOMA-DIARIO    TO WS-DET-DIARIO.
           MOVE WS-SOMA-ADICIONAL TO WS-DET-ADICIONAL.
           MOVE WS-SOMA-CONTA     TO WS-DET-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       0910-LER-IOF.
           READ IOF-ORDENADO
               AT END
                   SET FIM-IOF TO TRUE
           END-READ.
