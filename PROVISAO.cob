      *          lancar. A provisao calculada de hoje fica guardada
      *          em PROVANT.DAT para a diferenca de amanha: o
      *          movimento dia-a-dia e o numero que a contabilidade
      *          efetivamente lanca. Conta baixada como prejuizo
      *          (PREJUIZO.DAT) sai das faixas; a parcela que estava
      *          provisionada para ela e liberada uma vez, na linha
      *          BAIXA, fora do movimento da faixa.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
               FILE STATUS IS WS-NEGSALDO-STATUS.

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

      *----------------------------------------------------------------*
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROV-ANT-STATUS.

      *----------------------------------------------------------------*
      * Contas baixadas como prejuizo pelo PREJBAIX.cob: fora das
      * faixas; a baixa ainda nao liberada (PJ-DATA-LIBERACAO zero)
      * libera a provisao da sua faixa e e marcada com a data de
      * hoje. Arquivo ausente = nenhuma conta baixada.
      *----------------------------------------------------------------*
           SELECT PREJUIZO-FILE ASSIGN TO "PREJUIZO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CONTA
               FILE STATUS IS WS-PREJUIZO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "PROVISAO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           05 PV-PROV-FAIXA-3       PIC 9(13)V99.
           05 PV-PROV-FAIXA-4       PIC 9(13)V99.

       FD  PREJUIZO-FILE.
           COPY PREJUIZO.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(100).

      *----------------------------------------------------------------*
      * Resumo legivel por maquina para a contabilidade: uma linha
      * por faixa com a exposicao, o percentual, a provisao exigida
      * e o movimento contra ontem (sinalizado), e a linha BAIXA com
      * o valor baixado como prejuizo e a provisao liberada por ele
      * (movimento negativo, provisao e percentual zero).
      *----------------------------------------------------------------*
       FD  PROV-CTB-FILE.
       01  REGISTRO-PROV-CTB.
       77 WS-PROV-ANT-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-PROV-CTB-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-PREJUIZO-STATUS       PIC X(02) VALUE ZEROS.

       77 WS-FIM-NEGATIVOS         PIC X     VALUE "N".
           88 FIM-NEGATIVOS        VALUE "S".
       77 WS-SALDO-ACHADO          PIC X     VALUE "N".
           88 SALDO-ACHADO         VALUE "S".
       77 WS-FIM-PREJUIZO          PIC X     VALUE "N".
           88 FIM-PREJUIZO         VALUE "S".
       77 WS-PREJUIZO-DISPONIVEL   PIC X     VALUE "S".
           88 PREJUIZO-DISPONIVEL  VALUE "S".
       77 WS-CONTA-BAIXADA         PIC X     VALUE "N".
           88 CONTA-BAIXADA        VALUE "S".
       77 WS-PROV-ANT-DISPONIVEL   PIC X     VALUE "S".
           88 PROV-ANT-DISPONIVEL  VALUE "S".

       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-DIAS-NEGATIVO         PIC S9(05) VALUE ZERO.
       77 WS-EXPOSICAO             PIC 9(13)V99 VALUE ZERO.
       77 WS-IDX-FAIXA             PIC 9(01) VALUE ZERO.
       77 WS-LIBERACAO             PIC 9(13)V99 VALUE ZERO.
       77 WS-QTD-BAIXAS            PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-BAIXADO         PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-LIBERACAO       PIC 9(13)V99 VALUE ZERO.
       77 WS-MOVIMENTO-BAIXA       PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * Apuracao por faixa: quantidade, exposicao, percentual,
      * provisao de hoje, provisao de ontem, provisao liberada pelas
      * baixas como prejuizo e movimento.
      *----------------------------------------------------------------*
       01  TABELA-FAIXAS.
           05 TAB-FAIXA OCCURS 4 TIMES.
               10 TAB-FX-PCT       PIC 9(03)V99.
               10 TAB-FX-PROVISAO  PIC 9(13)V99.
               10 TAB-FX-PROV-ANT  PIC 9(13)V99.
               10 TAB-FX-LIBERACAO PIC 9(13)V99.
               10 TAB-FX-MOVIMENTO PIC S9(13)V99.
       01  TABELA-FAIXA-NOMES.
           05 FILLER               PIC X(07) VALUE "1-29   ".
           PERFORM 0050-CARREGAR-PERCENTUAIS.
           PERFORM 0060-CARREGAR-PROVISAO-ANTERIOR.
           PERFORM 0100-APURAR-EXPOSICOES.
           PERFORM 0150-APURAR-LIBERACOES.
           PERFORM 0200-CALCULAR-PROVISOES.
           PERFORM 0300-EMITIR-SAIDAS.
           PERFORM 0400-GUARDAR-PROVISAO-DE-HOJE.
               MOVE ZERO TO TAB-FX-QTD(WS-IDX-FAIXA)
               MOVE ZERO TO TAB-FX-EXPOSICAO(WS-IDX-FAIXA)
               MOVE ZERO TO TAB-FX-PROV-ANT(WS-IDX-FAIXA)
               MOVE ZERO TO TAB-FX-LIBERACAO(WS-IDX-FAIXA)
           END-PERFORM.
           OPEN INPUT PROV-ANT-FILE.
           IF WS-PROV-ANT-STATUS NOT = "00"
               DISPLAY "AVISO - PROVANT.DAT AUSENTE, MOVIMENTO "
                       "PARTE DE PROVISAO ZERO"
               MOVE "N" TO WS-PROV-ANT-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           READ PROV-ANT-FILE
           CLOSE PROV-ANT-FILE.

      *----------------------------------------------------------------*
      * NEGSALDO em ordem de conta, com o saldo de cada conta lido
      * pela chave no SALDO.DAT, como no AGINGNEG: cada conta
      * negativa entra na faixa dos seus dias em negativo com a
      * exposicao (saldo devedor em modulo).
      *----------------------------------------------------------------*
       0100-APURAR-EXPOSICOES.
           OPEN INPUT NEGSALDO-FILE.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PREJUIZO-FILE.
           IF WS-PREJUIZO-STATUS NOT = "00"
               MOVE "N" TO WS-PREJUIZO-DISPONIVEL
           END-IF.

           PERFORM 0910-LER-NEGATIVO.
           PERFORM UNTIL FIM-NEGATIVOS
               PERFORM 0500-CLASSIFICAR-CONTA

           CLOSE NEGSALDO-FILE.
           CLOSE SALDO-FILE.
           IF PREJUIZO-DISPONIVEL
               CLOSE PREJUIZO-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Baixas como prejuizo ainda nao liberadas: a conta estava na
      * provisao de ontem pela faixa dos seus dias em negativo na
      * baixa; libera o percentual da faixa sobre o valor baixado
      * (nunca mais que a provisao de ontem da faixa) e marca a
      * baixa como liberada. Sem PROVANT.DAT nada foi provisionado:
      * a baixa so e marcada.
      *----------------------------------------------------------------*
       0150-APURAR-LIBERACOES.
           IF NOT PREJUIZO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O PREJUIZO-FILE.
           IF WS-PREJUIZO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA PREJUIZO.DAT - STATUS "
                       WS-PREJUIZO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0940-LER-PREJUIZO.
           PERFORM UNTIL FIM-PREJUIZO
               IF PJ-DATA-LIBERACAO = ZERO
                   PERFORM 0550-LIBERAR-BAIXA
               END-IF
               PERFORM 0940-LER-PREJUIZO
           END-PERFORM.
           CLOSE PREJUIZO-FILE.
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 4
               IF TAB-FX-LIBERACAO(WS-IDX-FAIXA)
                  > TAB-FX-PROV-ANT(WS-IDX-FAIXA)
                   MOVE TAB-FX-PROV-ANT(WS-IDX-FAIXA)
                       TO TAB-FX-LIBERACAO(WS-IDX-FAIXA)
               END-IF
               ADD TAB-FX-LIBERACAO(WS-IDX-FAIXA)
                   TO WS-TOTAL-LIBERACAO
           END-PERFORM.

       0500-CLASSIFICAR-CONTA.
           PERFORM 0920-LER-SALDO.
           IF NOT SALDO-ACHADO
               DISPLAY "AVISO - CONTA NEGATIVA SEM SALDO.DAT: "
                       NG-CONTA
               EXIT PARAGRAPH
           IF SAL-SALDO >= ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0930-VERIFICAR-PREJUIZO.
           IF CONTA-BAIXADA
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIAS-NEGATIVO =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
           ADD WS-EXPOSICAO TO TAB-FX-EXPOSICAO(WS-IDX-FAIXA).
           ADD 1 TO WS-QTD-CONTAS.

       0550-LIBERAR-BAIXA.
           EVALUATE TRUE
               WHEN PJ-DIAS-NEGATIVO < 30
                   MOVE 1 TO WS-IDX-FAIXA
               WHEN PJ-DIAS-NEGATIVO < 60
                   MOVE 2 TO WS-IDX-FAIXA
               WHEN PJ-DIAS-NEGATIVO < 90
                   MOVE 3 TO WS-IDX-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-IDX-FAIXA
           END-EVALUATE.
           IF PROV-ANT-DISPONIVEL
               COMPUTE WS-LIBERACAO ROUNDED =
                   PJ-VALOR-BAIXADO * TAB-FX-PCT(WS-IDX-FAIXA) / 100
               ADD WS-LIBERACAO TO TAB-FX-LIBERACAO(WS-IDX-FAIXA)
               ADD 1 TO WS-QTD-BAIXAS
               ADD PJ-VALOR-BAIXADO TO WS-TOTAL-BAIXADO
           END-IF.
           MOVE WS-HOJE TO PJ-DATA-LIBERACAO.
           REWRITE REGISTRO-PREJUIZO
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO PREJUIZO.DAT: " PJ-CONTA
           END-REWRITE.

       0200-CALCULAR-PROVISOES.
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 4
               COMPUTE TAB-FX-MOVIMENTO(WS-IDX-FAIXA) =
                   TAB-FX-PROVISAO(WS-IDX-FAIXA)
                   - TAB-FX-PROV-ANT(WS-IDX-FAIXA)
                   + TAB-FX-LIBERACAO(WS-IDX-FAIXA)
           END-PERFORM.
           COMPUTE WS-MOVIMENTO-BAIXA = WS-TOTAL-LIBERACAO * -1.

       0300-EMITIR-SAIDAS.
           OPEN OUTPUT RELATORIO-FILE.
               WRITE REGISTRO-PROV-CTB
           END-PERFORM.

           MOVE "BAIXA  "            TO WS-DET-FAIXA.
           MOVE WS-QTD-BAIXAS        TO WS-DET-QTD.
           MOVE WS-TOTAL-BAIXADO     TO WS-DET-EXPOSICAO.
           MOVE ZERO                 TO WS-DET-PCT.
           MOVE ZERO                 TO WS-DET-PROVISAO.
           MOVE WS-TOTAL-LIBERACAO   TO WS-DET-PROV-ANT.
           MOVE WS-MOVIMENTO-BAIXA   TO WS-DET-MOVIMENTO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

           MOVE WS-HOJE              TO PC-DATA.
           MOVE "BAIXA  "            TO PC-FAIXA.
           MOVE WS-TOTAL-BAIXADO     TO PC-EXPOSICAO.
           MOVE ZERO                 TO PC-PERCENTUAL.
           MOVE ZERO                 TO PC-PROVISAO.
           MOVE WS-MOVIMENTO-BAIXA   TO PC-MOVIMENTO.
           WRITE REGISTRO-PROV-CTB.

           CLOSE RELATORIO-FILE.
           CLOSE PROV-CTB-FILE.
           DISPLAY "CONTAS PROVISIONADAS.: " WS-QTD-CONTAS.
           DISPLAY "BAIXAS LIBERADAS.....: " WS-QTD-BAIXAS.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.

      *----------------------------------------------------------------*
           MOVE WS-QTD-CONTAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "BAIXAS-LIBERADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-BAIXAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

       0910-LER-NEGATIVO.
           READ NEGSALDO-FILE
                   SET FIM-NEGATIVOS TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * Saldo e nome da conta negativa, lidos pela chave no SALDO.DAT.
      *----------------------------------------------------------------*
       0920-LER-SALDO.
           MOVE NG-CONTA TO SAL-CONTA.
           READ SALDO-FILE
               INVALID KEY
                   MOVE "N" TO WS-SALDO-ACHADO
               NOT INVALID KEY
                   MOVE "S" TO WS-SALDO-ACHADO
           END-READ.

      *----------------------------------------------------------------*
      * Conta com baixa como prejuizo em aberto: fora das faixas.
      *----------------------------------------------------------------*
       0930-VERIFICAR-PREJUIZO.
           MOVE "N" TO WS-CONTA-BAIXADA.
           IF NOT PREJUIZO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE NG-CONTA TO PJ-CONTA.
           READ PREJUIZO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PJ-BAIXADA
                       MOVE "S" TO WS-CONTA-BAIXADA
                   END-IF
           END-READ.

       0940-LER-PREJUIZO.
           READ PREJUIZO-FILE NEXT RECORD
               AT END
                   SET FIM-PREJUIZO TO TRUE
           END-READ.
