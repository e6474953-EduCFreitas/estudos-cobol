      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Prova independente dos saldos - refaz o saldo de
      *          cada conta a partir da posicao de fim do dia
      *          anterior em SALDOHST.DAT mais os debitos e creditos
      *          do dia em MOVIMENTO.DAT (pernas de transferencia,
      *          estornos e origens internas inclusive) e compara com
      *          SAL-SALDO do SALDO.DAT de hoje; depois confere o
      *          NEGSALDO.DAT contra as contas com saldo negativo.
      *          Cada conta que nao fecha sai em PROVASAL.LST com a
      *          diferenca, e os totais da prova vao para o
      *          CONTROLE.DAT (CTLTOT), onde o fechamento diario para
      *          a noite em qualquer diferenca de valor
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. PROVASAL.
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
      *----------------------------------------------------------------*
      * O acumulado MOVIMENTO.DAT nao guarda a data de processamento
      * (LC-DATA e a data informada pela origem), entao o movimento
      * do dia e o que foi anexado depois da salvaguarda da noite:
      * a quantidade de registros que o BKPNOITE copiou do acumulado
      * antes da edicao previa fica em NOITECTL.DAT.
      *----------------------------------------------------------------*
           SELECT CONTROLE-NOITE-FILE ASSIGN TO "NOITECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-NOITE-STATUS.

           SELECT MOVIMENTO-FILE ASSIGN TO "MOVIMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT MOV-DIA-FILE ASSIGN TO "PRVMOV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-DIA-STATUS.

           SELECT SORT-MOV ASSIGN TO "WORKPRV.TMP".

           SELECT MOV-ORDENADO ASSIGN TO "PRVORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-ORD-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "SALDOHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT SORT-HST ASSIGN TO "WORKPRH.TMP".

           SELECT HST-ORDENADO ASSIGN TO "PRVHST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-ORD-STATUS.

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT NEGSALDO-FILE ASSIGN TO "NEGSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NG-CONTA
               FILE STATUS IS WS-NEGSALDO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "PROVASAL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  CONTROLE-NOITE-FILE.
           COPY NOITECTL.

       FD  MOVIMENTO-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==MV-LANCAMENTO==
                       LEADING ==LC-== BY ==MV-==.

       FD  MOV-DIA-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==MD-LANCAMENTO==
                       LEADING ==LC-== BY ==MD-==.

       SD  SORT-MOV.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==SM-LANCAMENTO==
                       LEADING ==LC-== BY ==SM-==.

       FD  MOV-ORDENADO.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==MO-LANCAMENTO==
                       LEADING ==LC-== BY ==MO-==.

       FD  HISTORICO-FILE.
           COPY SALDOHST.

       SD  SORT-HST.
           COPY SALDOHST REPLACING ==REGISTRO-SALDO-HIST==
                                BY ==SS-REGISTRO-HIST==
                       LEADING ==SH-== BY ==SS-==.

       FD  HST-ORDENADO.
           COPY SALDOHST REPLACING ==REGISTRO-SALDO-HIST==
                                BY ==HO-REGISTRO-HIST==
                       LEADING ==SH-== BY ==HO-==.

       FD  SALDO-FILE.
           COPY SALDO.

       FD  NEGSALDO-FILE.
           COPY NEGSALDO.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(120).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-CONTROLE-NOITE-STATUS PIC X(02) VALUE ZEROS.
       77 WS-MOVIMENTO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-MOV-DIA-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-MOV-ORD-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-HISTORICO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-HST-ORD-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-SALDO-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-NEGSALDO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-CONTROLE          PIC X     VALUE "N".
           88 FIM-CONTROLE         VALUE "S".
       77 WS-FIM-MOVIMENTO         PIC X     VALUE "N".
           88 FIM-MOVIMENTO        VALUE "S".
       77 WS-HST-DISPONIVEL        PIC X     VALUE "S".
           88 HST-DISPONIVEL       VALUE "S".
       77 WS-NEG-DISPONIVEL        PIC X     VALUE "S".
           88 NEG-DISPONIVEL       VALUE "S".

      *----------------------------------------------------------------*
      * Limite do movimento do dia no acumulado: registros da
      * salvaguarda de hoje, por geracao (a geracao vale so com o
      * registro "F" da mesma data).
      *----------------------------------------------------------------*
       01  TABELA-GERACOES.
           05 TAB-GER OCCURS 3 TIMES.
               10 TAB-GER-DATA-MOV  PIC 9(08).
               10 TAB-GER-QTD-MOV   PIC 9(09).
               10 TAB-GER-COMPLETA  PIC X.
       77 WS-IDX-GER               PIC 9(01) VALUE ZERO.
       77 WS-LIMITE-ANTERIOR       PIC 9(09) VALUE ZERO.
       77 WS-LIMITE-ACHADO         PIC X     VALUE "N".
       77 WS-QTD-LIDOS-MOV         PIC 9(09) VALUE ZERO.
       77 WS-QTD-MOV-DIA           PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------*
      * Chaves correntes do casamento de tres arquivos por conta;
      * HIGH-VALUES no fim de cada um.
      *----------------------------------------------------------------*
       77 WS-CHAVE-SALDO           PIC X(08) VALUE SPACES.
       77 WS-CHAVE-HST             PIC X(08) VALUE SPACES.
       77 WS-CHAVE-MOV             PIC X(08) VALUE SPACES.
       77 WS-CHAVE-NEG             PIC X(08) VALUE SPACES.
       77 WS-CONTA-ATUAL           PIC X(08) VALUE SPACES.
       77 WS-CONTA-SALDO-ANT       PIC X(08) VALUE LOW-VALUES.
       77 WS-CONTA-NO-SALDO        PIC X     VALUE "N".
           88 CONTA-NO-SALDO       VALUE "S".

       77 WS-SALDO-ANTERIOR        PIC S9(11)V99 VALUE ZERO.
       77 WS-MOVIMENTO-DIA         PIC S9(11)V99 VALUE ZERO.
       77 WS-SALDO-ESPERADO        PIC S9(11)V99 VALUE ZERO.
       77 WS-SALDO-ATUAL           PIC S9(11)V99 VALUE ZERO.
       77 WS-DIFERENCA             PIC S9(11)V99 VALUE ZERO.
       77 WS-OCORRENCIA            PIC X(30) VALUE SPACES.

       77 WS-TOT-ANTERIOR          PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-MOVIMENTO         PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-ESPERADO          PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-ATUAL             PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-DIFERENCA         PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-CENTAVOS          PIC 9(15) VALUE ZERO.

       77 WS-QTD-CONTAS            PIC 9(09) VALUE ZERO.
       77 WS-QTD-QUEBRAS           PIC 9(09) VALUE ZERO.
       77 WS-QTD-TIPO-INVALIDO     PIC 9(09) VALUE ZERO.
       77 WS-QTD-NEG-SALDO         PIC 9(09) VALUE ZERO.
       77 WS-QTD-NEG-CONTROLE      PIC 9(09) VALUE ZERO.
       77 WS-QTD-NEG-DIVERG        PIC 9(09) VALUE ZERO.

       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "PROVASAL".
       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(46) VALUE
              "PROVA INDEPENDENTE DOS SALDOS".
           05 FILLER               PIC X(04) VALUE "EM: ".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(10) VALUE "CONTA".
           05 FILLER               PIC X(15) VALUE "   SALDO ANT.".
           05 FILLER               PIC X(15) VALUE "   MOVTO. DIA".
           05 FILLER               PIC X(15) VALUE "    ESPERADO".
           05 FILLER               PIC X(15) VALUE "   SALDO.DAT".
           05 FILLER               PIC X(15) VALUE "    DIFERENCA".
           05 FILLER               PIC X(30) VALUE "OCORRENCIA".

       01  WS-LINHA-DETALHE.
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-ANTERIOR      PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-MOVIMENTO     PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-ESPERADO      PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-ATUAL         PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-DIFERENCA     PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-OCORRENCIA    PIC X(30).

       01  WS-LINHA-TOTAL.
           05 WS-TOT-DESCRICAO     PIC X(40).
           05 WS-TOT-VALOR         PIC -------------9.99.

       01  WS-LINHA-RODAPE.
           05 WS-ROD-DESCRICAO     PIC X(40).
           05 WS-ROD-QTD           PIC ZZZZZZZZ9.
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
           PERFORM 0100-LOCALIZAR-LIMITE.
           PERFORM 0200-SEPARAR-MOVIMENTO-DIA.
           PERFORM 0300-ORDENAR-ARQUIVOS.
           PERFORM 0400-ABRIR-ARQUIVOS.
           PERFORM 0500-PROVAR-SALDOS.
           PERFORM 0700-CONFERIR-NEGATIVOS.
           PERFORM 0800-IMPRIMIR-TOTAIS.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.
           DISPLAY "CONTAS PROVADAS.......: " WS-QTD-CONTAS.
           DISPLAY "MOVIMENTOS DO DIA.....: " WS-QTD-MOV-DIA.
           DISPLAY "CONTAS QUEBRADAS......: " WS-QTD-QUEBRAS.
           DISPLAY "DIVERGENCIAS NEGSALDO.: " WS-QTD-NEG-DIVERG.
           IF WS-QTD-QUEBRAS > ZERO OR WS-QTD-NEG-DIVERG > ZERO
               DISPLAY "AVISO - PROVA DE SALDO COM DIFERENCA, "
                       "VERIFIQUE PROVASAL.LST"
           END-IF.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Quantidade de registros do acumulado no inicio da noite,
      * tirada da geracao completa de hoje. Sem ela nao ha como
      * separar o movimento do dia e a prova nao e feita.
      *----------------------------------------------------------------*
       0100-LOCALIZAR-LIMITE.
           PERFORM VARYING WS-IDX-GER FROM 1 BY 1 UNTIL WS-IDX-GER > 3
               MOVE ZERO TO TAB-GER-DATA-MOV(WS-IDX-GER)
               MOVE ZERO TO TAB-GER-QTD-MOV(WS-IDX-GER)
               MOVE "N"  TO TAB-GER-COMPLETA(WS-IDX-GER)
           END-PERFORM.
           OPEN INPUT CONTROLE-NOITE-FILE.
           IF WS-CONTROLE-NOITE-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA NOITECTL.DAT - STATUS "
                       WS-CONTROLE-NOITE-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM UNTIL FIM-CONTROLE
               READ CONTROLE-NOITE-FILE
                   AT END
                       SET FIM-CONTROLE TO TRUE
                   NOT AT END
                       PERFORM 0150-GUARDAR-GERACAO
               END-READ
           END-PERFORM.
           CLOSE CONTROLE-NOITE-FILE.
           PERFORM VARYING WS-IDX-GER FROM 1 BY 1 UNTIL WS-IDX-GER > 3
               IF TAB-GER-COMPLETA(WS-IDX-GER) = "S"
                  AND TAB-GER-DATA-MOV(WS-IDX-GER) = WS-HOJE
                   MOVE TAB-GER-QTD-MOV(WS-IDX-GER)
                       TO WS-LIMITE-ANTERIOR
                   MOVE "S" TO WS-LIMITE-ACHADO
               END-IF
           END-PERFORM.
           IF WS-LIMITE-ACHADO = "N"
               DISPLAY "SEM SALVAGUARDA COMPLETA DA NOITE " WS-HOJE
                       " EM NOITECTL.DAT - MOVIMENTO DO DIA NAO "
                       "DELIMITADO"
               PERFORM 0990-ABORTAR
           END-IF.

       0150-GUARDAR-GERACAO.
           IF NC-GERACAO < 1 OR NC-GERACAO > 3
              OR NC-DATA-MOVIMENTO NOT = WS-HOJE
               EXIT PARAGRAPH
           END-IF.
           MOVE NC-DATA-MOVIMENTO TO TAB-GER-DATA-MOV(NC-GERACAO).
           IF NC-GERACAO-COMPLETA
               MOVE "S" TO TAB-GER-COMPLETA(NC-GERACAO)
           END-IF.
           IF NC-ARQUIVO-COPIADO AND NC-ARQUIVO = "MOVIMENTO.DAT"
               MOVE NC-QTD-REGISTROS TO TAB-GER-QTD-MOV(NC-GERACAO)
           END-IF.

      *----------------------------------------------------------------*
      * Copia para PRVMOV.TMP so os registros anexados ao acumulado
      * depois da salvaguarda - o movimento efetivado hoje.
      *----------------------------------------------------------------*
       0200-SEPARAR-MOVIMENTO-DIA.
           OPEN OUTPUT MOV-DIA-FILE.
           IF WS-MOV-DIA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA PRVMOV.TMP - STATUS "
                       WS-MOV-DIA-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN INPUT MOVIMENTO-FILE.
           IF WS-MOVIMENTO-STATUS = "35"
               SET FIM-MOVIMENTO TO TRUE
           ELSE
               IF WS-MOVIMENTO-STATUS NOT = "00"
                   DISPLAY "ERRO ABERTURA MOVIMENTO.DAT - STATUS "
                           WS-MOVIMENTO-STATUS
                   CLOSE MOV-DIA-FILE
                   PERFORM 0990-ABORTAR
               END-IF
           END-IF.
           PERFORM UNTIL FIM-MOVIMENTO
               READ MOVIMENTO-FILE
                   AT END
                       SET FIM-MOVIMENTO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS-MOV
                       IF WS-QTD-LIDOS-MOV > WS-LIMITE-ANTERIOR
                           WRITE MD-LANCAMENTO FROM MV-LANCAMENTO
                           ADD 1 TO WS-QTD-MOV-DIA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MOVIMENTO-STATUS NOT = "35"
               CLOSE MOVIMENTO-FILE
           END-IF.
           CLOSE MOV-DIA-FILE.
           IF WS-QTD-LIDOS-MOV < WS-LIMITE-ANTERIOR
               DISPLAY "MOVIMENTO.DAT COM " WS-QTD-LIDOS-MOV
                       " REGISTROS, MENOS QUE OS " WS-LIMITE-ANTERIOR
                       " DA SALVAGUARDA DA NOITE"
               PERFORM 0990-ABORTAR
           END-IF.

       0300-ORDENAR-ARQUIVOS.
           SORT SORT-MOV
               ON ASCENDING KEY SM-CONTA
               USING MOV-DIA-FILE
               GIVING MOV-ORDENADO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HISTORICO-STATUS NOT = "00"
               MOVE "N" TO WS-HST-DISPONIVEL
               DISPLAY "AVISO - SALDOHST.DAT INDISPONIVEL, TODAS AS "
                       "CONTAS PARTEM DE SALDO ZERO"
               EXIT PARAGRAPH
           END-IF.
           CLOSE HISTORICO-FILE.
           SORT SORT-HST
               ON ASCENDING KEY SS-CONTA SS-DATA
               USING HISTORICO-FILE
               GIVING HST-ORDENADO.

       0400-ABRIR-ARQUIVOS.
           OPEN INPUT SALDO-FILE.
           IF WS-SALDO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA SALDO.DAT - STATUS "
                       WS-SALDO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN INPUT MOV-ORDENADO.
           IF HST-DISPONIVEL
               OPEN INPUT HST-ORDENADO
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA PROVASAL.LST - STATUS "
                       WS-RELATORIO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           MOVE WS-HOJE TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

      *----------------------------------------------------------------*
      * Casamento por conta de SALDO.DAT, historico ordenado e
      * movimento do dia ordenado. Do historico vale o ultimo
      * registro anterior a hoje (a posicao de fim do dia anterior
      * da conta); conta sem historico parte de zero, como no razao.
      *----------------------------------------------------------------*
       0500-PROVAR-SALDOS.
           PERFORM 0910-LER-SALDO.
           PERFORM 0920-LER-HISTORICO.
           PERFORM 0930-LER-MOVIMENTO.
           PERFORM UNTIL WS-CHAVE-SALDO = HIGH-VALUES
                     AND WS-CHAVE-HST   = HIGH-VALUES
                     AND WS-CHAVE-MOV   = HIGH-VALUES
               MOVE WS-CHAVE-SALDO TO WS-CONTA-ATUAL
               IF WS-CHAVE-HST < WS-CONTA-ATUAL
                   MOVE WS-CHAVE-HST TO WS-CONTA-ATUAL
               END-IF
               IF WS-CHAVE-MOV < WS-CONTA-ATUAL
                   MOVE WS-CHAVE-MOV TO WS-CONTA-ATUAL
               END-IF
               PERFORM 0550-PROVAR-CONTA
           END-PERFORM.
           CLOSE MOV-ORDENADO.
           IF HST-DISPONIVEL
               CLOSE HST-ORDENADO
           END-IF.
           CLOSE SALDO-FILE.

       0550-PROVAR-CONTA.
           MOVE ZERO TO WS-SALDO-ANTERIOR.
           PERFORM UNTIL WS-CHAVE-HST NOT = WS-CONTA-ATUAL
               IF HO-DATA < WS-HOJE
                   MOVE HO-SALDO TO WS-SALDO-ANTERIOR
               END-IF
               PERFORM 0920-LER-HISTORICO
           END-PERFORM.

           MOVE ZERO TO WS-MOVIMENTO-DIA.
           PERFORM UNTIL WS-CHAVE-MOV NOT = WS-CONTA-ATUAL
               EVALUATE TRUE
                   WHEN MO-CREDITO
                       ADD MO-VALOR TO WS-MOVIMENTO-DIA
                   WHEN MO-DEBITO
                       SUBTRACT MO-VALOR FROM WS-MOVIMENTO-DIA
                   WHEN OTHER
                       ADD 1 TO WS-QTD-TIPO-INVALIDO
                       DISPLAY "AVISO - MOVIMENTO COM TIPO "
                               MO-TIPO " NO ACUMULADO: " MO-CONTA
               END-EVALUATE
               PERFORM 0930-LER-MOVIMENTO
           END-PERFORM.

           MOVE ZERO TO WS-SALDO-ATUAL.
           MOVE "N"  TO WS-CONTA-NO-SALDO.
           IF WS-CHAVE-SALDO = WS-CONTA-ATUAL
               MOVE SAL-SALDO TO WS-SALDO-ATUAL
               SET CONTA-NO-SALDO TO TRUE
               ADD 1 TO WS-QTD-CONTAS
               PERFORM 0910-LER-SALDO
           END-IF.

           COMPUTE WS-SALDO-ESPERADO =
               WS-SALDO-ANTERIOR + WS-MOVIMENTO-DIA.
           COMPUTE WS-DIFERENCA = WS-SALDO-ATUAL - WS-SALDO-ESPERADO.
           ADD WS-SALDO-ANTERIOR TO WS-TOT-ANTERIOR.
           ADD WS-MOVIMENTO-DIA  TO WS-TOT-MOVIMENTO.
           ADD WS-SALDO-ESPERADO TO WS-TOT-ESPERADO.
           ADD WS-SALDO-ATUAL    TO WS-TOT-ATUAL.

           MOVE SPACES TO WS-OCORRENCIA.
           EVALUATE TRUE
               WHEN NOT CONTA-NO-SALDO AND WS-SALDO-ESPERADO = ZERO
                   CONTINUE
               WHEN NOT CONTA-NO-SALDO
                   MOVE "CONTA AUSENTE DO SALDO.DAT" TO WS-OCORRENCIA
               WHEN WS-DIFERENCA NOT = ZERO
                   MOVE "SALDO NAO CONFERE" TO WS-OCORRENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-OCORRENCIA NOT = SPACES
               PERFORM 0600-LISTAR-QUEBRA
           END-IF.

       0600-LISTAR-QUEBRA.
           ADD 1 TO WS-QTD-QUEBRAS.
           IF WS-DIFERENCA < ZERO
               SUBTRACT WS-DIFERENCA FROM WS-TOT-DIFERENCA
           ELSE
               ADD WS-DIFERENCA TO WS-TOT-DIFERENCA
           END-IF.
           MOVE WS-CONTA-ATUAL    TO WS-DET-CONTA.
           MOVE WS-SALDO-ANTERIOR TO WS-DET-ANTERIOR.
           MOVE WS-MOVIMENTO-DIA  TO WS-DET-MOVIMENTO.
           MOVE WS-SALDO-ESPERADO TO WS-DET-ESPERADO.
           MOVE WS-SALDO-ATUAL    TO WS-DET-ATUAL.
           MOVE WS-DIFERENCA      TO WS-DET-DIFERENCA.
           MOVE WS-OCORRENCIA     TO WS-DET-OCORRENCIA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

      *----------------------------------------------------------------*
      * Segundo casamento, SALDO.DAT x NEGSALDO.DAT (os dois em
      * ordem de conta): toda conta com saldo negativo tem de estar
      * no controle de negativos e todo registro do controle tem de
      * ser de conta negativa.
      *----------------------------------------------------------------*
       0700-CONFERIR-NEGATIVOS.
           MOVE SPACES TO WS-CHAVE-SALDO.
           MOVE LOW-VALUES TO WS-CONTA-SALDO-ANT.
           OPEN INPUT SALDO-FILE.
           OPEN INPUT NEGSALDO-FILE.
           IF WS-NEGSALDO-STATUS NOT = "00"
               MOVE "N" TO WS-NEG-DISPONIVEL
               MOVE HIGH-VALUES TO WS-CHAVE-NEG
               DISPLAY "AVISO - NEGSALDO.DAT INDISPONIVEL - STATUS "
                       WS-NEGSALDO-STATUS
           ELSE
               PERFORM 0940-LER-NEGSALDO
           END-IF.
           PERFORM 0910-LER-SALDO.
           PERFORM UNTIL WS-CHAVE-SALDO = HIGH-VALUES
                     AND WS-CHAVE-NEG   = HIGH-VALUES
               MOVE ZERO TO WS-SALDO-ANTERIOR WS-MOVIMENTO-DIA
                            WS-SALDO-ESPERADO WS-DIFERENCA
               MOVE SPACES TO WS-OCORRENCIA
               EVALUATE TRUE
                   WHEN WS-CHAVE-SALDO = WS-CHAVE-NEG
                       MOVE WS-CHAVE-SALDO TO WS-CONTA-ATUAL
                       MOVE SAL-SALDO TO WS-SALDO-ATUAL
                       IF SAL-SALDO < ZERO
                           ADD 1 TO WS-QTD-NEG-SALDO
                       ELSE
                           MOVE "NEGSALDO DE CONTA NAO NEGATIVA"
                               TO WS-OCORRENCIA
                       END-IF
                       ADD 1 TO WS-QTD-NEG-CONTROLE
                       PERFORM 0910-LER-SALDO
                       PERFORM 0940-LER-NEGSALDO
                   WHEN WS-CHAVE-SALDO < WS-CHAVE-NEG
                       MOVE WS-CHAVE-SALDO TO WS-CONTA-ATUAL
                       MOVE SAL-SALDO TO WS-SALDO-ATUAL
                       IF SAL-SALDO < ZERO
                           ADD 1 TO WS-QTD-NEG-SALDO
                           MOVE "NEGATIVA FORA DO NEGSALDO"
                               TO WS-OCORRENCIA
                       END-IF
                       PERFORM 0910-LER-SALDO
                   WHEN OTHER
                       MOVE WS-CHAVE-NEG TO WS-CONTA-ATUAL
                       MOVE ZERO TO WS-SALDO-ATUAL
                       MOVE "NEGSALDO DE CONTA INEXISTENTE"
                           TO WS-OCORRENCIA
                       ADD 1 TO WS-QTD-NEG-CONTROLE
                       PERFORM 0940-LER-NEGSALDO
               END-EVALUATE
               IF WS-OCORRENCIA NOT = SPACES
                   PERFORM 0750-LISTAR-NEGATIVO
               END-IF
           END-PERFORM.
           CLOSE SALDO-FILE.
           IF NEG-DISPONIVEL
               CLOSE NEGSALDO-FILE
           END-IF.

       0750-LISTAR-NEGATIVO.
           ADD 1 TO WS-QTD-NEG-DIVERG.
           MOVE WS-CONTA-ATUAL TO WS-DET-CONTA.
           MOVE ZERO           TO WS-DET-ANTERIOR WS-DET-MOVIMENTO
                                  WS-DET-ESPERADO WS-DET-DIFERENCA.
           MOVE WS-SALDO-ATUAL TO WS-DET-ATUAL.
           MOVE WS-OCORRENCIA  TO WS-DET-OCORRENCIA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       0800-IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL SALDO ANTERIOR (SALDOHST)........"
               TO WS-TOT-DESCRICAO.
           MOVE WS-TOT-ANTERIOR TO WS-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "TOTAL MOVIMENTO DO DIA (MOVIMENTO)....."
               TO WS-TOT-DESCRICAO.
           MOVE WS-TOT-MOVIMENTO TO WS-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "TOTAL SALDO ESPERADO..................."
               TO WS-TOT-DESCRICAO.
           MOVE WS-TOT-ESPERADO TO WS-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "TOTAL SALDO.DAT........................"
               TO WS-TOT-DESCRICAO.
           MOVE WS-TOT-ATUAL TO WS-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "SOMA DAS DIFERENCAS (VALOR ABSOLUTO)..."
               TO WS-TOT-DESCRICAO.
           MOVE WS-TOT-DIFERENCA TO WS-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "CONTAS PROVADAS........................"
               TO WS-ROD-DESCRICAO.
           MOVE WS-QTD-CONTAS TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "MOVIMENTOS DO DIA......................"
               TO WS-ROD-DESCRICAO.
           MOVE WS-QTD-MOV-DIA TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "CONTAS QUEBRADAS......................."
               TO WS-ROD-DESCRICAO.
           MOVE WS-QTD-QUEBRAS TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "CONTAS COM SALDO NEGATIVO.............."
               TO WS-ROD-DESCRICAO.
           MOVE WS-QTD-NEG-SALDO TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "REGISTROS EM NEGSALDO.DAT.............."
               TO WS-ROD-DESCRICAO.
           MOVE WS-QTD-NEG-CONTROLE TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "DIVERGENCIAS SALDO X NEGSALDO.........."
               TO WS-ROD-DESCRICAO.
           MOVE WS-QTD-NEG-DIVERG TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           CLOSE RELATORIO-FILE.

      *----------------------------------------------------------------*
      * Totais da prova para o fechamento. CTL-VALOR e inteiro sem
      * sinal, entao a diferenca de valor vai em centavos (soma dos
      * valores absolutos, limitada ao maximo do campo) - qualquer
      * valor diferente de zero ja reprova a noite.
      *----------------------------------------------------------------*
       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "CONTAS-PROVADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-CONTAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "CONTAS-QUEBRADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-QUEBRAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           COMPUTE WS-TOT-CENTAVOS = WS-TOT-DIFERENCA * 100.
           IF WS-TOT-CENTAVOS > 999999999
               MOVE 999999999 TO WS-CTL-VALOR
           ELSE
               MOVE WS-TOT-CENTAVOS TO WS-CTL-VALOR
           END-IF.
           MOVE "DIFERENCA-CENTAVOS" TO WS-CTL-CONTADOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "NEGATIVAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-NEG-SALDO TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "NEGSALDO" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-NEG-CONTROLE TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "NEGATIVAS-DIVERG" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-NEG-DIVERG TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

      *----------------------------------------------------------------*
      * SALDO.DAT fora de ordem de conta invalida o casamento: a
      * prova para em vez de acusar quebras que nao existem.
      *----------------------------------------------------------------*
       0910-LER-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-SALDO
               NOT AT END
                   MOVE SAL-CONTA TO WS-CHAVE-SALDO
                   IF SAL-CONTA NOT > WS-CONTA-SALDO-ANT
                       DISPLAY "SALDO.DAT FORA DE SEQUENCIA NA CONTA "
                               SAL-CONTA
                       PERFORM 0990-ABORTAR
                   END-IF
                   MOVE SAL-CONTA TO WS-CONTA-SALDO-ANT
           END-READ.

       0920-LER-HISTORICO.
           IF NOT HST-DISPONIVEL
               MOVE HIGH-VALUES TO WS-CHAVE-HST
               EXIT PARAGRAPH
           END-IF.
           READ HST-ORDENADO
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-HST
               NOT AT END
                   MOVE HO-CONTA TO WS-CHAVE-HST
           END-READ.

       0930-LER-MOVIMENTO.
           READ MOV-ORDENADO
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-MOV
               NOT AT END
                   MOVE MO-CONTA TO WS-CHAVE-MOV
           END-READ.

       0940-LER-NEGSALDO.
           READ NEGSALDO-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-NEG
               NOT AT END
                   MOVE NG-CONTA TO WS-CHAVE-NEG
           END-READ.

       0990-ABORTAR.
           DISPLAY "PROVA DE SALDO NAO REALIZADA".
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
