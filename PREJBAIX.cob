      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Baixa mensal como prejuizo dos saldos negativos
      *          incobraveis. Toda conta negativa em NEGSALDO.DAT ha
      *          tantos dias quanto o limite do cartao PREJBAIX.PAR
      *          (sem cartao, 180 dias) ou mais, com saldo ainda
      *          devedor em SALDO.DAT, e levada para o cadastro de
      *          prejuizo PREJUIZO.DAT: o saldo devedor vira valor a
      *          recuperar, um credito de origem "Z" em LANCPRJ.DAT
      *          (injetado pela edicao previa no ciclo seguinte do
      *          razao) zera a conta, e a transacao "B" em
      *          TRANSCTA.DAT bloqueia a conta pelo CADCONTA na
      *          proxima cadeia. Dali em diante a conta fica fora de
      *          juros, IOF, aging e provisao, e o credito que chegar
      *          e recuperacao (PREJRECP.cob). Cada baixa vai para o
      *          movimento PREJMOV.DAT; o relatorio PREJBAIX.LST traz
      *          as baixas da execucao, os totais de baixa e
      *          recuperacao do mes (AAAAMM nas colunas 6-11 do
      *          cartao; sem ele, o mes anterior ao da data do
      *          movimento) e a posicao da carteira baixada.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. PREJBAIX.
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
           SELECT NEGSALDO-FILE ASSIGN TO "NEGSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NG-CONTA
               FILE STATUS IS WS-NEGSALDO-STATUS.

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT PREJUIZO-FILE ASSIGN TO "PREJUIZO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CONTA
               FILE STATUS IS WS-PREJUIZO-STATUS.

      *----------------------------------------------------------------*
      * Movimento da carteira baixada, so acrescido: gravado aqui na
      * baixa e relido no fim para os totais do mes.
      *----------------------------------------------------------------*
           SELECT PREJMOV-FILE ASSIGN TO "PREJMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREJMOV-STATUS.

      *----------------------------------------------------------------*
      * O credito da baixa entra em EXTEND atras do que a rotina
      * noturna de recuperacao ja deixou para o proximo ciclo.
      *----------------------------------------------------------------*
           SELECT LANCPRJ-FILE ASSIGN TO "LANCPRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCPRJ-STATUS.

           SELECT PARAM-FILE ASSIGN TO "PREJBAIX.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

      *----------------------------------------------------------------*
      * O bloqueio entra no TRANSCTA.DAT em EXTEND, como o da
      * dormencia, e o CADCONTA da proxima cadeia o aplica com a
      * auditoria de sempre.
      *----------------------------------------------------------------*
           SELECT TRANS-CTA-FILE ASSIGN TO "TRANSCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "PREJBAIX.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  NEGSALDO-FILE.
           COPY NEGSALDO.

       FD  SALDO-FILE.
           COPY SALDO.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  PREJUIZO-FILE.
           COPY PREJUIZO.

       FD  PREJMOV-FILE.
           COPY PREJMOV.

       FD  LANCPRJ-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==LZ-LANCAMENTO==
                       LEADING ==LC-== BY ==LZ-==.

       FD  PARAM-FILE.
       01  PARAM-PREJBAIX.
           05 PB-DIAS-LIMITE        PIC 9(05).
           05 PB-ANOMES             PIC 9(06).

      *----------------------------------------------------------------*
      * Mesmo layout da transacao de conta do CADCONTA.cob.
      *----------------------------------------------------------------*
       FD  TRANS-CTA-FILE.
       01  TRANS-CTA.
           05 TT-CODIGO            PIC X.
           05 TT-CONTA             PIC X(08).
           05 TT-CPF               PIC X(11).
           05 TT-TIPO              PIC X.
           05 TT-LIMITE            PIC X(11).
           05 TT-OPERADOR          PIC X(06).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-NEGSALDO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-SALDO-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-CONTA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-PREJUIZO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-PREJMOV-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-LANCPRJ-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-TRANS-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-NEGSALDO-DISPONIVEL   PIC X     VALUE "S".
           88 NEGSALDO-DISPONIVEL  VALUE "S".
       77 WS-PREJMOV-DISPONIVEL    PIC X     VALUE "S".
           88 PREJMOV-DISPONIVEL   VALUE "S".

       77 WS-FIM-NEGATIVOS         PIC X     VALUE "N".
           88 FIM-NEGATIVOS        VALUE "S".
       77 WS-FIM-PREJMOV           PIC X     VALUE "N".
           88 FIM-PREJMOV          VALUE "S".
       77 WS-FIM-PREJUIZO          PIC X     VALUE "N".
           88 FIM-PREJUIZO         VALUE "S".

       77 WS-DIAS-LIMITE           PIC 9(05) VALUE 180.
       77 WS-DIAS-NEGATIVO         PIC S9(05) VALUE ZERO.
       77 WS-VALOR-BAIXA           PIC 9(09)V99 VALUE ZERO.

       77 WS-ANOMES-PEDIDO         PIC 9(06) VALUE ZERO.
       01  WS-ANOMES-CALC          PIC 9(06) VALUE ZERO.
       01  WS-ANOMES-CALC-TAB REDEFINES WS-ANOMES-CALC.
           05 WS-CALC-ANO          PIC 9(04).
           05 WS-CALC-MES          PIC 9(02).

      *----------------------------------------------------------------*
      * Baixas desta execucao.
      *----------------------------------------------------------------*
       77 WS-QTD-NEGATIVAS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-BAIXADAS          PIC 9(05) VALUE ZERO.
       77 WS-QTD-JA-BAIXADAS       PIC 9(05) VALUE ZERO.
       77 WS-QTD-BLOQUEIOS         PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-BAIXADO         PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * Movimento do mes pedido, lido de PREJMOV.DAT.
      *----------------------------------------------------------------*
       77 WS-MES-QTD-BAIXAS        PIC 9(05) VALUE ZERO.
       77 WS-MES-VLR-BAIXAS        PIC 9(11)V99 VALUE ZERO.
       77 WS-MES-QTD-RESIDUAIS     PIC 9(05) VALUE ZERO.
       77 WS-MES-VLR-RESIDUAIS     PIC 9(11)V99 VALUE ZERO.
       77 WS-MES-QTD-RECUPERACOES  PIC 9(05) VALUE ZERO.
       77 WS-MES-VLR-RECUPERACOES  PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * Posicao da carteira baixada, lida de PREJUIZO.DAT.
      *----------------------------------------------------------------*
       77 WS-CART-QTD-ABERTAS      PIC 9(05) VALUE ZERO.
       77 WS-CART-QTD-RECUPERADAS  PIC 9(05) VALUE ZERO.
       77 WS-CART-VLR-BAIXADO      PIC 9(11)V99 VALUE ZERO.
       77 WS-CART-VLR-RECUPERADO   PIC 9(11)V99 VALUE ZERO.
       77 WS-CART-VLR-A-RECUPERAR  PIC 9(11)V99 VALUE ZERO.

       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "PREJBAIX".

       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(32) VALUE
              "BAIXA DE PREJUIZO EM".
           05 WS-CAB-DATA          PIC 9(08).
           05 FILLER               PIC X(10) VALUE "  LIMITE: ".
           05 WS-CAB-DIAS          PIC ZZZZ9.
           05 FILLER               PIC X(05) VALUE " DIAS".

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(10) VALUE "CONTA".
           05 FILLER               PIC X(13) VALUE "CPF".
           05 FILLER               PIC X(10) VALUE "NEGATIVA".
           05 FILLER               PIC X(07) VALUE "DIAS".
           05 FILLER               PIC X(18) VALUE
              "     VALOR BAIXADO".
           05 FILLER               PIC X(11) VALUE "  SITUACAO".

       01  WS-LINHA-DETALHE.
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-CPF           PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-DATA          PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-DIAS          PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-VALOR         PIC ----------9.99.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WS-DET-SITUACAO      PIC X(10).

       01  WS-CABECALHO-MES.
           05 FILLER               PIC X(42) VALUE
              "MOVIMENTO DA CARTEIRA BAIXADA NO MES".
           05 WS-CAB-ANOMES        PIC 9(06).

       01  WS-CABECALHO-CARTEIRA.
           05 FILLER               PIC X(42) VALUE
              "POSICAO DA CARTEIRA BAIXADA EM".
           05 WS-CAB-DATA-CART     PIC 9(08).

       01  WS-LINHA-RODAPE.
           05 WS-ROD-TEXTO         PIC X(30).
           05 WS-ROD-QTD           PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ROD-VALOR         PIC ----------9.99.

       01  WS-LINHA-BRANCO         PIC X(80) VALUE SPACES.
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
           PERFORM 0050-LER-PARAMETRO.
           PERFORM 0100-ABRIR-ARQUIVOS.
           PERFORM 0200-PROCESSAR-NEGATIVOS.
           PERFORM 0300-FECHAR-BAIXA.
           PERFORM 0400-TOTALIZAR-MES.
           PERFORM 0500-TOTALIZAR-CARTEIRA.
           PERFORM 0600-ENCERRAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Cartao PREJBAIX.PAR: limite de dias em negativo nas colunas
      * 1-5 (sem cartao, 180 dias) e, opcional, o mes AAAAMM dos
      * totais de baixa e recuperacao nas colunas 6-11 (sem ele, o
      * mes anterior ao da data do movimento).
      *----------------------------------------------------------------*
       0050-LER-PARAMETRO.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARAM-STATUS = "00"
                   IF PB-DIAS-LIMITE IS NUMERIC
                      AND PB-DIAS-LIMITE > ZERO
                       MOVE PB-DIAS-LIMITE TO WS-DIAS-LIMITE
                   END-IF
                   IF PB-ANOMES IS NUMERIC
                      AND PB-ANOMES > ZERO
                       MOVE PB-ANOMES TO WS-ANOMES-PEDIDO
                   END-IF
               END-IF
               CLOSE PARAM-FILE
           ELSE
               DISPLAY "PREJBAIX.PAR AUSENTE - USANDO LIMITE DE "
                       WS-DIAS-LIMITE " DIAS"
           END-IF.
           IF WS-ANOMES-PEDIDO = ZERO
               MOVE WS-HOJE(1:6) TO WS-ANOMES-CALC
               IF WS-CALC-MES = 01
                   SUBTRACT 1 FROM WS-CALC-ANO
                   MOVE 12 TO WS-CALC-MES
               ELSE
                   SUBTRACT 1 FROM WS-CALC-MES
               END-IF
               MOVE WS-ANOMES-CALC TO WS-ANOMES-PEDIDO
           END-IF.

      *----------------------------------------------------------------*
      * PREJUIZO.DAT e criado vazio na primeira baixa, no mesmo
      * esquema do NEGSALDO.DAT em EXCSALDO.cob. Sem NEGSALDO.DAT
      * (nenhuma conta negativa ainda) nao ha o que baixar, mas o
      * relatorio sai com os totais do mes e da carteira.
      *----------------------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT NEGSALDO-FILE.
           IF WS-NEGSALDO-STATUS NOT = "00"
               DISPLAY "AVISO - NEGSALDO.DAT AUSENTE, NENHUMA CONTA "
                       "NEGATIVA A BAIXAR"
               MOVE "N" TO WS-NEGSALDO-DISPONIVEL
           END-IF.

           OPEN INPUT SALDO-FILE.
           IF WS-SALDO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA SALDO.DAT - STATUS "
                       WS-SALDO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CONTA.DAT - STATUS "
                       WS-CONTA-STATUS
               CLOSE SALDO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PREJUIZO-FILE.
           IF WS-PREJUIZO-STATUS = "35"
               CLOSE PREJUIZO-FILE
               OPEN OUTPUT PREJUIZO-FILE
               CLOSE PREJUIZO-FILE
               OPEN I-O PREJUIZO-FILE
           END-IF.
           IF WS-PREJUIZO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA PREJUIZO.DAT - STATUS "
                       WS-PREJUIZO-STATUS
               CLOSE SALDO-FILE
               CLOSE CONTA-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND PREJMOV-FILE.
           IF WS-PREJMOV-STATUS = "35"
               OPEN OUTPUT PREJMOV-FILE
           END-IF.
           IF WS-PREJMOV-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA PREJMOV.DAT - STATUS "
                       WS-PREJMOV-STATUS
               CLOSE SALDO-FILE
               CLOSE CONTA-FILE
               CLOSE PREJUIZO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND LANCPRJ-FILE.
           IF WS-LANCPRJ-STATUS = "35"
               OPEN OUTPUT LANCPRJ-FILE
           END-IF.
           IF WS-LANCPRJ-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA LANCPRJ.DAT - STATUS "
                       WS-LANCPRJ-STATUS
               CLOSE SALDO-FILE
               CLOSE CONTA-FILE
               CLOSE PREJUIZO-FILE
               CLOSE PREJMOV-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND TRANS-CTA-FILE.
           IF WS-TRANS-STATUS = "35"
               OPEN OUTPUT TRANS-CTA-FILE
           END-IF.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA TRANSCTA.DAT - STATUS "
                       WS-TRANS-STATUS
               CLOSE SALDO-FILE
               CLOSE CONTA-FILE
               CLOSE PREJUIZO-FILE
               CLOSE PREJMOV-FILE
               CLOSE LANCPRJ-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA PREJBAIX.LST - STATUS "
                       WS-RELATORIO-STATUS
               CLOSE SALDO-FILE
               CLOSE CONTA-FILE
               CLOSE PREJUIZO-FILE
               CLOSE PREJMOV-FILE
               CLOSE LANCPRJ-FILE
               CLOSE TRANS-CTA-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-PROCESSAR-NEGATIVOS.
           MOVE WS-HOJE TO WS-CAB-DATA.
           MOVE WS-DIAS-LIMITE TO WS-CAB-DIAS.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

           IF NEGSALDO-DISPONIVEL
               PERFORM 0910-LER-NEGATIVO
           ELSE
               SET FIM-NEGATIVOS TO TRUE
           END-IF.
           PERFORM UNTIL FIM-NEGATIVOS
               ADD 1 TO WS-QTD-NEGATIVAS
               PERFORM 0250-AVALIAR-CONTA
               PERFORM 0910-LER-NEGATIVO
           END-PERFORM.

           MOVE "CONTAS BAIXADAS NESTA DATA" TO WS-ROD-TEXTO.
           MOVE WS-QTD-BAIXADAS TO WS-ROD-QTD.
           MOVE WS-TOTAL-BAIXADO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "CONTAS JA BAIXADAS ANTES" TO WS-ROD-TEXTO.
           MOVE WS-QTD-JA-BAIXADAS TO WS-ROD-QTD.
           MOVE ZERO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

      *----------------------------------------------------------------*
      * Conta negativa ha tantos dias quanto o limite ou mais e com o
      * saldo ainda devedor: baixa. Conta ja em PREJUIZO.DAT (o
      * credito da baixa so posta no proximo ciclo, ou o cartao foi
      * reexecutado) so aparece no relatorio - nunca baixa duas
      * vezes.
      *----------------------------------------------------------------*
       0250-AVALIAR-CONTA.
           IF NG-DATA-INICIO IS NOT NUMERIC
              OR NG-DATA-INICIO = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIAS-NEGATIVO =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               - FUNCTION INTEGER-OF-DATE(NG-DATA-INICIO).
           IF WS-DIAS-NEGATIVO < WS-DIAS-LIMITE
               EXIT PARAGRAPH
           END-IF.

           MOVE NG-CONTA TO SAL-CONTA.
           READ SALDO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SAL-SALDO NOT < ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VALOR-BAIXA = ZERO - SAL-SALDO.

           MOVE NG-CONTA            TO WS-DET-CONTA.
           MOVE SAL-CPF             TO WS-DET-CPF.
           MOVE NG-DATA-INICIO      TO WS-DET-DATA.
           MOVE WS-DIAS-NEGATIVO    TO WS-DET-DIAS.
           MOVE WS-VALOR-BAIXA      TO WS-DET-VALOR.

           MOVE NG-CONTA TO PJ-CONTA.
           READ PREJUIZO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-JA-BAIXADAS
                   MOVE "JA BAIXADA" TO WS-DET-SITUACAO
                   WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE
                   EXIT PARAGRAPH
           END-READ.

           PERFORM 0260-GRAVAR-BAIXA.

      *----------------------------------------------------------------*
      * A baixa: registro em PREJUIZO.DAT, evento "B" no movimento
      * da carteira, credito "Z" que zera a conta no proximo ciclo e
      * bloqueio da conta ainda ativa ou dormente.
      *----------------------------------------------------------------*
       0260-GRAVAR-BAIXA.
           MOVE NG-CONTA            TO PJ-CONTA.
           MOVE SAL-CPF             TO PJ-CPF.
           MOVE WS-HOJE             TO PJ-DATA-BAIXA.
           MOVE NG-DATA-INICIO      TO PJ-DATA-INICIO-NEG.
           MOVE WS-DIAS-NEGATIVO    TO PJ-DIAS-NEGATIVO.
           MOVE WS-VALOR-BAIXA      TO PJ-VALOR-BAIXADO.
           MOVE ZERO                TO PJ-VALOR-RECUPERADO.
           MOVE ZERO                TO PJ-DATA-ULT-RECUP.
           MOVE ZERO                TO PJ-DATA-LIBERACAO.
           SET PJ-BAIXADA TO TRUE.
           WRITE REGISTRO-PREJUIZO
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO PREJUIZO.DAT - CONTA "
                           PJ-CONTA " STATUS " WS-PREJUIZO-STATUS
                   EXIT PARAGRAPH
           END-WRITE.

           ADD 1 TO WS-QTD-BAIXADAS.
           ADD WS-VALOR-BAIXA TO WS-TOTAL-BAIXADO.
           MOVE "BAIXADA" TO WS-DET-SITUACAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

           MOVE WS-HOJE             TO PM-DATA.
           MOVE NG-CONTA            TO PM-CONTA.
           MOVE SAL-CPF             TO PM-CPF.
           SET PM-BAIXA TO TRUE.
           MOVE WS-VALOR-BAIXA      TO PM-VALOR.
           MOVE WS-VALOR-BAIXA      TO PM-SALDO-A-RECUPERAR.
           WRITE REGISTRO-PREJ-MOV.

           MOVE NG-CONTA            TO LZ-CONTA.
           MOVE SAL-CPF             TO LZ-CPF.
           MOVE WS-HOJE             TO LZ-DATA.
           SET LZ-CREDITO TO TRUE.
           MOVE WS-VALOR-BAIXA      TO LZ-VALOR.
           SET LZ-ORIGEM-PREJUIZO TO TRUE.
           MOVE SPACES              TO LZ-CONTA-DESTINO.
           MOVE SPACES              TO LZ-NSU.
           STRING "PREJ" NG-CONTA DELIMITED BY SIZE
               INTO LZ-NSU.
           WRITE LZ-LANCAMENTO.

           MOVE NG-CONTA TO CT-CONTA.
           READ CONTA-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CT-ATIVA OR CT-DORMENTE
               MOVE "B"       TO TT-CODIGO
               MOVE CT-CONTA  TO TT-CONTA
               MOVE CT-CPF    TO TT-CPF
               MOVE CT-TIPO   TO TT-TIPO
               MOVE SPACES    TO TT-LIMITE
               MOVE "SISTEM"  TO TT-OPERADOR
               WRITE TRANS-CTA
               ADD 1 TO WS-QTD-BLOQUEIOS
           END-IF.

       0300-FECHAR-BAIXA.
           IF NEGSALDO-DISPONIVEL
               CLOSE NEGSALDO-FILE
           END-IF.
           CLOSE SALDO-FILE.
           CLOSE CONTA-FILE.
           CLOSE PREJMOV-FILE.
           CLOSE LANCPRJ-FILE.
           CLOSE TRANS-CTA-FILE.

      *----------------------------------------------------------------*
      * Totais do mes pedido por evento do movimento da carteira:
      * baixas, baixas complementares de debito residual e
      * recuperacoes - os mesmos valores que a contabilidade recebeu
      * dia a dia pelos lancamentos de origem "Z".
      *----------------------------------------------------------------*
       0400-TOTALIZAR-MES.
           MOVE WS-ANOMES-PEDIDO TO WS-CAB-ANOMES.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-MES.

           OPEN INPUT PREJMOV-FILE.
           IF WS-PREJMOV-STATUS NOT = "00"
               MOVE "N" TO WS-PREJMOV-DISPONIVEL
               SET FIM-PREJMOV TO TRUE
           ELSE
               PERFORM 0920-LER-PREJMOV
           END-IF.
           PERFORM UNTIL FIM-PREJMOV
               IF PM-DATA(1:6) = WS-ANOMES-PEDIDO
                   EVALUATE TRUE
                       WHEN PM-BAIXA
                           ADD 1 TO WS-MES-QTD-BAIXAS
                           ADD PM-VALOR TO WS-MES-VLR-BAIXAS
                       WHEN PM-BAIXA-RESIDUAL
                           ADD 1 TO WS-MES-QTD-RESIDUAIS
                           ADD PM-VALOR TO WS-MES-VLR-RESIDUAIS
                       WHEN PM-RECUPERACAO
                           ADD 1 TO WS-MES-QTD-RECUPERACOES
                           ADD PM-VALOR TO WS-MES-VLR-RECUPERACOES
                   END-EVALUATE
               END-IF
               PERFORM 0920-LER-PREJMOV
           END-PERFORM.
           IF PREJMOV-DISPONIVEL
               CLOSE PREJMOV-FILE
           END-IF.

           MOVE "BAIXAS" TO WS-ROD-TEXTO.
           MOVE WS-MES-QTD-BAIXAS TO WS-ROD-QTD.
           MOVE WS-MES-VLR-BAIXAS TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "BAIXAS DE DEBITO RESIDUAL" TO WS-ROD-TEXTO.
           MOVE WS-MES-QTD-RESIDUAIS TO WS-ROD-QTD.
           MOVE WS-MES-VLR-RESIDUAIS TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "RECUPERACOES" TO WS-ROD-TEXTO.
           MOVE WS-MES-QTD-RECUPERACOES TO WS-ROD-QTD.
           MOVE WS-MES-VLR-RECUPERACOES TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

      *----------------------------------------------------------------*
      * Posicao de toda a carteira baixada, ja com as baixas desta
      * execucao.
      *----------------------------------------------------------------*
       0500-TOTALIZAR-CARTEIRA.
           MOVE WS-HOJE TO WS-CAB-DATA-CART.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-CARTEIRA.

           MOVE LOW-VALUES TO PJ-CONTA.
           START PREJUIZO-FILE KEY IS NOT LESS PJ-CONTA
               INVALID KEY
                   SET FIM-PREJUIZO TO TRUE
           END-START.
           IF NOT FIM-PREJUIZO
               PERFORM 0930-LER-PREJUIZO
           END-IF.
           PERFORM UNTIL FIM-PREJUIZO
               IF PJ-RECUPERADA
                   ADD 1 TO WS-CART-QTD-RECUPERADAS
               ELSE
                   ADD 1 TO WS-CART-QTD-ABERTAS
                   COMPUTE WS-CART-VLR-A-RECUPERAR =
                       WS-CART-VLR-A-RECUPERAR
                       + PJ-VALOR-BAIXADO - PJ-VALOR-RECUPERADO
               END-IF
               ADD PJ-VALOR-BAIXADO TO WS-CART-VLR-BAIXADO
               ADD PJ-VALOR-RECUPERADO TO WS-CART-VLR-RECUPERADO
               PERFORM 0930-LER-PREJUIZO
           END-PERFORM.

           MOVE "CONTAS A RECUPERAR" TO WS-ROD-TEXTO.
           MOVE WS-CART-QTD-ABERTAS TO WS-ROD-QTD.
           MOVE WS-CART-VLR-A-RECUPERAR TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "CONTAS TOTALMENTE RECUPERADAS" TO WS-ROD-TEXTO.
           MOVE WS-CART-QTD-RECUPERADAS TO WS-ROD-QTD.
           MOVE ZERO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           COMPUTE WS-CTL-VALOR =
               WS-CART-QTD-ABERTAS + WS-CART-QTD-RECUPERADAS.
           MOVE "TOTAL BAIXADO" TO WS-ROD-TEXTO.
           MOVE WS-CTL-VALOR TO WS-ROD-QTD.
           MOVE WS-CART-VLR-BAIXADO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "TOTAL RECUPERADO" TO WS-ROD-TEXTO.
           MOVE ZERO TO WS-ROD-QTD.
           MOVE WS-CART-VLR-RECUPERADO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

       0600-ENCERRAR.
           CLOSE PREJUIZO-FILE.
           CLOSE RELATORIO-FILE.
           DISPLAY "CONTAS NEGATIVAS.....: " WS-QTD-NEGATIVAS.
           DISPLAY "CONTAS BAIXADAS......: " WS-QTD-BAIXADAS.
           DISPLAY "JA BAIXADAS ANTES....: " WS-QTD-JA-BAIXADAS.
           DISPLAY "BLOQUEIOS GERADOS....: " WS-QTD-BLOQUEIOS.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.

      *----------------------------------------------------------------*
      * Grava os contadores do job no arquivo de totais de controle
      * para o balanceamento do fechamento.
      *----------------------------------------------------------------*
       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "NEGATIVAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-NEGATIVAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "BAIXADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-BAIXADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "BLOQUEIOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-BLOQUEIOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

       0910-LER-NEGATIVO.
           READ NEGSALDO-FILE NEXT RECORD
               AT END
                   SET FIM-NEGATIVOS TO TRUE
           END-READ.

       0920-LER-PREJMOV.
           READ PREJMOV-FILE
               AT END
                   SET FIM-PREJMOV TO TRUE
           END-READ.

       0930-LER-PREJUIZO.
           READ PREJUIZO-FILE NEXT RECORD
               AT END
                   SET FIM-PREJUIZO TO TRUE
           END-READ.
