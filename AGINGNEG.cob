      *          nas faixas de 1-29, 30-59, 60-89 e 90+ dias em
      *          negativo, com totais por faixa, e gera para a faixa
      *          de 90+ o arquivo de extracao de cartas de cobranca
      *          (CARTACOB.DAT) com nome e endereco do cadastro.
      *          Destinatario com a correspondencia retida por
      *          devolucao do correio (DEVCORR.DAT) nao recebe a
      *          carta: ela vai para CARTARET.DAT, e a conta 90+ com
      *          titular retido entra na lista de trabalho da
      *          cobranca (COBDEV.LST) para contato por outro meio
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

           SELECT RELATORIO-FILE ASSIGN TO "AGINGNEG.LST"
               RECORD KEY IS CB-CONTA
               FILE STATUS IS WS-COBRANCA-STATUS.

      *----------------------------------------------------------------*
      * Contas baixadas como prejuizo (PREJBAIX.cob): sairam do aging
      * e da cobranca. Arquivo ausente = nenhuma conta baixada.
      *----------------------------------------------------------------*
           SELECT PREJUIZO-FILE ASSIGN TO "PREJUIZO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CONTA
               FILE STATUS IS WS-PREJUIZO-STATUS.

           SELECT PARAM-FILE ASSIGN TO "COBRANCA.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

      *----------------------------------------------------------------*
      * Correspondencia devolvida pelo correio (REGDEV.cob): carta
      * para CPF retido nao e extraida - vai para CARTARET.DAT,
      * recriado a cada execucao como o CARTACOB.DAT. A lista de
      * trabalho COBDEV.LST traz as contas 90+ com algum titular
      * retido, com ou sem carta devida hoje.
      *----------------------------------------------------------------*
           SELECT DEVOLUCAO-FILE ASSIGN TO "DEVCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CPF
               FILE STATUS IS WS-DEVOLUCAO-STATUS.

           SELECT RETIDA-FILE ASSIGN TO "CARTARET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETIDA-STATUS.

           SELECT TRABALHO-FILE ASSIGN TO "COBDEV.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABALHO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
       FD  COBRANCA-FILE.
           COPY COBRANCA.

       FD  PREJUIZO-FILE.
           COPY PREJUIZO.

       FD  PARAM-FILE.
       01  PARAM-COBRANCA.
           05 PC-DIAS-CARENCIA      PIC 9(03).
           05 CAR-ENDERECO          PIC X(20).
           05 CAR-SALDO             PIC S9(09)V99.
           05 CAR-DIAS-NEGATIVO     PIC 9(05).

       FD  DEVOLUCAO-FILE.
           COPY DEVCORR.

       FD  RETIDA-FILE.
           COPY CORRETID.

       FD  TRABALHO-FILE.
       01  LINHA-TRABALHO           PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-COTITULAR-DISPONIVEL  PIC X     VALUE "S".
           88 COTITULAR-DISPONIVEL VALUE "S".
       77 WS-FIM-COTITULARES       PIC X     VALUE "N".
       77 WS-PREJUIZO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-PREJUIZO-DISPONIVEL   PIC X     VALUE "S".
           88 PREJUIZO-DISPONIVEL  VALUE "S".
       77 WS-CONTA-BAIXADA         PIC X     VALUE "N".
           88 CONTA-BAIXADA        VALUE "S".
       77 WS-DEVOLUCAO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-DEVOLUCAO-DISPONIVEL  PIC X     VALUE "S".
           88 DEVOLUCAO-DISPONIVEL VALUE "S".
       77 WS-RETIDA-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-TRABALHO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-CPF-VERIFICAR         PIC X(11) VALUE SPACES.
       77 WS-CPF-RETIDO            PIC X     VALUE "N".
           88 CPF-RETIDO           VALUE "S".
       77 WS-CARTAS-CONTA          PIC 9(03) VALUE ZERO.
       77 WS-QTD-CARTAS-RETIDAS    PIC 9(05) VALUE ZERO.
       77 WS-QTD-TRABALHO          PIC 9(05) VALUE ZERO.

       77 WS-FIM-NEGATIVOS         PIC X     VALUE "N".
           88 FIM-NEGATIVOS        VALUE "S".
       77 WS-SALDO-ACHADO          PIC X     VALUE "N".
           88 SALDO-ACHADO         VALUE "S".

       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-DIAS-NEGATIVO         PIC S9(05) VALUE ZERO.
       77 WS-DIAS-CARENCIA         PIC 9(03) VALUE 30.
       77 WS-DIAS-DESDE-CARTA      PIC S9(05) VALUE ZERO.
       77 WS-QTD-SUPRIMIDAS        PIC 9(05) VALUE ZERO.
       77 WS-QTD-BAIXADAS          PIC 9(05) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "AGINGNEG".
           05 FILLER               PIC X(30) VALUE
              "CARTAS DE COBRANCA EXTRAIDAS..".
           05 WS-ROD-CARTAS        PIC ZZZZ9.

       01  WS-LINHA-RODAPE-RETIDAS.
           05 FILLER               PIC X(30) VALUE
              "CARTAS RETIDAS (DEVOLUCAO)....".
           05 WS-ROD-RETIDAS       PIC ZZZZ9.

      *----------------------------------------------------------------*
      * Lista de trabalho da cobranca: conta 90+ cujo titular ou
      * co-titular (T/C) esta com a correspondencia retida - a carta
      * nao chega e o contato tem de ser por outro meio.
      *----------------------------------------------------------------*
       01  WS-TRB-CABECALHO-1.
           05 FILLER               PIC X(44) VALUE
              "COBRANCA 90+ SEM CARTA - ENDERECO DEVOLVIDO".
           05 FILLER               PIC X(04) VALUE "EM: ".
           05 WS-TRB-CAB-DATA      PIC 9(08).

       01  WS-TRB-CABECALHO-2.
           05 FILLER               PIC X(09) VALUE "CONTA".
           05 FILLER               PIC X(12) VALUE "CPF".
           05 FILLER               PIC X(23) VALUE "NOME".
           05 FILLER               PIC X(12) VALUE "SALDO".
           05 FILLER               PIC X(06) VALUE "DIAS".
           05 FILLER               PIC X(09) VALUE "DEVOLVIDA".
           05 FILLER               PIC X(07) VALUE "MOT T".

       01  WS-TRB-DETALHE.
           05 WS-TRB-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TRB-CPF           PIC X(11).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TRB-NOME          PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TRB-SALDO         PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TRB-DIAS          PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TRB-DEVOLUCAO     PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TRB-MOTIVO        PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TRB-VINCULO       PIC X(01).

       01  WS-TRB-RODAPE.
           05 FILLER               PIC X(30) VALUE
              "CONTAS NA LISTA DE TRABALHO...".
           05 WS-TRB-ROD-QTD       PIC ZZZZ9.
      *================================================================*
       PROCEDURE                          DIVISION.
      *================================================================*
               MOVE "N" TO WS-COTITULAR-DISPONIVEL
           END-IF.

           OPEN INPUT PREJUIZO-FILE.
           IF WS-PREJUIZO-STATUS NOT = "00"
               MOVE "N" TO WS-PREJUIZO-DISPONIVEL
           END-IF.

           OPEN INPUT DEVOLUCAO-FILE.
           IF WS-DEVOLUCAO-STATUS NOT = "00"
               MOVE "N" TO WS-DEVOLUCAO-DISPONIVEL
           END-IF.

           OPEN OUTPUT RETIDA-FILE.
           IF WS-RETIDA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CARTARET.DAT - STATUS "
                       WS-RETIDA-STATUS
               CLOSE NEGSALDO-FILE
               CLOSE SALDO-FILE
               CLOSE RELATORIO-FILE
               CLOSE CARTA-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TRABALHO-FILE.
           IF WS-TRABALHO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA COBDEV.LST - STATUS "
                       WS-TRABALHO-STATUS
               CLOSE NEGSALDO-FILE
               CLOSE SALDO-FILE
               CLOSE RELATORIO-FILE
               CLOSE CARTA-FILE
               CLOSE RETIDA-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * Pasta de cobranca, criada vazia na primeira noite no mesmo
      * esquema do NEGSALDO.DAT.
           MOVE WS-HOJE TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.
           MOVE WS-HOJE TO WS-TRB-CAB-DATA.
           WRITE LINHA-TRABALHO FROM WS-TRB-CABECALHO-1.
           WRITE LINHA-TRABALHO FROM WS-TRB-CABECALHO-2.

           PERFORM 0910-LER-NEGATIVO.
           PERFORM UNTIL FIM-NEGATIVOS
               PERFORM 0400-CLASSIFICAR-CONTA
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE WS-QTD-CARTAS TO WS-ROD-CARTAS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE WS-QTD-CARTAS-RETIDAS TO WS-ROD-RETIDAS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-RETIDAS.
           MOVE WS-QTD-TRABALHO TO WS-TRB-ROD-QTD.
           WRITE LINHA-TRABALHO FROM WS-TRB-RODAPE.

      *----------------------------------------------------------------*
      * Classifica uma conta negativa na faixa de aging pelos dias
      * desde NG-DATA-INICIO, buscando o saldo e o nome pela chave
      * no SALDO.DAT. Conta na faixa de 90+ dias tambem gera o
      * registro de carta de cobranca. Conta baixada como prejuizo
      * fica fora do aging e das cartas.
      *----------------------------------------------------------------*
       0400-CLASSIFICAR-CONTA.
           PERFORM 0920-LER-SALDO.
           IF NOT SALDO-ACHADO
               DISPLAY "AVISO - CONTA NEGATIVA SEM SALDO.DAT: "
                       NG-CONTA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0930-VERIFICAR-PREJUIZO.
           IF CONTA-BAIXADA
               ADD 1 TO WS-QTD-BAIXADAS
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIAS-NEGATIVO =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)

           IF WS-DIAS-NEGATIVO >= 90
               PERFORM 0450-VERIFICAR-CARENCIA-CARTA
               PERFORM 0600-LISTAR-DEVOLVIDOS
           END-IF.

      *----------------------------------------------------------------*
      * do periodo parametrizado nao recebe outra - a repeticao
      * automatica so irritava o cliente e a mesa. Carta emitida (ou
      * reemitida apos a carencia) atualiza a pasta de cobranca com
      * a data e a faixa, preservando a promessa em curso. Pasta sem
      * data de carta (aberta por acordo de renegociacao, ou de
      * acordo quebrado) recebe a carta sem esperar a carencia.
      * Carta toda retida por devolucao do correio nao conta como
      * emitida: a pasta fica sem a data e a carta sai assim que a
      * retencao acabar.
      *----------------------------------------------------------------*
       0450-VERIFICAR-CARENCIA-CARTA.
           MOVE NG-CONTA TO CB-CONTA.
               INVALID KEY
                   MOVE NG-CONTA       TO CB-CONTA
                   MOVE NG-CPF         TO CB-CPF
                   MOVE ZERO           TO CB-DATA-CARTA
                   MOVE WS-DET-FAIXA   TO CB-FAIXA
                   MOVE ZERO           TO CB-PROM-VALOR
                   MOVE ZERO           TO CB-PROM-DATA
                   SET CB-SEM-PROMESSA TO TRUE
                   MOVE ZERO           TO CB-DATA-SITUACAO
                   MOVE ZERO           TO CB-NUM-ACORDO
                   SET CB-SEM-ACORDO   TO TRUE
                   MOVE ZERO           TO CB-DATA-ACORDO
                   PERFORM 0500-GRAVAR-CARTA-COBRANCA
                   IF WS-CARTAS-CONTA > ZERO
                       MOVE WS-HOJE    TO CB-DATA-CARTA
                   END-IF
                   WRITE REGISTRO-COBRANCA
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO COBRANCA.DAT: "
                                   NG-CONTA
                   END-WRITE
               NOT INVALID KEY
                   IF CB-DATA-CARTA IS NUMERIC
                      AND CB-DATA-CARTA > ZERO
                       COMPUTE WS-DIAS-DESDE-CARTA =
                           FUNCTION INTEGER-OF-DATE(WS-HOJE)
                           - FUNCTION INTEGER-OF-DATE(CB-DATA-CARTA)
                   ELSE
                       MOVE WS-DIAS-CARENCIA TO WS-DIAS-DESDE-CARTA
                   END-IF
                   IF WS-DIAS-DESDE-CARTA < WS-DIAS-CARENCIA
                       ADD 1 TO WS-QTD-SUPRIMIDAS
                   ELSE
                       PERFORM 0500-GRAVAR-CARTA-COBRANCA
                       IF WS-CARTAS-CONTA > ZERO
                           MOVE WS-HOJE      TO CB-DATA-CARTA
                           MOVE WS-DET-FAIXA TO CB-FAIXA
                           REWRITE REGISTRO-COBRANCA
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Registro de extracao da carta: nome e endereco vem do
      * cadastro mestre; sem o cadastro, sai o nome do SALDO.DAT e
      * endereco em branco, com aviso ja dado na abertura. Titular
      * retido no registro de devolucoes tem a carta retida.
      *----------------------------------------------------------------*
       0500-GRAVAR-CARTA-COBRANCA.
           MOVE ZERO TO WS-CARTAS-CONTA.
           MOVE NG-CPF TO WS-CPF-VERIFICAR.
           PERFORM 0940-VERIFICAR-RETENCAO.
           IF CPF-RETIDO
               PERFORM 0570-RETER-CARTA
               PERFORM 0550-GRAVAR-CARTAS-COTITULARES
               EXIT PARAGRAPH
           END-IF.
           MOVE NG-CONTA  TO CAR-CONTA.
           MOVE NG-CPF    TO CAR-CPF.
           MOVE SAL-NOME  TO CAR-NOME.
           MOVE WS-DIAS-NEGATIVO TO CAR-DIAS-NEGATIVO.
           WRITE REGISTRO-CARTA.
           ADD 1 TO WS-QTD-CARTAS.
           ADD 1 TO WS-CARTAS-CONTA.
           PERFORM 0550-GRAVAR-CARTAS-COTITULARES.

      *----------------------------------------------------------------*
           END-PERFORM.

       0560-GRAVAR-CARTA-COTITULAR.
           MOVE CO-CPF TO WS-CPF-VERIFICAR.
           PERFORM 0940-VERIFICAR-RETENCAO.
           IF CPF-RETIDO
               PERFORM 0570-RETER-CARTA
               EXIT PARAGRAPH
           END-IF.
           MOVE NG-CONTA  TO CAR-CONTA.
           MOVE CO-CPF    TO CAR-CPF.
           MOVE SPACES    TO CAR-NOME.
           MOVE WS-DIAS-NEGATIVO TO CAR-DIAS-NEGATIVO.
           WRITE REGISTRO-CARTA.
           ADD 1 TO WS-QTD-CARTAS.
           ADD 1 TO WS-CARTAS-CONTA.

      *----------------------------------------------------------------*
      * Carta retida: um registro em CARTARET.DAT para o CPF retido
      * (WS-CPF-VERIFICAR), com a devolucao que causou a retencao.
      *----------------------------------------------------------------*
       0570-RETER-CARTA.
           MOVE WS-HOJE           TO RT-DATA.
           SET RT-CARTA           TO TRUE.
           MOVE WS-CPF-VERIFICAR  TO RT-CPF.
           MOVE NG-CONTA          TO RT-CONTA.
           MOVE SAL-SALDO         TO RT-SALDO.
           MOVE WS-DIAS-NEGATIVO  TO RT-DIAS-NEGATIVO.
           MOVE DC-DATA-DEVOLUCAO TO RT-DATA-DEVOLUCAO.
           MOVE DC-MOTIVO         TO RT-MOTIVO.
           WRITE REGISTRO-RETIDA.
           ADD 1 TO WS-QTD-CARTAS-RETIDAS.

      *----------------------------------------------------------------*
      * Lista de trabalho: toda conta 90+ com titular ou co-titular
      * retido, mesmo dentro da carencia entre cartas - a ultima
      * carta enviada e a que o correio devolveu.
      *----------------------------------------------------------------*
       0600-LISTAR-DEVOLVIDOS.
           IF NOT DEVOLUCAO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE NG-CPF TO WS-CPF-VERIFICAR.
           PERFORM 0940-VERIFICAR-RETENCAO.
           IF CPF-RETIDO
               MOVE "T" TO WS-TRB-VINCULO
               PERFORM 0650-GRAVAR-TRABALHO
           END-IF.
           IF NOT COTITULAR-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-COTITULARES.
           MOVE NG-CONTA   TO CO-CONTA.
           MOVE LOW-VALUES TO CO-CPF.
           START COTITULAR-FILE KEY IS NOT LESS CO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-COTITULARES
           END-START.
           PERFORM UNTIL WS-FIM-COTITULARES = "S"
               READ COTITULAR-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-COTITULARES
                   NOT AT END
                       IF CO-CONTA NOT = NG-CONTA
                           MOVE "S" TO WS-FIM-COTITULARES
                       ELSE
                           MOVE CO-CPF TO WS-CPF-VERIFICAR
                           PERFORM 0940-VERIFICAR-RETENCAO
                           IF CPF-RETIDO
                               MOVE "C" TO WS-TRB-VINCULO
                               PERFORM 0650-GRAVAR-TRABALHO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0650-GRAVAR-TRABALHO.
           MOVE NG-CONTA          TO WS-TRB-CONTA.
           MOVE WS-CPF-VERIFICAR  TO WS-TRB-CPF.
           MOVE SPACES            TO WS-TRB-NOME.
           IF WS-CPF-VERIFICAR = NG-CPF
               MOVE SAL-NOME      TO WS-TRB-NOME
           END-IF.
           IF CLIENTE-DISPONIVEL
               MOVE WS-CPF-VERIFICAR TO CPF
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME TO WS-TRB-NOME
               END-READ
           END-IF.
           MOVE SAL-SALDO         TO WS-TRB-SALDO.
           MOVE WS-DIAS-NEGATIVO  TO WS-TRB-DIAS.
           MOVE DC-DATA-DEVOLUCAO TO WS-TRB-DEVOLUCAO.
           MOVE DC-MOTIVO         TO WS-TRB-MOTIVO.
           WRITE LINHA-TRABALHO FROM WS-TRB-DETALHE.
           ADD 1 TO WS-QTD-TRABALHO.

       0300-ENCERRAR.
           CLOSE NEGSALDO-FILE.
           IF COTITULAR-DISPONIVEL
               CLOSE COTITULAR-FILE
           END-IF.
           IF PREJUIZO-DISPONIVEL
               CLOSE PREJUIZO-FILE
           END-IF.
           IF DEVOLUCAO-DISPONIVEL
               CLOSE DEVOLUCAO-FILE
           END-IF.
           CLOSE RETIDA-FILE.
           CLOSE TRABALHO-FILE.
           CLOSE COBRANCA-FILE.
           DISPLAY "CONTAS FAIXA 1-29....: " WS-QTD-FAIXA-1.
           DISPLAY "CONTAS FAIXA 30-59...: " WS-QTD-FAIXA-2.
           DISPLAY "CONTAS FAIXA 90+.....: " WS-QTD-FAIXA-4.
           DISPLAY "CARTAS DE COBRANCA...: " WS-QTD-CARTAS.
           DISPLAY "CARTAS SUPRIMIDAS....: " WS-QTD-SUPRIMIDAS.
           DISPLAY "BAIXADAS (PREJUIZO)..: " WS-QTD-BAIXADAS.
           DISPLAY "CARTAS RETIDAS.......: " WS-QTD-CARTAS-RETIDAS.
           DISPLAY "LISTA TRABALHO DEVOL.: " WS-QTD-TRABALHO.

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
      * Conta com registro de baixa ainda em aberto no PREJUIZO.DAT.
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

      *----------------------------------------------------------------*
      * CPF (WS-CPF-VERIFICAR) com a correspondencia retida no
      * registro de devolucoes; o registro lido fica disponivel para
      * a data e o motivo da devolucao.
      *----------------------------------------------------------------*
       0940-VERIFICAR-RETENCAO.
           MOVE "N" TO WS-CPF-RETIDO.
           IF NOT DEVOLUCAO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPF-VERIFICAR TO DC-CPF.
           READ DEVOLUCAO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DC-RETIDA
                       MOVE "S" TO WS-CPF-RETIDO
                   END-IF
           END-READ.
