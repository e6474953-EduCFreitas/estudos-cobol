      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Abertura da rodada da cadeia noturna em modo de
      *          recuperacao de datas perdidas (depois de uma parada
      *          ou de um feriado prolongado). Com o cartao
      *          RECUPERA.PAR (data inicial e final, AAAAMMDD) monta
      *          em RECUPCTL.DAT a lista dos dias uteis do periodo
      *          (rotina DIAUTIL + FERIADO.DAT) e, a cada rodada,
      *          carimba no cartao DATAMOV.PAR a proxima data da
      *          lista, para a cadeia inteira rodar naquela data. O
      *          RECUPFIM.cob, no fim da cadeia, confirma a data e
      *          submete a rodada seguinte. Uma data aberta e nao
      *          confirmada (fechamento fora de balance ou passo com
      *          erro) bloqueia a proxima com RC 8 - nunca se empilha
      *          um dia sobre outro que nao fechou - ate o operador
      *          corrigir e pedir a reexecucao daquela data com "R"
      *          no cartao. Sem recuperacao pendente, nao faz nada e
      *          a cadeia roda na data do DATAMOV.PAR como sempre
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. RECUPERA.
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
      * Cartao de parametro: data inicial, data final (AAAAMMDD) e a
      * acao - em branco abre a proxima data pendente; "R" reexecuta
      * a data que ficou aberta na rodada anterior.
      *----------------------------------------------------------------*
           SELECT PARAM-FILE ASSIGN TO "RECUPERA.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT CONTROLE-REC-FILE ASSIGN TO "RECUPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-REC-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-ARQ-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RECUPERACAO.
           05 PAR-DATA-INICIAL      PIC X(08).
           05 PAR-DATA-FINAL        PIC X(08).
           05 PAR-ACAO              PIC X.
               88 PAR-REEXECUTAR    VALUE "R".

       FD  CONTROLE-REC-FILE.
           COPY RECUPCTL.

       FD  DATAMOV-FILE.
       01  CARTAO-DATAMOV.
           05 CDM-DATA              PIC X(08).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-CONTROLE-REC-STATUS   PIC X(02) VALUE ZEROS.
       77 WS-DATAMOV-ARQ-STATUS    PIC X(02) VALUE ZEROS.

       77 WS-COM-CARTAO            PIC X     VALUE "N".
           88 COM-CARTAO           VALUE "S".
       77 WS-COM-CONTROLE          PIC X     VALUE "N".
           88 COM-CONTROLE         VALUE "S".
       77 WS-FIM-CONTROLE          PIC X     VALUE "N".
           88 FIM-CONTROLE         VALUE "S".

      *----------------------------------------------------------------*
      * Lista das datas da recuperacao em memoria (uma parada maior
      * que 60 dias uteis nao se recupera por aqui).
      *----------------------------------------------------------------*
       77 WS-CTL-DATA-INICIAL      PIC 9(08) VALUE ZERO.
       77 WS-CTL-DATA-FINAL        PIC 9(08) VALUE ZERO.
       77 WS-CTL-CARTAO-ORIGINAL   PIC X(08) VALUE SPACES.
       01  TABELA-DATAS.
           05 TAB-DAT OCCURS 60 TIMES.
               10 TAB-DAT-DATA      PIC 9(08).
               10 TAB-DAT-SITUACAO  PIC X.
               10 TAB-DAT-DATA-INI  PIC 9(08).
               10 TAB-DAT-HORA-INI  PIC 9(08).
               10 TAB-DAT-DATA-FIM  PIC 9(08).
               10 TAB-DAT-HORA-FIM  PIC 9(08).
       77 WS-QTD-DATAS             PIC 9(02) VALUE ZERO.
       77 WS-QTD-PENDENTES         PIC 9(02) VALUE ZERO.
       77 WS-IDX                   PIC 9(02) VALUE ZERO.
       77 WS-IDX-ABERTA            PIC 9(02) VALUE ZERO.
       77 WS-IDX-RODADA            PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------*
      * Critica das datas do cartao pela VALDATA: data futura nao se
      * recupera.
      *----------------------------------------------------------------*
       01  WS-DATA-DESMEMBRADA.
           05 WS-DAT-ANO           PIC X(04).
           05 WS-DAT-MES           PIC X(02).
           05 WS-DAT-DIA           PIC X(02).
       77 WS-IDADE                 PIC 9(03) VALUE ZERO.
       77 WS-DATA-STATUS           PIC X     VALUE "0".
       77 WS-DATA-MENSAGEM         PIC X(40) VALUE SPACES.
       77 WS-DATA-INICIAL          PIC 9(08) VALUE ZERO.
       77 WS-DATA-FINAL            PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------*
      * Um dia D e util quando DIAUTIL conta 1 dia util entre a
      * vespera e D, como na rolagem do GERORDEM.cob.
      *----------------------------------------------------------------*
       77 WS-INT-DIA               PIC 9(08) VALUE ZERO.
       77 WS-INT-FINAL             PIC 9(08) VALUE ZERO.
       77 WS-DATA-DIA              PIC 9(08) VALUE ZERO.
       77 WS-DATA-VESPERA          PIC 9(08) VALUE ZERO.
       77 WS-DIAS-UTEIS            PIC S9(05) VALUE ZERO.
       77 WS-DIAUTIL-STATUS        PIC X     VALUE "0".
       77 WS-DIAUTIL-MENSAGEM      PIC X(40) VALUE SPACES.

       77 WS-DATA-MAQUINA          PIC 9(08) VALUE ZERO.
       77 WS-HORA-MAQUINA          PIC 9(08) VALUE ZERO.
       77 WS-JOB-NOME              PIC X(08) VALUE "RECUPERA".
      *================================================================*
       PROCEDURE                          DIVISION.
      *================================================================*
       0000-PRINCIPAL.
           CALL "JOBLOG" USING WS-JOB-NOME "S".
           PERFORM 0050-LER-CARTAO.
           PERFORM 0100-CARREGAR-CONTROLE.
           PERFORM 0200-ESCOLHER-DATA.
           PERFORM 0400-ABRIR-RODADA.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0050-LER-CARTAO.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ PARAM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PARAM-STATUS = "00"
              AND (PAR-DATA-INICIAL NOT = SPACES
                   OR PAR-DATA-FINAL NOT = SPACES)
               SET COM-CARTAO TO TRUE
           END-IF.
           CLOSE PARAM-FILE.

      *----------------------------------------------------------------*
      * Controle da recuperacao anterior (ou em andamento): periodo,
      * cartao DATAMOV.PAR original e a situacao de cada data.
      *----------------------------------------------------------------*
       0100-CARREGAR-CONTROLE.
           OPEN INPUT CONTROLE-REC-FILE.
           IF WS-CONTROLE-REC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           SET COM-CONTROLE TO TRUE.
           PERFORM UNTIL FIM-CONTROLE
               READ CONTROLE-REC-FILE
                   AT END
                       SET FIM-CONTROLE TO TRUE
                   NOT AT END
                       PERFORM 0150-GUARDAR-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE CONTROLE-REC-FILE.

       0150-GUARDAR-REGISTRO.
           IF RP-CABECALHO
               MOVE RP-DATA-INICIAL    TO WS-CTL-DATA-INICIAL
               MOVE RP-DATA-FINAL      TO WS-CTL-DATA-FINAL
               MOVE RP-CARTAO-ORIGINAL TO WS-CTL-CARTAO-ORIGINAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTD-DATAS >= 60
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-DATAS.
           MOVE RP-DATA-MOVIMENTO TO TAB-DAT-DATA(WS-QTD-DATAS).
           MOVE RP-SITUACAO       TO TAB-DAT-SITUACAO(WS-QTD-DATAS).
           MOVE RP-DATA-INICIO    TO TAB-DAT-DATA-INI(WS-QTD-DATAS).
           MOVE RP-HORA-INICIO    TO TAB-DAT-HORA-INI(WS-QTD-DATAS).
           MOVE RP-DATA-FIM       TO TAB-DAT-DATA-FIM(WS-QTD-DATAS).
           MOVE RP-HORA-FIM       TO TAB-DAT-HORA-FIM(WS-QTD-DATAS).
           IF RP-EM-EXECUCAO
               MOVE WS-QTD-DATAS TO WS-IDX-ABERTA
           END-IF.
           IF NOT RP-CONCLUIDA
               ADD 1 TO WS-QTD-PENDENTES
           END-IF.

      *----------------------------------------------------------------*
      * Recuperacao em andamento continua de onde parou (o cartao,
      * se presente, tem de pedir o mesmo periodo); sem nada em
      * andamento, o cartao abre uma recuperacao nova; sem cartao,
      * noite normal.
      *----------------------------------------------------------------*
       0200-ESCOLHER-DATA.
           IF COM-CONTROLE AND WS-QTD-PENDENTES > ZERO
               PERFORM 0250-CONTINUAR-RECUPERACAO
               EXIT PARAGRAPH
           END-IF.

           IF NOT COM-CARTAO
               DISPLAY "SEM RECUPERACAO PENDENTE - CADEIA NA DATA "
                       "DO CARTAO DATAMOV.PAR"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0300-CRITICAR-CARTAO.
           IF COM-CONTROLE
              AND WS-DATA-INICIAL = WS-CTL-DATA-INICIAL
              AND WS-DATA-FINAL = WS-CTL-DATA-FINAL
               DISPLAY "RECUPERACAO DE " WS-DATA-INICIAL " A "
                       WS-DATA-FINAL " JA CONCLUIDA - CARTAO "
                       "RECUPERA.PAR IGNORADO"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0350-MONTAR-DATAS.
           MOVE 1 TO WS-IDX-RODADA.

       0250-CONTINUAR-RECUPERACAO.
           IF COM-CARTAO
               PERFORM 0300-CRITICAR-CARTAO
               IF WS-DATA-INICIAL NOT = WS-CTL-DATA-INICIAL
                  OR WS-DATA-FINAL NOT = WS-CTL-DATA-FINAL
                   DISPLAY "RECUPERACAO DE " WS-CTL-DATA-INICIAL
                           " A " WS-CTL-DATA-FINAL " EM ANDAMENTO"
                   DISPLAY "CARTAO RECUPERA.PAR PEDE OUTRO PERIODO - "
                           "TERMINE A RECUPERACAO EM ANDAMENTO"
                   CALL "JOBLOG" USING WS-JOB-NOME "E"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Data aberta e nao confirmada: a cadeia daquela data parou
      * antes do fim. So roda de novo com o pedido explicito do
      * operador, depois de acertar o que derrubou a rodada.
      *----------------------------------------------------------------*
           IF WS-IDX-ABERTA > ZERO
               IF COM-CARTAO AND PAR-REEXECUTAR
                   MOVE WS-IDX-ABERTA TO WS-IDX-RODADA
                   DISPLAY "REEXECUTANDO A DATA "
                           TAB-DAT-DATA(WS-IDX-RODADA)
                           " A PEDIDO DO OPERADOR"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "DATA " TAB-DAT-DATA(WS-IDX-ABERTA)
                       " DA RECUPERACAO NAO FECHOU NA RODADA "
                       "ANTERIOR"
               DISPLAY "CORRIJA A CAUSA E INFORME ACAO R NO CARTAO "
                       "RECUPERA.PAR PARA REEXECUTAR A DATA"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-IDX-RODADA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DATAS
                      OR WS-IDX-RODADA > ZERO
               IF TAB-DAT-SITUACAO(WS-IDX) = "P"
                   MOVE WS-IDX TO WS-IDX-RODADA
               END-IF
           END-PERFORM.

       0300-CRITICAR-CARTAO.
           MOVE PAR-DATA-INICIAL TO WS-DATA-DESMEMBRADA.
           PERFORM 0320-VALIDAR-DATA.
           MOVE PAR-DATA-INICIAL TO WS-DATA-INICIAL.
           MOVE PAR-DATA-FINAL TO WS-DATA-DESMEMBRADA.
           PERFORM 0320-VALIDAR-DATA.
           MOVE PAR-DATA-FINAL TO WS-DATA-FINAL.
           IF WS-DATA-INICIAL > WS-DATA-FINAL
               DISPLAY "CARTAO RECUPERA.PAR INVALIDO - DATA INICIAL "
                       "POSTERIOR A FINAL"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0320-VALIDAR-DATA.
           CALL "VALDATA" USING WS-DAT-DIA WS-DAT-MES WS-DAT-ANO
                                WS-IDADE WS-DATA-STATUS
                                WS-DATA-MENSAGEM.
           IF WS-DATA-STATUS NOT = "0"
               DISPLAY "CARTAO RECUPERA.PAR INVALIDO - "
                       WS-DATA-DESMEMBRADA " - " WS-DATA-MENSAGEM
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * Recuperacao nova: os dias uteis do periodo em ordem, todos
      * pendentes, e o cartao DATAMOV.PAR de antes guardado para ser
      * devolvido no fim.
      *----------------------------------------------------------------*
       0350-MONTAR-DATAS.
           MOVE ZERO TO WS-QTD-DATAS.
           MOVE WS-DATA-INICIAL TO WS-CTL-DATA-INICIAL.
           MOVE WS-DATA-FINAL   TO WS-CTL-DATA-FINAL.
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIAL).
           COMPUTE WS-INT-FINAL =
               FUNCTION INTEGER-OF-DATE(WS-DATA-FINAL).
           PERFORM UNTIL WS-INT-DIA > WS-INT-FINAL
               PERFORM 0370-AVALIAR-DIA
               ADD 1 TO WS-INT-DIA
           END-PERFORM.
           IF WS-QTD-DATAS = ZERO
               DISPLAY "NENHUM DIA UTIL ENTRE " WS-DATA-INICIAL " E "
                       WS-DATA-FINAL " - RETIRE O CARTAO RECUPERA.PAR"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CTL-CARTAO-ORIGINAL.
           OPEN INPUT DATAMOV-FILE.
           IF WS-DATAMOV-ARQ-STATUS = "00"
               READ DATAMOV-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CDM-DATA TO WS-CTL-CARTAO-ORIGINAL
               END-READ
               CLOSE DATAMOV-FILE
           END-IF.
           DISPLAY "RECUPERACAO DE " WS-DATA-INICIAL " A "
                   WS-DATA-FINAL ": " WS-QTD-DATAS " DIA(S) UTIL(EIS)".

       0370-AVALIAR-DIA.
           COMPUTE WS-DATA-VESPERA =
               FUNCTION DATE-OF-INTEGER(WS-INT-DIA - 1).
           COMPUTE WS-DATA-DIA =
               FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
           CALL "DIAUTIL" USING WS-DATA-VESPERA
                                WS-DATA-DIA
                                WS-DIAS-UTEIS
                                WS-DIAUTIL-STATUS
                                WS-DIAUTIL-MENSAGEM.
           IF WS-DIAUTIL-STATUS NOT = "0"
               DISPLAY "DIA UTIL NAO CALCULADO PARA " WS-DATA-DIA
                       ": " WS-DIAUTIL-MENSAGEM
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DIAS-UTEIS NOT = 1
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTD-DATAS >= 60
               DISPLAY "PERIODO EXCEDE 60 DIAS UTEIS - RECUPERE EM "
                       "MAIS DE UM PERIODO"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-DATAS.
           MOVE WS-DATA-DIA TO TAB-DAT-DATA(WS-QTD-DATAS).
           MOVE "P"         TO TAB-DAT-SITUACAO(WS-QTD-DATAS).
           MOVE ZERO        TO TAB-DAT-DATA-INI(WS-QTD-DATAS).
           MOVE ZERO        TO TAB-DAT-HORA-INI(WS-QTD-DATAS).
           MOVE ZERO        TO TAB-DAT-DATA-FIM(WS-QTD-DATAS).
           MOVE ZERO        TO TAB-DAT-HORA-FIM(WS-QTD-DATAS).

      *----------------------------------------------------------------*
      * Abre a rodada: a data escolhida fica "E" no controle e vai
      * para o cartao DATAMOV.PAR, lido por todos os passos da
      * cadeia a partir do DATACHK.
      *----------------------------------------------------------------*
       0400-ABRIR-RODADA.
           ACCEPT WS-DATA-MAQUINA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-MAQUINA FROM TIME.
           MOVE "E" TO TAB-DAT-SITUACAO(WS-IDX-RODADA).
           MOVE WS-DATA-MAQUINA TO TAB-DAT-DATA-INI(WS-IDX-RODADA).
           MOVE WS-HORA-MAQUINA TO TAB-DAT-HORA-INI(WS-IDX-RODADA).
           MOVE ZERO TO TAB-DAT-DATA-FIM(WS-IDX-RODADA).
           MOVE ZERO TO TAB-DAT-HORA-FIM(WS-IDX-RODADA).
           PERFORM 0500-GRAVAR-CONTROLE.

           OPEN OUTPUT DATAMOV-FILE.
           IF WS-DATAMOV-ARQ-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA DATAMOV.PAR - STATUS "
                       WS-DATAMOV-ARQ-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TAB-DAT-DATA(WS-IDX-RODADA) TO CDM-DATA.
           WRITE CARTAO-DATAMOV.
           CLOSE DATAMOV-FILE.

           DISPLAY "RECUPERACAO - DATA " WS-IDX-RODADA " DE "
                   WS-QTD-DATAS ": CADEIA NA DATA DO MOVIMENTO "
                   TAB-DAT-DATA(WS-IDX-RODADA).

       0500-GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-REC-FILE.
           IF WS-CONTROLE-REC-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RECUPCTL.DAT - STATUS "
                       WS-CONTROLE-REC-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REGISTRO-RECUPERACAO.
           SET RP-CABECALHO TO TRUE.
           MOVE WS-CTL-DATA-INICIAL    TO RP-DATA-INICIAL.
           MOVE WS-CTL-DATA-FINAL      TO RP-DATA-FINAL.
           MOVE WS-CTL-CARTAO-ORIGINAL TO RP-CARTAO-ORIGINAL.
           WRITE REGISTRO-RECUPERACAO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DATAS
               MOVE SPACES TO REGISTRO-RECUPERACAO
               SET RP-DETALHE TO TRUE
               MOVE TAB-DAT-DATA(WS-IDX)     TO RP-DATA-MOVIMENTO
               MOVE TAB-DAT-SITUACAO(WS-IDX) TO RP-SITUACAO
               MOVE TAB-DAT-DATA-INI(WS-IDX) TO RP-DATA-INICIO
               MOVE TAB-DAT-HORA-INI(WS-IDX) TO RP-HORA-INICIO
               MOVE TAB-DAT-DATA-FIM(WS-IDX) TO RP-DATA-FIM
               MOVE TAB-DAT-HORA-FIM(WS-IDX) TO RP-HORA-FIM
               WRITE REGISTRO-RECUPERACAO
           END-PERFORM.
           CLOSE CONTROLE-REC-FILE.
