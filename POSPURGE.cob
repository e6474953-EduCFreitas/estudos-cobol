      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Expurgo com retencao do historico diario da posicao
      *          da carteira (POSHST.DAT, gravado pela POSCART a cada
      *          noite): posicoes anteriores a data de corte sao
      *          movidas para o arquivo morto anual POSnnnn.ARC do
      *          ano da propria posicao e removidas do historico
      *          corrente, que e regravado so com o periodo retido,
      *          no mesmo esquema do HSTPURGE. A data de corte vem
      *          do cartao POSPURGE.PAR; sem cartao, retem-se o
      *          ultimo ano - folga de sobra para as comparacoes com
      *          ontem e com o mes anterior.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. POSPURGE.
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
           SELECT HISTORICO-FILE ASSIGN TO "POSHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT PARAM-FILE ASSIGN TO "POSPURGE.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

      *----------------------------------------------------------------*
      * Arquivo morto anual, nomeado pelo ano do registro expurgado
      * (POS2025.ARC, ...), aberto em EXTEND no mesmo esquema de
      * nome variavel do HSTPURGE.cob.
      *----------------------------------------------------------------*
           SELECT ARQUIVO-MORTO ASSIGN USING WS-NOME-ARQUIVO-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORTO-STATUS.

           SELECT POS-EXP-FILE ASSIGN TO "POSEXP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-EXP-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  HISTORICO-FILE.
           COPY POSHST.

       FD  PARAM-FILE.
       01  PARAM-EXPURGO.
           05 PAR-DATA-CORTE        PIC 9(08).

       FD  ARQUIVO-MORTO.
           COPY POSHST REPLACING ==REGISTRO-POSICAO==
                                BY ==REGISTRO-MORTO==
                       LEADING ==PH-== BY ==MT-==.

       FD  POS-EXP-FILE.
           COPY POSHST REPLACING ==REGISTRO-POSICAO==
                                BY ==REGISTRO-POS-EXP==
                       LEADING ==PH-== BY ==NV-==.
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-HISTORICO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-MORTO-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-POS-EXP-STATUS       PIC X(02) VALUE ZEROS.

       01  WS-NOME-ARQUIVO-MORTO.
           05 FILLER               PIC X(03) VALUE "POS".
           05 WS-NOME-ANO          PIC 9(04) VALUE ZEROS.
           05 FILLER               PIC X(04) VALUE ".ARC".

       77 WS-FIM-HISTORICO         PIC X     VALUE "N".
           88 FIM-HISTORICO        VALUE "S".

       77 WS-DATA-CORTE            PIC 9(08) VALUE ZERO.
       01  WS-HOJE                 PIC 9(08) VALUE ZERO.

       77 WS-ANO-MORTO-ABERTO      PIC 9(04) VALUE ZEROS.
       77 WS-MORTO-ABERTO          PIC X     VALUE "N".
           88 MORTO-ABERTO         VALUE "S".

       01  WS-PH-DATA-TAB.
           05 WS-PH-ANO            PIC 9(04).
           05 FILLER               PIC X(04).

       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZERO.
       77 WS-QTD-RETIDOS           PIC 9(07) VALUE ZERO.
       77 WS-QTD-EXPURGADOS        PIC 9(07) VALUE ZERO.
       77 WS-JOB-NOME              PIC X(08) VALUE "POSPURGE".
      *================================================================*
       PROCEDURE                          DIVISION.
      *================================================================*
       0000-PRINCIPAL.
           CALL "JOBLOG" USING WS-JOB-NOME "S".
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-DEFINIR-DATA-CORTE.
           PERFORM 0100-ABRIR-ARQUIVOS.
           PERFORM 0910-LER-HISTORICO.
           PERFORM UNTIL FIM-HISTORICO
               ADD 1 TO WS-QTD-LIDOS
               PERFORM 0200-CLASSIFICAR-REGISTRO
               PERFORM 0910-LER-HISTORICO
           END-PERFORM.
           PERFORM 0300-ENCERRAR.
           PERFORM 0350-EFETIVAR-HISTORICO.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Data de corte do cartao POSPURGE.PAR; sem cartao, um ano
      * para tras da data da maquina.
      *----------------------------------------------------------------*
       0050-DEFINIR-DATA-CORTE.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARAM-STATUS = "00"
                  AND PAR-DATA-CORTE IS NUMERIC
                  AND PAR-DATA-CORTE > ZERO
                   MOVE PAR-DATA-CORTE TO WS-DATA-CORTE
               END-IF
               CLOSE PARAM-FILE
           END-IF.
           IF WS-DATA-CORTE = ZERO
               MOVE WS-HOJE TO WS-DATA-CORTE
               SUBTRACT 10000 FROM WS-DATA-CORTE
               DISPLAY "POSPURGE.PAR AUSENTE - RETENDO UM ANO "
                       "(CORTE " WS-DATA-CORTE ")"
           END-IF.

       0100-ABRIR-ARQUIVOS.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HISTORICO-STATUS = "35"
               DISPLAY "AVISO - POSHST.DAT AUSENTE, NADA A "
                       "EXPURGAR"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA POSHST.DAT - STATUS "
                       WS-HISTORICO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT POS-EXP-FILE.
           IF WS-POS-EXP-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA POSEXP.TMP - STATUS "
                       WS-POS-EXP-STATUS
               CLOSE HISTORICO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * Posicao anterior a data de corte vai para o arquivo morto
      * do ano dele; os demais permanecem no historico corrente.
      *----------------------------------------------------------------*
       0200-CLASSIFICAR-REGISTRO.
           IF PH-DATA < WS-DATA-CORTE
               MOVE PH-DATA TO WS-PH-DATA-TAB
               PERFORM 0400-ABRIR-MORTO-DO-ANO
               MOVE REGISTRO-POSICAO TO REGISTRO-MORTO
               WRITE REGISTRO-MORTO
               ADD 1 TO WS-QTD-EXPURGADOS
           ELSE
               MOVE REGISTRO-POSICAO TO REGISTRO-POS-EXP
               WRITE REGISTRO-POS-EXP
               ADD 1 TO WS-QTD-RETIDOS
           END-IF.

       0400-ABRIR-MORTO-DO-ANO.
           IF MORTO-ABERTO AND WS-ANO-MORTO-ABERTO = WS-PH-ANO
               EXIT PARAGRAPH
           END-IF.
           IF MORTO-ABERTO
               CLOSE ARQUIVO-MORTO
           END-IF.
           MOVE WS-PH-ANO TO WS-NOME-ANO.
           MOVE WS-PH-ANO TO WS-ANO-MORTO-ABERTO.
           OPEN EXTEND ARQUIVO-MORTO.
           IF WS-MORTO-STATUS = "35"
               OPEN OUTPUT ARQUIVO-MORTO
           END-IF.
           IF WS-MORTO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA " WS-NOME-ARQUIVO-MORTO
                       " - STATUS " WS-MORTO-STATUS
               CLOSE HISTORICO-FILE
               CLOSE POS-EXP-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET MORTO-ABERTO TO TRUE.

       0300-ENCERRAR.
           CLOSE HISTORICO-FILE.
           CLOSE POS-EXP-FILE.
           IF MORTO-ABERTO
               CLOSE ARQUIVO-MORTO
           END-IF.
           DISPLAY "POSICOES LIDAS.......: " WS-QTD-LIDOS.
           DISPLAY "POSICOES RETIDAS.....: " WS-QTD-RETIDOS.
           DISPLAY "POSICOES EXPURGADAS..: " WS-QTD-EXPURGADOS.

      *----------------------------------------------------------------*
      * Copia POSEXP.TMP por cima de POSHST.DAT somente depois do
      * expurgo completo, como o HSTPURGE faz com HSTNOVO.TMP.
      *----------------------------------------------------------------*
       0350-EFETIVAR-HISTORICO.
           MOVE "N" TO WS-FIM-HISTORICO.
           OPEN INPUT POS-EXP-FILE.
           OPEN OUTPUT HISTORICO-FILE.
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVACAO POSHST.DAT - STATUS "
                       WS-HISTORICO-STATUS
               CLOSE POS-EXP-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0920-LER-POS-EXP.
           PERFORM UNTIL FIM-HISTORICO
               MOVE REGISTRO-POS-EXP TO REGISTRO-POSICAO
               WRITE REGISTRO-POSICAO
               PERFORM 0920-LER-POS-EXP
           END-PERFORM.
           CLOSE POS-EXP-FILE.
           CLOSE HISTORICO-FILE.

       0910-LER-HISTORICO.
           READ HISTORICO-FILE
               AT END
                   SET FIM-HISTORICO TO TRUE
           END-READ.

       0920-LER-POS-EXP.
           READ POS-EXP-FILE
               AT END
                   SET FIM-HISTORICO TO TRUE
           END-READ.
