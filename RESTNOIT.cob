      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Desfaz uma noite inteira: restaura, como um
      *          conjunto, todos os arquivos da geracao gravada pelo
      *          BKPNOITE.cob antes da edicao previa da noite
      *          informada no cartao RESTNOIT.PAR (AAAAMMDD da data
      *          do movimento). Antes de tocar em qualquer arquivo
      *          confere cada copia contra a quantidade registrada em
      *          NOITECTL.DAT; depois de restaurar, le de novo cada
      *          arquivo e confere quantidade e total de valor. A
      *          reversao fica registrada no CONTROLE.DAT (CTLTOT) e
      *          no RUNLOG.DAT (JOBLOG). Passo de recuperacao manual,
      *          como o RESTCLI: depois dele a noite e reprocessada
      *          com DATAMOV.PAR na data desfeita
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. RESTNOIT.
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
           SELECT PARAM-FILE ASSIGN TO "RESTNOIT.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

      *----------------------------------------------------------------*
      * Arquivos da relacao de NOITEARQ.cpy: os sequenciais pelo
      * nome variavel, os indexados com SELECT proprio.
      *----------------------------------------------------------------*
           SELECT ARQUIVO-FILE ASSIGN USING WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-ARQUIVO-STATUS.

           SELECT NEGSALDO-FILE ASSIGN TO "NEGSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NG-CONTA
               FILE STATUS IS WS-ARQUIVO-STATUS.

           SELECT COBRANCA-FILE ASSIGN TO "COBRANCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-CONTA
               FILE STATUS IS WS-ARQUIVO-STATUS.

           SELECT NSUREG-FILE ASSIGN TO "NSUREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NSU-NUMERO
               FILE STATUS IS WS-ARQUIVO-STATUS.

           SELECT REJREG-FILE ASSIGN TO "REJREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RR-NSU
               FILE STATUS IS WS-ARQUIVO-STATUS.

           SELECT PREJUIZO-FILE ASSIGN TO "PREJUIZO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PJ-CONTA
               FILE STATUS IS WS-ARQUIVO-STATUS.

           SELECT COPIA-FILE ASSIGN USING WS-NOME-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.

           SELECT CONTROLE-NOITE-FILE ASSIGN TO "NOITECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-NOITE-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RESTAURACAO.
           05 PAR-DATA-NOITE        PIC 9(08).

       FD  ARQUIVO-FILE.
           COPY LANCTO.
           COPY SALDOHST.
           COPY PARCAGD.
           COPY IOFHST.
           COPY CKPT.
           COPY ENCATR.
           COPY ACORDO.
           COPY PREJMOV.
       01  REGISTRO-MORTO.
           05 MT-LANCAMENTO         PIC X(60).
           05 MT-MOTIVO             PIC X(02).
           05 MT-MENSAGEM           PIC X(40).
       01  REGISTRO-PROV-ANT.
           05 PV-DATA               PIC 9(08).
           05 PV-PROV-FAIXA-1       PIC 9(13)V99.
           05 PV-PROV-FAIXA-2       PIC 9(13)V99.
           05 PV-PROV-FAIXA-3       PIC 9(13)V99.
           05 PV-PROV-FAIXA-4       PIC 9(13)V99.
       01  REGISTRO-CONTROLE-CNAB.
           05 CCT-ULTIMA-REMESSA    PIC 9(07).
           05 CCT-ULTIMO-NOSSO      PIC 9(10).
           05 CCT-DATA-REMESSA      PIC 9(08).

       FD  SALDO-FILE.
           COPY SALDO.

       FD  NEGSALDO-FILE.
           COPY NEGSALDO.

       FD  COBRANCA-FILE.
           COPY COBRANCA.

       FD  NSUREG-FILE.
           COPY NSUREG.

       FD  REJREG-FILE.
           COPY REJREG.

       FD  PREJUIZO-FILE.
           COPY PREJUIZO.

       FD  COPIA-FILE.
           COPY SALDO REPLACING ==REGISTRO-SALDO== BY ==CP-SALDO==
                      LEADING ==SAL-== BY ==CP-SAL-==.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==CP-LANCAMENTO==
                      LEADING ==LC-== BY ==CP-LC-==.
           COPY SALDOHST REPLACING ==REGISTRO-SALDO-HIST==
                                BY ==CP-SALDO-HIST==
                      LEADING ==SH-== BY ==CP-SH-==.
           COPY PARCAGD REPLACING ==REGISTRO-AGENDA== BY ==CP-AGENDA==
                      LEADING ==AGD-== BY ==CP-AGD-==.
           COPY IOFHST REPLACING ==REGISTRO-IOF-HIST==
                              BY ==CP-IOF-HIST==
                      LEADING ==IH-== BY ==CP-IH-==.
           COPY CKPT REPLACING ==REGISTRO-CHECKPOINT==
                            BY ==CP-CHECKPOINT==
                      LEADING ==CK-== BY ==CP-CK-==.
           COPY ENCATR REPLACING ==REGISTRO-ENCARGO==
                              BY ==CP-ENCARGO==
                      LEADING ==ENC-== BY ==CP-ENC-==.
           COPY ACORDO REPLACING ==REGISTRO-ACORDO==
                              BY ==CP-ACORDO==
                      LEADING ==ACO-== BY ==CP-ACO-==.
           COPY NEGSALDO REPLACING ==REGISTRO-NEGATIVO==
                                BY ==CP-NEGATIVO==
                      LEADING ==NG-== BY ==CP-NG-==.
           COPY COBRANCA REPLACING ==REGISTRO-COBRANCA==
                                BY ==CP-COBRANCA==
                      LEADING ==CB-== BY ==CP-CB-==.
           COPY NSUREG REPLACING ==REGISTRO-NSU== BY ==CP-NSU==
                      LEADING ==NSU-== BY ==CP-NSU-==.
           COPY REJREG REPLACING ==REGISTRO-REJ-REG== BY ==CP-REJ-REG==
                      LEADING ==RR-== BY ==CP-RR-==.
           COPY PREJUIZO REPLACING ==REGISTRO-PREJUIZO==
                                BY ==CP-PREJUIZO==
                      LEADING ==PJ-== BY ==CP-PJ-==.
           COPY PREJMOV REPLACING ==REGISTRO-PREJ-MOV==
                               BY ==CP-PREJ-MOV==
                      LEADING ==PM-== BY ==CP-PM-==.
       01  CP-MORTO                 PIC X(102).
       01  CP-PROV-ANT              PIC X(68).
       01  CP-CONTROLE-CNAB         PIC X(25).

       FD  CONTROLE-NOITE-FILE.
           COPY NOITECTL.
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-ARQUIVO-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-COPIA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-CONTROLE-NOITE-STATUS PIC X(02) VALUE ZEROS.

       77 WS-FIM-ARQUIVO           PIC X     VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 WS-FIM-COPIA             PIC X     VALUE "N".
           88 FIM-COPIA            VALUE "S".
       77 WS-FIM-CONTROLE          PIC X     VALUE "N".
           88 FIM-CONTROLE         VALUE "S".

           COPY NOITEARQ.

       77 WS-NOME-ARQUIVO          PIC X(13) VALUE SPACES.
       77 WS-NOME-COPIA            PIC X(13) VALUE SPACES.
       77 WS-LAYOUT                PIC X(02) VALUE SPACES.
       77 WS-IDX-ARQ               PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------*
      * Arquivos da geracao a restaurar, com a quantidade e o total
      * registrados pelo BKPNOITE no momento da copia.
      *----------------------------------------------------------------*
       01  TABELA-RESTAURACAO.
           05 TAB-RST OCCURS 40 TIMES.
               10 TAB-RST-ARQUIVO   PIC X(13).
               10 TAB-RST-COPIA     PIC X(10).
               10 TAB-RST-LAYOUT    PIC X(02).
               10 TAB-RST-QTD       PIC 9(09).
               10 TAB-RST-TOTAL     PIC S9(13)V99.
       77 WS-QTD-RST               PIC 9(02) VALUE ZERO.
       77 WS-IDX-RST               PIC 9(02) VALUE ZERO.

       01  TABELA-GERACOES.
           05 TAB-GER OCCURS 3 TIMES.
               10 TAB-GER-DATA      PIC 9(08).
               10 TAB-GER-COMPLETA  PIC X.
       77 WS-IDX-GER               PIC 9(01) VALUE ZERO.
       77 WS-GERACAO               PIC 9(01) VALUE ZERO.

       77 WS-QTD-REGISTROS         PIC 9(09) VALUE ZERO.
       77 WS-TOTAL-VALOR           PIC S9(13)V99 VALUE ZERO.
       77 WS-QTD-ARQUIVOS          PIC 9(02) VALUE ZERO.
       77 WS-QTD-TOTAL-REGISTROS   PIC 9(09) VALUE ZERO.
       77 WS-QTD-DIVERGENCIAS      PIC 9(02) VALUE ZERO.
       77 WS-QTD-GRAVACAO-ERRO     PIC 9(09) VALUE ZERO.
       77 WS-QTD-EDT               PIC ZZZZZZZZ9.
       77 WS-TOTAL-EDT             PIC --------------9.99.

       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "RESTNOIT".
       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.
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
           PERFORM 0050-LER-PARAMETRO.
           PERFORM 0100-LOCALIZAR-GERACAO.
           PERFORM 0200-CONFERIR-COPIAS.
           PERFORM VARYING WS-IDX-RST FROM 1 BY 1
                   UNTIL WS-IDX-RST > WS-QTD-RST
               PERFORM 0300-RESTAURAR-ARQUIVO
           END-PERFORM.

           MOVE "ARQUIVOS-RESTAURADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-ARQUIVOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "REGISTROS-RESTAURADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-TOTAL-REGISTROS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "NOITE-DESFEITA" TO WS-CTL-CONTADOR.
           MOVE PAR-DATA-NOITE TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "DIVERGENCIAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-DIVERGENCIAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

           DISPLAY "NOITE " PAR-DATA-NOITE " DESFEITA A PARTIR DA "
                   "GERACAO " WS-GERACAO ": " WS-QTD-ARQUIVOS
                   " ARQUIVO(S), " WS-QTD-TOTAL-REGISTROS
                   " REGISTRO(S)".
           IF WS-QTD-DIVERGENCIAS > ZERO
               DISPLAY "RESTAURACAO COM " WS-QTD-DIVERGENCIAS
                       " ARQUIVO(S) DIVERGENTE(S) DO CONTROLE - NAO "
                       "REPROCESSAR ANTES DE ANALISAR"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "REPROCESSAR A NOITE COM DATAMOV.PAR = "
                   PAR-DATA-NOITE.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0050-LER-PARAMETRO.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "RESTNOIT.PAR AUSENTE - INFORME A DATA DO "
                       "MOVIMENTO (AAAAMMDD) DA NOITE A DESFAZER"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO PAR-DATA-NOITE.
           READ PARAM-FILE
               AT END
                   CONTINUE
           END-READ.
           CLOSE PARAM-FILE.
           IF PAR-DATA-NOITE NOT NUMERIC OR PAR-DATA-NOITE = ZERO
               DISPLAY "DATA DA NOITE INVALIDA NO RESTNOIT.PAR"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * Procura a geracao completa (com registro "F") da noite pedida
      * e guarda os seus arquivos. Geracao completa de noite
      * posterior tambem e desfeita de fato pela restauracao - avisa.
      *----------------------------------------------------------------*
       0100-LOCALIZAR-GERACAO.
           PERFORM VARYING WS-IDX-GER FROM 1 BY 1 UNTIL WS-IDX-GER > 3
               MOVE ZERO TO TAB-GER-DATA(WS-IDX-GER)
               MOVE "N"  TO TAB-GER-COMPLETA(WS-IDX-GER)
           END-PERFORM.
           OPEN INPUT CONTROLE-NOITE-FILE.
           IF WS-CONTROLE-NOITE-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA NOITECTL.DAT - STATUS "
                       WS-CONTROLE-NOITE-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-CONTROLE
               READ CONTROLE-NOITE-FILE
                   AT END
                       SET FIM-CONTROLE TO TRUE
                   NOT AT END
                       IF NC-GERACAO >= 1 AND NC-GERACAO <= 3
                          AND NC-GERACAO-COMPLETA
                           MOVE NC-DATA-MOVIMENTO
                               TO TAB-GER-DATA(NC-GERACAO)
                           MOVE "S" TO TAB-GER-COMPLETA(NC-GERACAO)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROLE-NOITE-FILE.

           PERFORM VARYING WS-IDX-GER FROM 1 BY 1 UNTIL WS-IDX-GER > 3
               IF TAB-GER-COMPLETA(WS-IDX-GER) = "S"
                   IF TAB-GER-DATA(WS-IDX-GER) = PAR-DATA-NOITE
                       MOVE WS-IDX-GER TO WS-GERACAO
                   END-IF
                   IF TAB-GER-DATA(WS-IDX-GER) > PAR-DATA-NOITE
                       DISPLAY "AVISO - NOITE "
                               TAB-GER-DATA(WS-IDX-GER)
                               " (POSTERIOR) TAMBEM SERA DESFEITA"
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GERACAO = ZERO
               DISPLAY "NAO HA SALVAGUARDA COMPLETA DA NOITE "
                       PAR-DATA-NOITE " EM NOITECTL.DAT"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-FIM-CONTROLE.
           OPEN INPUT CONTROLE-NOITE-FILE.
           PERFORM UNTIL FIM-CONTROLE
               READ CONTROLE-NOITE-FILE
                   AT END
                       SET FIM-CONTROLE TO TRUE
                   NOT AT END
                       IF NC-GERACAO = WS-GERACAO
                          AND NC-ARQUIVO-COPIADO
                           PERFORM 0150-GUARDAR-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROLE-NOITE-FILE.

       0150-GUARDAR-ARQUIVO.
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > QTD-ARQUIVOS-NOITE
               IF TAB-NOI-ARQUIVO(WS-IDX-ARQ) = NC-ARQUIVO
                  AND WS-QTD-RST < 40
                   ADD 1 TO WS-QTD-RST
                   MOVE NC-ARQUIVO TO TAB-RST-ARQUIVO(WS-QTD-RST)
                   MOVE TAB-NOI-COPIA(WS-IDX-ARQ)
                       TO TAB-RST-COPIA(WS-QTD-RST)
                   MOVE TAB-NOI-LAYOUT(WS-IDX-ARQ)
                       TO TAB-RST-LAYOUT(WS-QTD-RST)
                   MOVE NC-QTD-REGISTROS TO TAB-RST-QTD(WS-QTD-RST)
                   MOVE NC-TOTAL-VALOR TO TAB-RST-TOTAL(WS-QTD-RST)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Todas as copias precisam estar presentes e com a quantidade
      * do controle antes de qualquer arquivo ser sobreposto: uma
      * restauracao pela metade deixaria a noite em estado pior do
      * que a propria noite ruim.
      *----------------------------------------------------------------*
       0200-CONFERIR-COPIAS.
           PERFORM VARYING WS-IDX-RST FROM 1 BY 1
                   UNTIL WS-IDX-RST > WS-QTD-RST
               PERFORM 0250-CONTAR-COPIA
               IF WS-QTD-REGISTROS NOT = TAB-RST-QTD(WS-IDX-RST)
                   MOVE WS-QTD-REGISTROS TO WS-QTD-EDT
                   DISPLAY "COPIA " WS-NOME-COPIA " COM "
                           WS-QTD-EDT " REGISTRO(S), CONTROLE "
                           TAB-RST-QTD(WS-IDX-RST)
                   ADD 1 TO WS-QTD-DIVERGENCIAS
               END-IF
           END-PERFORM.
           IF WS-QTD-DIVERGENCIAS > ZERO
               DISPLAY "GERACAO " WS-GERACAO " DANIFICADA - NENHUM "
                       "ARQUIVO FOI RESTAURADO"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0250-CONTAR-COPIA.
           PERFORM 0260-MONTAR-NOMES.
           MOVE ZERO TO WS-QTD-REGISTROS.
           MOVE "N"  TO WS-FIM-COPIA.
           OPEN INPUT COPIA-FILE.
           IF WS-COPIA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA " WS-NOME-COPIA " - STATUS "
                       WS-COPIA-STATUS
               MOVE 999999999 TO WS-QTD-REGISTROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-COPIA
               READ COPIA-FILE
                   AT END
                       SET FIM-COPIA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-REGISTROS
               END-READ
           END-PERFORM.
           CLOSE COPIA-FILE.

       0260-MONTAR-NOMES.
           MOVE TAB-RST-ARQUIVO(WS-IDX-RST) TO WS-NOME-ARQUIVO.
           MOVE TAB-RST-LAYOUT(WS-IDX-RST)  TO WS-LAYOUT.
           MOVE SPACES TO WS-NOME-COPIA.
           STRING TAB-RST-COPIA(WS-IDX-RST) DELIMITED BY SPACE
                  ".G"                      DELIMITED BY SIZE
                  WS-GERACAO                DELIMITED BY SIZE
                  INTO WS-NOME-COPIA
           END-STRING.

      *----------------------------------------------------------------*
      * Recria o arquivo a partir da copia (os indexados foram
      * copiados em sequencia de chave, entao a carga e sequencial)
      * e confere o resultado contra o controle.
      *----------------------------------------------------------------*
       0300-RESTAURAR-ARQUIVO.
           PERFORM 0260-MONTAR-NOMES.
           MOVE ZERO TO WS-QTD-GRAVACAO-ERRO.
           MOVE "N"  TO WS-FIM-COPIA.
           OPEN INPUT COPIA-FILE.
           EVALUATE WS-LAYOUT
               WHEN "SA"
                   OPEN OUTPUT SALDO-FILE
               WHEN "NG"
                   OPEN OUTPUT NEGSALDO-FILE
               WHEN "CB"
                   OPEN OUTPUT COBRANCA-FILE
               WHEN "NS"
                   OPEN OUTPUT NSUREG-FILE
               WHEN "RR"
                   OPEN OUTPUT REJREG-FILE
               WHEN "PJ"
                   OPEN OUTPUT PREJUIZO-FILE
               WHEN OTHER
                   OPEN OUTPUT ARQUIVO-FILE
           END-EVALUATE.
           IF WS-ARQUIVO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA " WS-NOME-ARQUIVO " - STATUS "
                       WS-ARQUIVO-STATUS
               ADD 1 TO WS-QTD-DIVERGENCIAS
               CLOSE COPIA-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-COPIA
               READ COPIA-FILE
                   AT END
                       SET FIM-COPIA TO TRUE
                   NOT AT END
                       PERFORM 0350-GRAVAR-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE COPIA-FILE.
           EVALUATE WS-LAYOUT
               WHEN "SA"
                   CLOSE SALDO-FILE
               WHEN "NG"
                   CLOSE NEGSALDO-FILE
               WHEN "CB"
                   CLOSE COBRANCA-FILE
               WHEN "NS"
                   CLOSE NSUREG-FILE
               WHEN "RR"
                   CLOSE REJREG-FILE
               WHEN "PJ"
                   CLOSE PREJUIZO-FILE
               WHEN OTHER
                   CLOSE ARQUIVO-FILE
           END-EVALUATE.
           PERFORM 0400-CONFERIR-ARQUIVO.

       0350-GRAVAR-REGISTRO.
           EVALUATE WS-LAYOUT
               WHEN "SA"
                   WRITE REGISTRO-SALDO FROM CP-SALDO
                       INVALID KEY
                           ADD 1 TO WS-QTD-GRAVACAO-ERRO
                   END-WRITE
               WHEN "LC"
                   WRITE LANCAMENTO FROM CP-LANCAMENTO
               WHEN "SH"
                   WRITE REGISTRO-SALDO-HIST FROM CP-SALDO-HIST
               WHEN "AG"
                   WRITE REGISTRO-AGENDA FROM CP-AGENDA
               WHEN "IH"
                   WRITE REGISTRO-IOF-HIST FROM CP-IOF-HIST
               WHEN "MT"
                   WRITE REGISTRO-MORTO FROM CP-MORTO
               WHEN "PV"
                   WRITE REGISTRO-PROV-ANT FROM CP-PROV-ANT
               WHEN "CK"
                   WRITE REGISTRO-CHECKPOINT FROM CP-CHECKPOINT
               WHEN "EA"
                   WRITE REGISTRO-ENCARGO FROM CP-ENCARGO
               WHEN "AC"
                   WRITE REGISTRO-ACORDO FROM CP-ACORDO
               WHEN "PM"
                   WRITE REGISTRO-PREJ-MOV FROM CP-PREJ-MOV
               WHEN "CC"
                   WRITE REGISTRO-CONTROLE-CNAB FROM CP-CONTROLE-CNAB
               WHEN "NG"
                   WRITE REGISTRO-NEGATIVO FROM CP-NEGATIVO
                       INVALID KEY
                           ADD 1 TO WS-QTD-GRAVACAO-ERRO
                   END-WRITE
               WHEN "CB"
                   WRITE REGISTRO-COBRANCA FROM CP-COBRANCA
                       INVALID KEY
                           ADD 1 TO WS-QTD-GRAVACAO-ERRO
                   END-WRITE
               WHEN "NS"
                   WRITE REGISTRO-NSU FROM CP-NSU
                       INVALID KEY
                           ADD 1 TO WS-QTD-GRAVACAO-ERRO
                   END-WRITE
               WHEN "RR"
                   WRITE REGISTRO-REJ-REG FROM CP-REJ-REG
                       INVALID KEY
                           ADD 1 TO WS-QTD-GRAVACAO-ERRO
                   END-WRITE
               WHEN "PJ"
                   WRITE REGISTRO-PREJUIZO FROM CP-PREJUIZO
                       INVALID KEY
                           ADD 1 TO WS-QTD-GRAVACAO-ERRO
                   END-WRITE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Le o arquivo restaurado e compara quantidade e total de valor
      * com o que o BKPNOITE registrou ao copiar.
      *----------------------------------------------------------------*
       0400-CONFERIR-ARQUIVO.
           MOVE ZERO TO WS-QTD-REGISTROS.
           MOVE ZERO TO WS-TOTAL-VALOR.
           MOVE "N"  TO WS-FIM-ARQUIVO.
           EVALUATE WS-LAYOUT
               WHEN "SA"
                   PERFORM 0460-LER-SALDO
               WHEN "NG"
                   PERFORM 0420-LER-NEGSALDO
               WHEN "CB"
                   PERFORM 0430-LER-COBRANCA
               WHEN "NS"
                   PERFORM 0440-LER-NSUREG
               WHEN "RR"
                   PERFORM 0450-LER-REJREG
               WHEN "PJ"
                   PERFORM 0470-LER-PREJUIZO
               WHEN OTHER
                   PERFORM 0410-LER-SEQUENCIAL
           END-EVALUATE.
           ADD 1 TO WS-QTD-ARQUIVOS.
           ADD WS-QTD-REGISTROS TO WS-QTD-TOTAL-REGISTROS.
           IF WS-QTD-REGISTROS NOT = TAB-RST-QTD(WS-IDX-RST)
              OR WS-TOTAL-VALOR NOT = TAB-RST-TOTAL(WS-IDX-RST)
              OR WS-QTD-GRAVACAO-ERRO > ZERO
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE WS-QTD-REGISTROS TO WS-QTD-EDT
               MOVE WS-TOTAL-VALOR TO WS-TOTAL-EDT
               DISPLAY "DIVERGENTE " WS-NOME-ARQUIVO ": RESTAURADO "
                       WS-QTD-EDT " REG " WS-TOTAL-EDT
               MOVE TAB-RST-QTD(WS-IDX-RST) TO WS-QTD-EDT
               MOVE TAB-RST-TOTAL(WS-IDX-RST) TO WS-TOTAL-EDT
               DISPLAY "             CONTROLE   "
                       WS-QTD-EDT " REG " WS-TOTAL-EDT
           ELSE
               DISPLAY WS-NOME-COPIA " -> " WS-NOME-ARQUIVO ": "
                       WS-QTD-REGISTROS " REGISTRO(S) CONFEREM"
           END-IF.

       0410-LER-SEQUENCIAL.
           OPEN INPUT ARQUIVO-FILE.
           IF WS-ARQUIVO-STATUS NOT = "00"
               MOVE 999999999 TO WS-QTD-REGISTROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQUIVO-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       PERFORM 0415-SOMAR-SEQUENCIAL
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-FILE.

       0415-SOMAR-SEQUENCIAL.
           ADD 1 TO WS-QTD-REGISTROS.
           EVALUATE WS-LAYOUT
               WHEN "LC"
                   ADD LC-VALOR TO WS-TOTAL-VALOR
               WHEN "SH"
                   ADD SH-SALDO TO WS-TOTAL-VALOR
               WHEN "AG"
                   ADD AGD-VALOR TO WS-TOTAL-VALOR
               WHEN "EA"
                   ADD ENC-VALOR-TOTAL TO WS-TOTAL-VALOR
               WHEN "AC"
                   ADD ACO-VALOR-ACORDO TO WS-TOTAL-VALOR
               WHEN "PM"
                   ADD PM-VALOR TO WS-TOTAL-VALOR
               WHEN "IH"
                   ADD IH-IOF-DIARIO IH-IOF-ADICIONAL
                       TO WS-TOTAL-VALOR
               WHEN "PV"
                   ADD PV-PROV-FAIXA-1 PV-PROV-FAIXA-2
                       PV-PROV-FAIXA-3 PV-PROV-FAIXA-4
                       TO WS-TOTAL-VALOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0420-LER-NEGSALDO.
           OPEN INPUT NEGSALDO-FILE.
           IF WS-ARQUIVO-STATUS NOT = "00"
               MOVE 999999999 TO WS-QTD-REGISTROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ NEGSALDO-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-REGISTROS
               END-READ
           END-PERFORM.
           CLOSE NEGSALDO-FILE.

       0430-LER-COBRANCA.
           OPEN INPUT COBRANCA-FILE.
           IF WS-ARQUIVO-STATUS NOT = "00"
               MOVE 999999999 TO WS-QTD-REGISTROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ COBRANCA-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-REGISTROS
                       ADD CB-PROM-VALOR TO WS-TOTAL-VALOR
               END-READ
           END-PERFORM.
           CLOSE COBRANCA-FILE.

       0440-LER-NSUREG.
           OPEN INPUT NSUREG-FILE.
           IF WS-ARQUIVO-STATUS NOT = "00"
               MOVE 999999999 TO WS-QTD-REGISTROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ NSUREG-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-REGISTROS
                       ADD NSU-VALOR TO WS-TOTAL-VALOR
               END-READ
           END-PERFORM.
           CLOSE NSUREG-FILE.

       0450-LER-REJREG.
           OPEN INPUT REJREG-FILE.
           IF WS-ARQUIVO-STATUS NOT = "00"
               MOVE 999999999 TO WS-QTD-REGISTROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ REJREG-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-REGISTROS
               END-READ
           END-PERFORM.
           CLOSE REJREG-FILE.

       0460-LER-SALDO.
           OPEN INPUT SALDO-FILE.
           IF WS-ARQUIVO-STATUS NOT = "00"
               MOVE 999999999 TO WS-QTD-REGISTROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ SALDO-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-REGISTROS
                       ADD SAL-SALDO TO WS-TOTAL-VALOR
               END-READ
           END-PERFORM.
           CLOSE SALDO-FILE.

       0470-LER-PREJUIZO.
           OPEN INPUT PREJUIZO-FILE.
           IF WS-ARQUIVO-STATUS NOT = "00"
               MOVE 999999999 TO WS-QTD-REGISTROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ PREJUIZO-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-REGISTROS
                       ADD PJ-VALOR-BAIXADO TO WS-TOTAL-VALOR
               END-READ
           END-PERFORM.
           CLOSE PREJUIZO-FILE.
