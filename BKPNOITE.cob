      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Salvaguarda da noite antes da edicao previa - copia
      *          para a proxima geracao (<arquivo>.G1/G2/G3, em
      *          rodizio como o CLIBKP do VERCLI) todos os arquivos
      *          que os passos do razao em diante mudam (relacao em
      *          NOITEARQ.cpy: saldos, movimento acumulado, historico
      *          de saldos, negativos, agenda de parcelas, cobranca,
      *          NSU, arquivos de passagem LANCxxx, etc.) e grava em
      *          NOITECTL.DAT a quantidade de registros e o total de
      *          valor de cada copia. Com isso uma noite ruim pode ser
      *          desfeita inteira pelo RESTNOIT.cob e reprocessada,
      *          em vez de corrigida lancamento a lancamento. Falha
      *          na copia termina com RC 8: a noite nao roda sem
      *          ponto de retorno
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. BKPNOITE.
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
      * Arquivos sequenciais da relacao, abertos pelo nome variavel,
      * um de cada vez; os indexados tem SELECT proprio por causa da
      * chave.
      *----------------------------------------------------------------*
           SELECT ORIGEM-FILE ASSIGN USING WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT NEGSALDO-FILE ASSIGN TO "NEGSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NG-CONTA
               FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT COBRANCA-FILE ASSIGN TO "COBRANCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-CONTA
               FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT NSUREG-FILE ASSIGN TO "NSUREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NSU-NUMERO
               FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT REJREG-FILE ASSIGN TO "REJREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RR-NSU
               FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT PREJUIZO-FILE ASSIGN TO "PREJUIZO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PJ-CONTA
               FILE STATUS IS WS-ORIGEM-STATUS.

      *----------------------------------------------------------------*
      * Copia da geracao: sequencial, um layout por tipo de arquivo
      * (os indexados saem em sequencia de chave).
      *----------------------------------------------------------------*
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
       FD  ORIGEM-FILE.
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
       77 WS-ORIGEM-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-COPIA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-CONTROLE-NOITE-STATUS PIC X(02) VALUE ZEROS.

       77 WS-FIM-ORIGEM            PIC X     VALUE "N".
           88 FIM-ORIGEM           VALUE "S".
       77 WS-FIM-CONTROLE          PIC X     VALUE "N".
           88 FIM-CONTROLE         VALUE "S".
       77 WS-ORIGEM-AUSENTE        PIC X     VALUE "N".
           88 ORIGEM-AUSENTE       VALUE "S".

           COPY NOITEARQ.

       77 WS-NOME-ORIGEM           PIC X(13) VALUE SPACES.
       77 WS-NOME-COPIA            PIC X(13) VALUE SPACES.
       77 WS-LAYOUT                PIC X(02) VALUE SPACES.
       77 WS-IDX-ARQ               PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------*
      * Controle das geracoes em memoria: os registros como estao no
      * arquivo (3 geracoes x 34 registros cabem folgados em 150) e,
      * por geracao, a data da noite e se o conjunto esta completo.
      *----------------------------------------------------------------*
       01  TABELA-CONTROLE.
           05 TAB-CTL-REGISTRO OCCURS 150 TIMES PIC X(63).
       77 WS-QTD-CTL               PIC 9(03) VALUE ZERO.
       77 WS-IDX-CTL               PIC 9(03) VALUE ZERO.
       01  TABELA-GERACOES.
           05 TAB-GER OCCURS 3 TIMES.
               10 TAB-GER-DATA      PIC 9(08).
               10 TAB-GER-COMPLETA  PIC X.
               10 TAB-GER-CARIMBO   PIC 9(16).
       77 WS-IDX-GER               PIC 9(01) VALUE ZERO.
       77 WS-GERACAO               PIC 9(01) VALUE ZERO.
       77 WS-ULTIMA-GERACAO        PIC 9(01) VALUE ZERO.
       77 WS-ULTIMO-CARIMBO        PIC 9(16) VALUE ZERO.
       01  WS-CARIMBO.
           05 WS-CAR-DATA          PIC 9(08).
           05 WS-CAR-HORA          PIC 9(08).

       77 WS-QTD-REGISTROS         PIC 9(09) VALUE ZERO.
       77 WS-TOTAL-VALOR           PIC S9(13)V99 VALUE ZERO.
       77 WS-QTD-ARQUIVOS          PIC 9(02) VALUE ZERO.
       77 WS-QTD-TOTAL-REGISTROS   PIC 9(09) VALUE ZERO.

       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-DATA-MAQUINA          PIC 9(08) VALUE ZERO.
       77 WS-HORA-MAQUINA          PIC 9(08) VALUE ZERO.
       77 WS-JOB-NOME              PIC X(08) VALUE "BKPNOITE".
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
           ACCEPT WS-DATA-MAQUINA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-MAQUINA FROM TIME.
           PERFORM 0100-CARREGAR-CONTROLE.
           PERFORM 0200-ESCOLHER-GERACAO.
           PERFORM 0250-LIBERAR-GERACAO.
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > QTD-ARQUIVOS-NOITE
               PERFORM 0300-COPIAR-ARQUIVO
           END-PERFORM.
           PERFORM 0600-FECHAR-GERACAO.

           MOVE "ARQUIVOS-COPIADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-ARQUIVOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "REGISTROS-COPIADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-TOTAL-REGISTROS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           DISPLAY "SALVAGUARDA DA NOITE " WS-DATA-MOVIMENTO
                   " NA GERACAO " WS-GERACAO ": " WS-QTD-ARQUIVOS
                   " ARQUIVO(S), " WS-QTD-TOTAL-REGISTROS
                   " REGISTRO(S)".
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0100-CARREGAR-CONTROLE.
           PERFORM VARYING WS-IDX-GER FROM 1 BY 1 UNTIL WS-IDX-GER > 3
               MOVE ZERO TO TAB-GER-DATA(WS-IDX-GER)
               MOVE "N"  TO TAB-GER-COMPLETA(WS-IDX-GER)
               MOVE ZERO TO TAB-GER-CARIMBO(WS-IDX-GER)
           END-PERFORM.
           OPEN INPUT CONTROLE-NOITE-FILE.
           IF WS-CONTROLE-NOITE-STATUS NOT = "00"
               DISPLAY "NOITECTL.DAT AUSENTE - PRIMEIRA SALVAGUARDA"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-CONTROLE
               READ CONTROLE-NOITE-FILE
                   AT END
                       SET FIM-CONTROLE TO TRUE
                   NOT AT END
                       PERFORM 0150-GUARDAR-CONTROLE
               END-READ
           END-PERFORM.
           CLOSE CONTROLE-NOITE-FILE.

       0150-GUARDAR-CONTROLE.
           IF NC-GERACAO < 1 OR NC-GERACAO > 3
              OR WS-QTD-CTL >= 150
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-CTL.
           MOVE REGISTRO-CONTROLE-NOITE TO TAB-CTL-REGISTRO(WS-QTD-CTL).
           MOVE NC-DATA-MOVIMENTO TO TAB-GER-DATA(NC-GERACAO).
           IF NC-GERACAO-COMPLETA
               MOVE "S" TO TAB-GER-COMPLETA(NC-GERACAO)
               MOVE NC-DATA-GRAVACAO TO WS-CAR-DATA
               MOVE NC-HORA-GRAVACAO TO WS-CAR-HORA
               MOVE WS-CARIMBO TO TAB-GER-CARIMBO(NC-GERACAO)
           END-IF.

      *----------------------------------------------------------------*
      * Reexecucao da mesma noite nao tira outra copia: a geracao
      * completa da data ja e o retrato de antes do razao, e copiar
      * de novo depois de uma rodada que parou no meio gravaria o
      * estado parcial por cima dele. Geracao da data que ficou pela
      * metade e refeita no mesmo lugar; senao, a seguinte a ultima
      * completa, em rodizio de 3.
      *----------------------------------------------------------------*
       0200-ESCOLHER-GERACAO.
           PERFORM VARYING WS-IDX-GER FROM 1 BY 1 UNTIL WS-IDX-GER > 3
               IF TAB-GER-DATA(WS-IDX-GER) = WS-DATA-MOVIMENTO
                   IF TAB-GER-COMPLETA(WS-IDX-GER) = "S"
                       DISPLAY "AVISO - NOITE " WS-DATA-MOVIMENTO
                               " JA SALVA NA GERACAO " WS-IDX-GER
                               " - GERACAO MANTIDA"
                       CALL "JOBLOG" USING WS-JOB-NOME "E"
                       MOVE 0 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-IDX-GER TO WS-GERACAO
               END-IF
               IF TAB-GER-COMPLETA(WS-IDX-GER) = "S"
                  AND TAB-GER-CARIMBO(WS-IDX-GER) > WS-ULTIMO-CARIMBO
                   MOVE TAB-GER-CARIMBO(WS-IDX-GER)
                       TO WS-ULTIMO-CARIMBO
                   MOVE WS-IDX-GER TO WS-ULTIMA-GERACAO
               END-IF
           END-PERFORM.
           IF WS-GERACAO = ZERO
               COMPUTE WS-GERACAO =
                   FUNCTION MOD(WS-ULTIMA-GERACAO, 3) + 1
           END-IF.

      *----------------------------------------------------------------*
      * Tira a geracao escolhida do controle antes de sobrepor as
      * copias: se a salvaguarda cair no meio, a geracao fica sem o
      * registro de fechamento e nao e restauravel.
      *----------------------------------------------------------------*
       0250-LIBERAR-GERACAO.
           OPEN OUTPUT CONTROLE-NOITE-FILE.
           IF WS-CONTROLE-NOITE-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA NOITECTL.DAT - STATUS "
                       WS-CONTROLE-NOITE-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL > WS-QTD-CTL
               MOVE TAB-CTL-REGISTRO(WS-IDX-CTL)
                   TO REGISTRO-CONTROLE-NOITE
               IF NC-GERACAO NOT = WS-GERACAO
                   WRITE REGISTRO-CONTROLE-NOITE
               END-IF
           END-PERFORM.
           CLOSE CONTROLE-NOITE-FILE.

      *----------------------------------------------------------------*
      * Copia um arquivo da relacao para <prefixo>.Gn. Arquivo ainda
      * inexistente (passagem que nao foi gerada, checkpoint de job
      * que nunca rodou) vira uma copia vazia: restaurado, volta
      * vazio, que e como os programas o tratam.
      *----------------------------------------------------------------*
       0300-COPIAR-ARQUIVO.
           MOVE TAB-NOI-ARQUIVO(WS-IDX-ARQ) TO WS-NOME-ORIGEM.
           MOVE TAB-NOI-LAYOUT(WS-IDX-ARQ)  TO WS-LAYOUT.
           MOVE SPACES TO WS-NOME-COPIA.
           STRING TAB-NOI-COPIA(WS-IDX-ARQ) DELIMITED BY SPACE
                  ".G"                      DELIMITED BY SIZE
                  WS-GERACAO                DELIMITED BY SIZE
                  INTO WS-NOME-COPIA
           END-STRING.
           MOVE ZERO TO WS-QTD-REGISTROS.
           MOVE ZERO TO WS-TOTAL-VALOR.
           MOVE "N"  TO WS-FIM-ORIGEM.
           MOVE "N"  TO WS-ORIGEM-AUSENTE.

           OPEN OUTPUT COPIA-FILE.
           IF WS-COPIA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA " WS-NOME-COPIA " - STATUS "
                       WS-COPIA-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           EVALUATE WS-LAYOUT
               WHEN "SA"
                   PERFORM 0460-COPIAR-SALDO
               WHEN "NG"
                   PERFORM 0410-COPIAR-NEGSALDO
               WHEN "CB"
                   PERFORM 0420-COPIAR-COBRANCA
               WHEN "NS"
                   PERFORM 0430-COPIAR-NSUREG
               WHEN "RR"
                   PERFORM 0440-COPIAR-REJREG
               WHEN "PJ"
                   PERFORM 0470-COPIAR-PREJUIZO
               WHEN OTHER
                   PERFORM 0400-COPIAR-SEQUENCIAL
           END-EVALUATE.
           CLOSE COPIA-FILE.

           IF ORIGEM-AUSENTE
               DISPLAY "AVISO - " WS-NOME-ORIGEM " AUSENTE, COPIA "
                       "VAZIA EM " WS-NOME-COPIA
           END-IF.
           ADD 1 TO WS-QTD-ARQUIVOS.
           ADD WS-QTD-REGISTROS TO WS-QTD-TOTAL-REGISTROS.

           OPEN EXTEND CONTROLE-NOITE-FILE.
           MOVE WS-GERACAO        TO NC-GERACAO.
           MOVE WS-DATA-MOVIMENTO TO NC-DATA-MOVIMENTO.
           SET NC-ARQUIVO-COPIADO TO TRUE.
           MOVE WS-NOME-ORIGEM    TO NC-ARQUIVO.
           MOVE WS-QTD-REGISTROS  TO NC-QTD-REGISTROS.
           MOVE WS-TOTAL-VALOR    TO NC-TOTAL-VALOR.
           MOVE WS-DATA-MAQUINA   TO NC-DATA-GRAVACAO.
           MOVE WS-HORA-MAQUINA   TO NC-HORA-GRAVACAO.
           WRITE REGISTRO-CONTROLE-NOITE.
           CLOSE CONTROLE-NOITE-FILE.
           DISPLAY WS-NOME-ORIGEM " -> " WS-NOME-COPIA ": "
                   WS-QTD-REGISTROS " REGISTRO(S)".

       0400-COPIAR-SEQUENCIAL.
           OPEN INPUT ORIGEM-FILE.
           IF WS-ORIGEM-STATUS = "35"
               SET ORIGEM-AUSENTE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORIGEM-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA " WS-NOME-ORIGEM " - STATUS "
                       WS-ORIGEM-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM UNTIL FIM-ORIGEM
               READ ORIGEM-FILE
                   AT END
                       SET FIM-ORIGEM TO TRUE
                   NOT AT END
                       PERFORM 0450-GRAVAR-SEQUENCIAL
               END-READ
           END-PERFORM.
           CLOSE ORIGEM-FILE.

      *----------------------------------------------------------------*
      * Registro lido no layout do arquivo: grava a copia e soma o
      * valor de controle do layout.
      *----------------------------------------------------------------*
       0450-GRAVAR-SEQUENCIAL.
           ADD 1 TO WS-QTD-REGISTROS.
           EVALUATE WS-LAYOUT
               WHEN "LC"
                   WRITE CP-LANCAMENTO FROM LANCAMENTO
                   ADD LC-VALOR TO WS-TOTAL-VALOR
               WHEN "SH"
                   WRITE CP-SALDO-HIST FROM REGISTRO-SALDO-HIST
                   ADD SH-SALDO TO WS-TOTAL-VALOR
               WHEN "AG"
                   WRITE CP-AGENDA FROM REGISTRO-AGENDA
                   ADD AGD-VALOR TO WS-TOTAL-VALOR
               WHEN "IH"
                   WRITE CP-IOF-HIST FROM REGISTRO-IOF-HIST
                   ADD IH-IOF-DIARIO IH-IOF-ADICIONAL
                       TO WS-TOTAL-VALOR
               WHEN "MT"
                   WRITE CP-MORTO FROM REGISTRO-MORTO
               WHEN "PV"
                   WRITE CP-PROV-ANT FROM REGISTRO-PROV-ANT
                   ADD PV-PROV-FAIXA-1 PV-PROV-FAIXA-2
                       PV-PROV-FAIXA-3 PV-PROV-FAIXA-4
                       TO WS-TOTAL-VALOR
               WHEN "CK"
                   WRITE CP-CHECKPOINT FROM REGISTRO-CHECKPOINT
               WHEN "EA"
                   WRITE CP-ENCARGO FROM REGISTRO-ENCARGO
                   ADD ENC-VALOR-TOTAL TO WS-TOTAL-VALOR
               WHEN "AC"
                   WRITE CP-ACORDO FROM REGISTRO-ACORDO
                   ADD ACO-VALOR-ACORDO TO WS-TOTAL-VALOR
               WHEN "PM"
                   WRITE CP-PREJ-MOV FROM REGISTRO-PREJ-MOV
                   ADD PM-VALOR TO WS-TOTAL-VALOR
               WHEN "CC"
                   WRITE CP-CONTROLE-CNAB FROM REGISTRO-CONTROLE-CNAB
           END-EVALUATE.

       0410-COPIAR-NEGSALDO.
           OPEN INPUT NEGSALDO-FILE.
           IF WS-ORIGEM-STATUS = "35"
               SET ORIGEM-AUSENTE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORIGEM-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA NEGSALDO.DAT - STATUS "
                       WS-ORIGEM-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM UNTIL FIM-ORIGEM
               READ NEGSALDO-FILE NEXT RECORD
                   AT END
                       SET FIM-ORIGEM TO TRUE
                   NOT AT END
                       WRITE CP-NEGATIVO FROM REGISTRO-NEGATIVO
                       ADD 1 TO WS-QTD-REGISTROS
               END-READ
           END-PERFORM.
           CLOSE NEGSALDO-FILE.

       0420-COPIAR-COBRANCA.
           OPEN INPUT COBRANCA-FILE.
           IF WS-ORIGEM-STATUS = "35"
               SET ORIGEM-AUSENTE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORIGEM-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA COBRANCA.DAT - STATUS "
                       WS-ORIGEM-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM UNTIL FIM-ORIGEM
               READ COBRANCA-FILE NEXT RECORD
                   AT END
                       SET FIM-ORIGEM TO TRUE
                   NOT AT END
                       WRITE CP-COBRANCA FROM REGISTRO-COBRANCA
                       ADD 1 TO WS-QTD-REGISTROS
                       ADD CB-PROM-VALOR TO WS-TOTAL-VALOR
               END-READ
           END-PERFORM.
           CLOSE COBRANCA-FILE.

       0430-COPIAR-NSUREG.
           OPEN INPUT NSUREG-FILE.
           IF WS-ORIGEM-STATUS = "35"
               SET ORIGEM-AUSENTE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORIGEM-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA NSUREG.DAT - STATUS "
                       WS-ORIGEM-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM UNTIL FIM-ORIGEM
               READ NSUREG-FILE NEXT RECORD
                   AT END
                       SET FIM-ORIGEM TO TRUE
                   NOT AT END
                       WRITE CP-NSU FROM REGISTRO-NSU
                       ADD 1 TO WS-QTD-REGISTROS
                       ADD NSU-VALOR TO WS-TOTAL-VALOR
               END-READ
           END-PERFORM.
           CLOSE NSUREG-FILE.

       0440-COPIAR-REJREG.
           OPEN INPUT REJREG-FILE.
           IF WS-ORIGEM-STATUS = "35"
               SET ORIGEM-AUSENTE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORIGEM-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA REJREG.DAT - STATUS "
                       WS-ORIGEM-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM UNTIL FIM-ORIGEM
               READ REJREG-FILE NEXT RECORD
                   AT END
                       SET FIM-ORIGEM TO TRUE
                   NOT AT END
                       WRITE CP-REJ-REG FROM REGISTRO-REJ-REG
                       ADD 1 TO WS-QTD-REGISTROS
               END-READ
           END-PERFORM.
           CLOSE REJREG-FILE.

       0460-COPIAR-SALDO.
           OPEN INPUT SALDO-FILE.
           IF WS-ORIGEM-STATUS = "35"
               SET ORIGEM-AUSENTE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORIGEM-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA SALDO.DAT - STATUS "
                       WS-ORIGEM-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM UNTIL FIM-ORIGEM
               READ SALDO-FILE NEXT RECORD
                   AT END
                       SET FIM-ORIGEM TO TRUE
                   NOT AT END
                       WRITE CP-SALDO FROM REGISTRO-SALDO
                       ADD 1 TO WS-QTD-REGISTROS
                       ADD SAL-SALDO TO WS-TOTAL-VALOR
               END-READ
           END-PERFORM.
           CLOSE SALDO-FILE.

       0470-COPIAR-PREJUIZO.
           OPEN INPUT PREJUIZO-FILE.
           IF WS-ORIGEM-STATUS = "35"
               SET ORIGEM-AUSENTE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORIGEM-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA PREJUIZO.DAT - STATUS "
                       WS-ORIGEM-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM UNTIL FIM-ORIGEM
               READ PREJUIZO-FILE NEXT RECORD
                   AT END
                       SET FIM-ORIGEM TO TRUE
                   NOT AT END
                       WRITE CP-PREJUIZO FROM REGISTRO-PREJUIZO
                       ADD 1 TO WS-QTD-REGISTROS
                       ADD PJ-VALOR-BAIXADO TO WS-TOTAL-VALOR
               END-READ
           END-PERFORM.
           CLOSE PREJUIZO-FILE.

      *----------------------------------------------------------------*
      * Todas as copias gravadas: o registro "F" torna a geracao
      * restauravel.
      *----------------------------------------------------------------*
       0600-FECHAR-GERACAO.
           OPEN EXTEND CONTROLE-NOITE-FILE.
           MOVE WS-GERACAO             TO NC-GERACAO.
           MOVE WS-DATA-MOVIMENTO      TO NC-DATA-MOVIMENTO.
           SET NC-GERACAO-COMPLETA TO TRUE.
           MOVE SPACES                 TO NC-ARQUIVO.
           MOVE WS-QTD-TOTAL-REGISTROS TO NC-QTD-REGISTROS.
           MOVE ZERO                   TO NC-TOTAL-VALOR.
           MOVE WS-DATA-MAQUINA        TO NC-DATA-GRAVACAO.
           MOVE WS-HORA-MAQUINA        TO NC-HORA-GRAVACAO.
           WRITE REGISTRO-CONTROLE-NOITE.
           CLOSE CONTROLE-NOITE-FILE.

      *----------------------------------------------------------------*
      * Sem copia completa a noite nao roda: RC 8 para a cadeia
      * antes da edicao previa.
      *----------------------------------------------------------------*
       0990-ABORTAR.
           DISPLAY "SALVAGUARDA DA NOITE NAO CONCLUIDA - CADEIA "
                   "INTERROMPIDA ANTES DA EDICAO PREVIA".
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
