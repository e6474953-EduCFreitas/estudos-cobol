      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Fim da rodada da cadeia noturna em modo de
      *          recuperacao de datas perdidas - ultimo passo da
      *          cadeia, so executado quando todos os passos,
      *          inclusive o fechamento diario (FECHADIA), terminaram
      *          com RC 0. Confirma em RECUPCTL.DAT a data aberta pelo
      *          RECUPERA.cob (conferindo no RUNLOG.DAT que o
      *          fechamento rodou naquela data do movimento) e, se
      *          ainda houver data pendente, submete a cadeia de novo
      *          pelo leitor interno; na ultima data devolve ao cartao
      *          DATAMOV.PAR o conteudo que ele tinha antes da
      *          recuperacao. Antes, guarda as saidas do dia que a
      *          rodada seguinte recriaria (GLEXTR.DAT, PROVCTB.DAT e
      *          REMCNAB.DAT) em copias com a data do movimento no
      *          nome, para a transmissao de cada data do periodo.
      *          Sem recuperacao em andamento, nao faz nada
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. RECUPFIM.
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
           SELECT CONTROLE-REC-FILE ASSIGN TO "RECUPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-REC-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO "DATAMOV.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-ARQ-STATUS.

      *----------------------------------------------------------------*
      * Resubmissao da cadeia: o proprio NIGHTLY.JCL copiado para o
      * leitor interno (DD INTRDR do passo).
      *----------------------------------------------------------------*
           SELECT JCL-FILE ASSIGN TO "NIGHTLY.JCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCL-STATUS.

           SELECT LEITOR-INTERNO ASSIGN TO "INTRDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRDR-STATUS.

      *----------------------------------------------------------------*
      * Saidas do dia a transmitir e a copia datada de cada uma.
      *----------------------------------------------------------------*
           SELECT SAIDA-FILE ASSIGN USING WS-NOME-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.

           SELECT GUARDA-FILE ASSIGN USING WS-NOME-GUARDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARDA-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  CONTROLE-REC-FILE.
           COPY RECUPCTL.

       FD  RUNLOG-FILE.
           COPY RUNLOG.

       FD  DATAMOV-FILE.
       01  CARTAO-DATAMOV.
           05 CDM-DATA              PIC X(08).

       FD  JCL-FILE.
       01  LINHA-JCL                PIC X(80).

       FD  LEITOR-INTERNO.
       01  LINHA-INTRDR             PIC X(80).

       FD  SAIDA-FILE.
       01  LINHA-SAIDA              PIC X(400).

       FD  GUARDA-FILE.
       01  LINHA-GUARDA             PIC X(400).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-CONTROLE-REC-STATUS   PIC X(02) VALUE ZEROS.
       77 WS-RUNLOG-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-DATAMOV-ARQ-STATUS    PIC X(02) VALUE ZEROS.
       77 WS-JCL-STATUS            PIC X(02) VALUE ZEROS.
       77 WS-INTRDR-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-SAIDA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-GUARDA-STATUS         PIC X(02) VALUE ZEROS.

       77 WS-FIM-CONTROLE          PIC X     VALUE "N".
           88 FIM-CONTROLE         VALUE "S".
       77 WS-FIM-RUNLOG            PIC X     VALUE "N".
           88 FIM-RUNLOG           VALUE "S".
       77 WS-FIM-JCL               PIC X     VALUE "N".
           88 FIM-JCL              VALUE "S".
       77 WS-FECHAMENTO-ACHADO     PIC X     VALUE "N".
           88 FECHAMENTO-ACHADO    VALUE "S".
       77 WS-FIM-SAIDA             PIC X     VALUE "N".
           88 FIM-SAIDA            VALUE "S".
       77 WS-SAIDAS-GUARDADAS      PIC X     VALUE "S".
           88 SAIDAS-GUARDADAS     VALUE "S".

      *----------------------------------------------------------------*
      * Saidas que cada rodada recria com OPEN OUTPUT e que so sao
      * transmitidas depois (contabilidade e banco): a copia de cada
      * data leva o nome <prefixo><AAAAMMDD>.DAT.
      *----------------------------------------------------------------*
       01  TABELA-SAIDAS-DIA.
           05 FILLER               PIC X(08) VALUE "GLEXTR".
           05 FILLER               PIC X(08) VALUE "PROVCTB".
           05 FILLER               PIC X(08) VALUE "REMCNAB".
       01  FILLER REDEFINES TABELA-SAIDAS-DIA.
           05 TAB-SAI-PREFIXO      PIC X(08) OCCURS 3 TIMES.
       77 WS-QTD-SAIDAS            PIC 9(02) VALUE 3.
       77 WS-IDX-SAIDA             PIC 9(02) VALUE ZERO.
       77 WS-NOME-SAIDA            PIC X(20) VALUE SPACES.
       77 WS-NOME-GUARDA           PIC X(20) VALUE SPACES.
       77 WS-QTD-LINHAS-SAIDA      PIC 9(07) VALUE ZERO.

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
       77 WS-QTD-LINHAS-JCL        PIC 9(05) VALUE ZERO.
       77 WS-IDX                   PIC 9(02) VALUE ZERO.
       77 WS-IDX-ABERTA            PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------*
      * Carimbos comparaveis "AAAAMMDDHHMMSSCC" para achar no log o
      * fechamento desta rodada, e nao o de uma rodada anterior.
      *----------------------------------------------------------------*
       01  WS-CARIMBO-RODADA.
           05 WS-CAR-ROD-DATA      PIC 9(08).
           05 WS-CAR-ROD-HORA      PIC 9(08).
       01  WS-CARIMBO-LOG.
           05 WS-CAR-LOG-DATA      PIC 9(08).
           05 WS-CAR-LOG-HORA      PIC 9(08).

       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-DATA-MAQUINA          PIC 9(08) VALUE ZERO.
       77 WS-HORA-MAQUINA          PIC 9(08) VALUE ZERO.
       77 WS-JOB-NOME              PIC X(08) VALUE "RECUPFIM".
      *================================================================*
       PROCEDURE                          DIVISION.
      *================================================================*
       0000-PRINCIPAL.
           CALL "JOBLOG" USING WS-JOB-NOME "S".
           PERFORM 0100-CARREGAR-CONTROLE.
           IF WS-IDX-ABERTA = ZERO
               DISPLAY "SEM RECUPERACAO EM ANDAMENTO"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0200-CONFERIR-RODADA.
           PERFORM 0300-CONFIRMAR-DATA.
           PERFORM 0350-GUARDAR-SAIDAS.
           IF NOT SAIDAS-GUARDADAS
               DISPLAY "SAIDAS DA DATA " WS-DATA-MOVIMENTO
                       " NAO GUARDADAS - PROXIMA DATA NAO SUBMETIDA"
               DISPLAY "COPIE AS SAIDAS E SUBMETA O NIGHTLY.JCL"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-QTD-PENDENTES > ZERO
               PERFORM 0400-SUBMETER-PROXIMA
           ELSE
               PERFORM 0500-ENCERRAR-RECUPERACAO
           END-IF.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           STOP RUN.

       0100-CARREGAR-CONTROLE.
           OPEN INPUT CONTROLE-REC-FILE.
           IF WS-CONTROLE-REC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
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
           IF RP-PENDENTE
               ADD 1 TO WS-QTD-PENDENTES
           END-IF.

      *----------------------------------------------------------------*
      * A rodada so se confirma se a cadeia rodou mesmo na data
      * aberta: o cartao DATAMOV.PAR ainda traz a data e o RUNLOG
      * tem o FECHADIA daquela data do movimento depois da abertura.
      *----------------------------------------------------------------*
       0200-CONFERIR-RODADA.
           CALL "DATAMOV" USING WS-DATA-MOVIMENTO
                                WS-DATAMOV-STATUS
                                WS-DATAMOV-MENSAGEM.
           IF WS-DATAMOV-STATUS NOT = "0"
              OR WS-DATA-MOVIMENTO NOT = TAB-DAT-DATA(WS-IDX-ABERTA)
               DISPLAY "DATAMOV.PAR NAO TRAZ A DATA DA RODADA "
                       TAB-DAT-DATA(WS-IDX-ABERTA)
                       " - RODADA NAO CONFIRMADA"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE TAB-DAT-DATA-INI(WS-IDX-ABERTA) TO WS-CAR-ROD-DATA.
           MOVE TAB-DAT-HORA-INI(WS-IDX-ABERTA) TO WS-CAR-ROD-HORA.
           OPEN INPUT RUNLOG-FILE.
           IF WS-RUNLOG-STATUS = "00"
               PERFORM UNTIL FIM-RUNLOG
                   READ RUNLOG-FILE
                       AT END
                           SET FIM-RUNLOG TO TRUE
                       NOT AT END
                           PERFORM 0250-AVALIAR-EXECUCAO
                   END-READ
               END-PERFORM
               CLOSE RUNLOG-FILE
           END-IF.
           IF NOT FECHAMENTO-ACHADO
               DISPLAY "FECHADIA NAO REGISTRADO NO RUNLOG PARA A DATA "
                       WS-DATA-MOVIMENTO " - RODADA NAO CONFIRMADA"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0250-AVALIAR-EXECUCAO.
           IF RL-JOB NOT = "FECHADIA"
              OR RL-DATA-MOVIMENTO IS NOT NUMERIC
              OR RL-DATA-MOVIMENTO NOT = WS-DATA-MOVIMENTO
               EXIT PARAGRAPH
           END-IF.
           MOVE RL-DATA-INICIO TO WS-CAR-LOG-DATA.
           MOVE RL-HORA-INICIO TO WS-CAR-LOG-HORA.
           IF WS-CARIMBO-LOG >= WS-CARIMBO-RODADA
               SET FECHAMENTO-ACHADO TO TRUE
           END-IF.

       0300-CONFIRMAR-DATA.
           ACCEPT WS-DATA-MAQUINA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-MAQUINA FROM TIME.
           MOVE "O" TO TAB-DAT-SITUACAO(WS-IDX-ABERTA).
           MOVE WS-DATA-MAQUINA TO TAB-DAT-DATA-FIM(WS-IDX-ABERTA).
           MOVE WS-HORA-MAQUINA TO TAB-DAT-HORA-FIM(WS-IDX-ABERTA).
           PERFORM 0600-GRAVAR-CONTROLE.
           DISPLAY "RECUPERACAO - DATA DO MOVIMENTO "
                   WS-DATA-MOVIMENTO " CONCLUIDA. PENDENTES: "
                   WS-QTD-PENDENTES.

      *----------------------------------------------------------------*
      * Cada data do periodo tem a sua partida contabil, o seu resumo
      * de provisao e a sua remessa de boletos (com NSA e nosso
      * numero proprios, que nao voltam a ser gerados). A rodada
      * seguinte recria os tres arquivos, entao cada um e copiado
      * antes para <prefixo><AAAAMMDD>.DAT - inclusive na ultima
      * data, para a transmissao seguir uma regra so. Saida ausente
      * (passo sem nada a gravar) so e avisada; copia que nao pode
      * ser criada segura a proxima data (RC 4).
      *----------------------------------------------------------------*
       0350-GUARDAR-SAIDAS.
           PERFORM VARYING WS-IDX-SAIDA FROM 1 BY 1
                   UNTIL WS-IDX-SAIDA > WS-QTD-SAIDAS
               PERFORM 0360-COPIAR-SAIDA
           END-PERFORM.

       0360-COPIAR-SAIDA.
           MOVE SPACES TO WS-NOME-SAIDA.
           MOVE SPACES TO WS-NOME-GUARDA.
           STRING TAB-SAI-PREFIXO(WS-IDX-SAIDA) DELIMITED BY SPACE
                  ".DAT"                        DELIMITED BY SIZE
                  INTO WS-NOME-SAIDA
           END-STRING.
           STRING TAB-SAI-PREFIXO(WS-IDX-SAIDA) DELIMITED BY SPACE
                  WS-DATA-MOVIMENTO             DELIMITED BY SIZE
                  ".DAT"                        DELIMITED BY SIZE
                  INTO WS-NOME-GUARDA
           END-STRING.
           OPEN INPUT SAIDA-FILE.
           IF WS-SAIDA-STATUS NOT = "00"
               DISPLAY "AVISO - " WS-NOME-SAIDA " AUSENTE - STATUS "
                       WS-SAIDA-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT GUARDA-FILE.
           IF WS-GUARDA-STATUS NOT = "00"
               DISPLAY "ERRO CRIACAO " WS-NOME-GUARDA " - STATUS "
                       WS-GUARDA-STATUS
               CLOSE SAIDA-FILE
               MOVE "N" TO WS-SAIDAS-GUARDADAS
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-LINHAS-SAIDA.
           MOVE "N"  TO WS-FIM-SAIDA.
           PERFORM UNTIL FIM-SAIDA
               READ SAIDA-FILE
                   AT END
                       SET FIM-SAIDA TO TRUE
                   NOT AT END
                       MOVE LINHA-SAIDA TO LINHA-GUARDA
                       WRITE LINHA-GUARDA
                       ADD 1 TO WS-QTD-LINHAS-SAIDA
               END-READ
           END-PERFORM.
           CLOSE SAIDA-FILE.
           CLOSE GUARDA-FILE.
           DISPLAY WS-NOME-SAIDA " GUARDADO EM " WS-NOME-GUARDA
                   " (" WS-QTD-LINHAS-SAIDA " REGISTROS)".

      *----------------------------------------------------------------*
      * Proxima data: a cadeia e submetida de novo e o RECUPERA, no
      * primeiro passo, abre a data seguinte. Falha na submissao nao
      * desfaz a confirmacao - a data seguinte espera a submissao
      * manual do NIGHTLY.JCL (RC 4).
      *----------------------------------------------------------------*
       0400-SUBMETER-PROXIMA.
           OPEN INPUT JCL-FILE.
           IF WS-JCL-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA NIGHTLY.JCL - STATUS "
                       WS-JCL-STATUS
               DISPLAY "SUBMETA O NIGHTLY.JCL PARA A PROXIMA DATA"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LEITOR-INTERNO.
           IF WS-INTRDR-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA INTRDR - STATUS "
                       WS-INTRDR-STATUS
               DISPLAY "SUBMETA O NIGHTLY.JCL PARA A PROXIMA DATA"
               CLOSE JCL-FILE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-JCL
               READ JCL-FILE
                   AT END
                       SET FIM-JCL TO TRUE
                   NOT AT END
                       MOVE LINHA-JCL TO LINHA-INTRDR
                       WRITE LINHA-INTRDR
                       ADD 1 TO WS-QTD-LINHAS-JCL
               END-READ
           END-PERFORM.
           CLOSE JCL-FILE.
           CLOSE LEITOR-INTERNO.
           DISPLAY "CADEIA SUBMETIDA PARA A PROXIMA DATA ("
                   WS-QTD-LINHAS-JCL " LINHAS)".
           MOVE 0 TO RETURN-CODE.

      *----------------------------------------------------------------*
      * Ultima data: o cartao DATAMOV.PAR volta ao que era antes da
      * recuperacao (em branco = data da maquina).
      *----------------------------------------------------------------*
       0500-ENCERRAR-RECUPERACAO.
           OPEN OUTPUT DATAMOV-FILE.
           IF WS-DATAMOV-ARQ-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA DATAMOV.PAR - STATUS "
                       WS-DATAMOV-ARQ-STATUS
               DISPLAY "RESTAURE O CARTAO DATAMOV.PAR ANTES DA "
                       "PROXIMA NOITE"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CTL-CARTAO-ORIGINAL TO CDM-DATA.
           WRITE CARTAO-DATAMOV.
           CLOSE DATAMOV-FILE.
           DISPLAY "RECUPERACAO DE " WS-CTL-DATA-INICIAL " A "
                   WS-CTL-DATA-FINAL " CONCLUIDA: " WS-QTD-DATAS
                   " DATA(S)".
           MOVE 0 TO RETURN-CODE.

       0600-GRAVAR-CONTROLE.
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
