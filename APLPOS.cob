      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Posicao da carteira de aplicacoes a prazo
      *          (APLICAC.DAT) no fim da noite: cada aplicacao ativa
      *          ou aguardando a confirmacao do debito, com o
      *          principal, a taxa contratada, os juros apropriados
      *          ate hoje e o vencimento, e os totais de principal e
      *          de juros por faixa de prazo a vencer (ate 30, 31 a
      *          90, 91 a 180, 181 a 360 e mais de 360 dias).
      *          Relacao em APLPOS.LST
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. APLPOS.
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
           SELECT APLICAC-FILE ASSIGN TO "APLICAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CONTA
               FILE STATUS IS WS-APLICAC-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "APLPOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  APLICAC-FILE.
           COPY APLICAC.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-APLICAC-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-ARQUIVO           PIC X     VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".

      *----------------------------------------------------------------*
      * Faixas de prazo a vencer, em dias corridos a partir da data
      * do movimento; a ultima recebe todo o resto.
      *----------------------------------------------------------------*
       01  WS-TABELA-FAIXAS-VALORES.
           05 FILLER PIC X(25) VALUE "00030ATE 30 DIAS         ".
           05 FILLER PIC X(25) VALUE "0009031 A 90 DIAS        ".
           05 FILLER PIC X(25) VALUE "0018091 A 180 DIAS       ".
           05 FILLER PIC X(25) VALUE "00360181 A 360 DIAS      ".
           05 FILLER PIC X(25) VALUE "99999MAIS DE 360 DIAS    ".
       01  WS-TABELA-FAIXAS REDEFINES WS-TABELA-FAIXAS-VALORES.
           05 TAB-FAIXA OCCURS 5 TIMES.
               10 FX-DIAS-ATE      PIC 9(05).
               10 FX-DESCRICAO     PIC X(20).
       77 WS-QTD-FAIXAS            PIC 9(02) VALUE 5.
       77 WS-IX-FAIXA              PIC 9(02) VALUE ZERO.
       01  WS-TOTAIS-FAIXAS.
           05 TOT-FAIXA OCCURS 5 TIMES.
               10 TOT-FX-QTD       PIC 9(05).
               10 TOT-FX-PRINCIPAL PIC 9(11)V99.
               10 TOT-FX-JUROS     PIC 9(11)V99.

       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-INT-HOJE              PIC 9(08) VALUE ZERO.
       77 WS-DIAS-A-VENCER         PIC S9(05) VALUE ZERO.

       77 WS-QTD-ATIVAS            PIC 9(05) VALUE ZERO.
       77 WS-QTD-PENDENTES         PIC 9(05) VALUE ZERO.
       77 WS-TOT-PRINCIPAL         PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-JUROS             PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-PENDENTE          PIC 9(11)V99 VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "APLPOS".
       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(45) VALUE
              "POSICAO DA CARTEIRA DE APLICACOES A PRAZO EM ".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(09) VALUE "APLICAC".
           05 FILLER               PIC X(09) VALUE "MOVIMENT".
           05 FILLER               PIC X(02) VALUE "S".
           05 FILLER               PIC X(13) VALUE "   PRINCIPAL".
           05 FILLER               PIC X(09) VALUE "   TAXA".
           05 FILLER               PIC X(09) VALUE "APLICADA".
           05 FILLER               PIC X(09) VALUE "VENCTO".
           05 FILLER               PIC X(12) VALUE "      JUROS".
           05 FILLER               PIC X(06) VALUE " DIAS".

       01  WS-LINHA-DETALHE.
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-MOVIMENTO     PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-SITUACAO      PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-PRINCIPAL     PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-TAXA          PIC ZZ9.9999.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-APLICACAO     PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-VENCIMENTO    PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-JUROS         PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-DIAS          PIC ZZZZ9.

       01  WS-CABECALHO-FAIXA.
           05 FILLER               PIC X(40) VALUE
              "ATIVAS POR PRAZO A VENCER".

       01  WS-LINHA-FAIXA.
           05 WS-FX-DESCRICAO      PIC X(20).
           05 WS-FX-QTD            PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-FX-PRINCIPAL      PIC ZZZZZZZZZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-FX-JUROS          PIC ZZZZZZZZZZ9.99.

       01  WS-LINHA-RODAPE.
           05 WS-ROD-TEXTO         PIC X(30).
           05 WS-ROD-QTD           PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ROD-VALOR         PIC ZZZZZZZZZZ9.99.
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
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE).
           PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                   UNTIL WS-IX-FAIXA > WS-QTD-FAIXAS
               MOVE ZERO TO TOT-FX-QTD(WS-IX-FAIXA)
                            TOT-FX-PRINCIPAL(WS-IX-FAIXA)
                            TOT-FX-JUROS(WS-IX-FAIXA)
           END-PERFORM.
           PERFORM 0100-ABRIR-RELATORIO.
           PERFORM 0200-LISTAR-CARTEIRA.
           PERFORM 0400-IMPRIMIR-FAIXAS.
           PERFORM 0600-ENCERRAR.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0100-ABRIR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA APLPOS.LST - STATUS "
                       WS-RELATORIO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-HOJE TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

      *----------------------------------------------------------------*
      * Sem APLICAC.DAT nenhuma aplicacao foi feita ainda: o
      * relatorio sai so com cabecalhos e totais zerados.
      *----------------------------------------------------------------*
       0200-LISTAR-CARTEIRA.
           OPEN INPUT APLICAC-FILE.
           IF WS-APLICAC-STATUS NOT = "00"
               DISPLAY "AVISO - APLICAC.DAT AUSENTE, CARTEIRA DE "
                       "APLICACOES VAZIA"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO AP-CONTA.
           START APLICAC-FILE KEY IS NOT LESS THAN AP-CONTA
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 0910-LER-APLICACAO
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               IF AP-ATIVA OR AP-PENDENTE
                   PERFORM 0210-IMPRIMIR-APLICACAO
               END-IF
               PERFORM 0910-LER-APLICACAO
           END-PERFORM.
           CLOSE APLICAC-FILE.

      *----------------------------------------------------------------*
      * A pendente ainda nao teve o debito confirmado pelo razao:
      * sai na relacao, mas fica fora das faixas e do total da
      * carteira.
      *----------------------------------------------------------------*
       0210-IMPRIMIR-APLICACAO.
           COMPUTE WS-DIAS-A-VENCER =
               FUNCTION INTEGER-OF-DATE(AP-DATA-VENCIMENTO)
               - WS-INT-HOJE.
           IF WS-DIAS-A-VENCER < ZERO
               MOVE ZERO TO WS-DIAS-A-VENCER
           END-IF.
           MOVE AP-CONTA           TO WS-DET-CONTA.
           MOVE AP-CONTA-MOVIMENTO TO WS-DET-MOVIMENTO.
           MOVE AP-SITUACAO        TO WS-DET-SITUACAO.
           MOVE AP-PRINCIPAL       TO WS-DET-PRINCIPAL.
           MOVE AP-TAXA            TO WS-DET-TAXA.
           MOVE AP-DATA-APLICACAO  TO WS-DET-APLICACAO.
           MOVE AP-DATA-VENCIMENTO TO WS-DET-VENCIMENTO.
           MOVE AP-JUROS-ACUM      TO WS-DET-JUROS.
           MOVE WS-DIAS-A-VENCER   TO WS-DET-DIAS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

           IF AP-PENDENTE
               ADD 1 TO WS-QTD-PENDENTES
               ADD AP-PRINCIPAL TO WS-TOT-PENDENTE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-ATIVAS.
           ADD AP-PRINCIPAL  TO WS-TOT-PRINCIPAL.
           ADD AP-JUROS-ACUM TO WS-TOT-JUROS.
           PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                   UNTIL WS-IX-FAIXA >= WS-QTD-FAIXAS
                      OR WS-DIAS-A-VENCER
                         NOT > FX-DIAS-ATE(WS-IX-FAIXA)
               CONTINUE
           END-PERFORM.
           ADD 1             TO TOT-FX-QTD(WS-IX-FAIXA).
           ADD AP-PRINCIPAL  TO TOT-FX-PRINCIPAL(WS-IX-FAIXA).
           ADD AP-JUROS-ACUM TO TOT-FX-JUROS(WS-IX-FAIXA).

       0400-IMPRIMIR-FAIXAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-FAIXA.
           PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                   UNTIL WS-IX-FAIXA > WS-QTD-FAIXAS
               MOVE FX-DESCRICAO(WS-IX-FAIXA)     TO WS-FX-DESCRICAO
               MOVE TOT-FX-QTD(WS-IX-FAIXA)       TO WS-FX-QTD
               MOVE TOT-FX-PRINCIPAL(WS-IX-FAIXA) TO WS-FX-PRINCIPAL
               MOVE TOT-FX-JUROS(WS-IX-FAIXA)     TO WS-FX-JUROS
               WRITE LINHA-RELATORIO FROM WS-LINHA-FAIXA
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "APLICACOES ATIVAS - PRINCIPAL." TO WS-ROD-TEXTO.
           MOVE WS-QTD-ATIVAS TO WS-ROD-QTD.
           MOVE WS-TOT-PRINCIPAL TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "JUROS APROPRIADOS A PAGAR....." TO WS-ROD-TEXTO.
           MOVE WS-QTD-ATIVAS TO WS-ROD-QTD.
           MOVE WS-TOT-JUROS TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "AGUARDANDO CONFIRMACAO........" TO WS-ROD-TEXTO.
           MOVE WS-QTD-PENDENTES TO WS-ROD-QTD.
           MOVE WS-TOT-PENDENTE TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

       0600-ENCERRAR.
           CLOSE RELATORIO-FILE.
           DISPLAY "APLICACOES ATIVAS....: " WS-QTD-ATIVAS.
           DISPLAY "APLICACOES PENDENTES.: " WS-QTD-PENDENTES.

       0910-LER-APLICACAO.
           READ APLICAC-FILE NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * Grava os contadores do job no arquivo de totais de controle
      * (rotina CTLTOT), para a conferencia do fechamento do dia.
      *----------------------------------------------------------------*
       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "APL-ATIVAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-ATIVAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
