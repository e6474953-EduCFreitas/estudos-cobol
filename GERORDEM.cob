      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Geracao noturna dos lancamentos de ordem permanente
      *          - varre o mestre ORDPERM.DAT e, para toda ordem
      *          ativa cuja proxima execucao (rolada para o proximo
      *          dia util pela rotina DIAUTIL + calendario
      *          FERIADO.DAT) ja chegou, grava o debito ou a
      *          transferencia em LANCPRG.DAT com origem "P", para a
      *          edicao previa injetar no ciclo como os juros. Conta
      *          origem ou destino bloqueada, dormente ou encerrada
      *          nao gera lancamento: a execucao e pulada e listada
      *          no relatorio ORDPERM.LST. Depois de cada execucao a
      *          data nominal avanca pela frequencia da ordem, e a
      *          ordem que passa da data de fim e finalizada.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. GERORDEM.
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
           SELECT ORDEM-FILE ASSIGN TO "ORDPERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-CHAVE
               FILE STATUS IS WS-ORDEM-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

      *----------------------------------------------------------------*
      * Lancamentos gerados entram em EXTEND atras do que ainda nao
      * foi efetivado; o razao limpa o arquivo so na efetivacao.
      *----------------------------------------------------------------*
           SELECT LANCPRG-FILE ASSIGN TO "LANCPRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCPRG-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "ORDPERM.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  ORDEM-FILE.
           COPY ORDPERM.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  LANCPRG-FILE.
           COPY LANCTO.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-ORDEM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-CONTA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-LANCPRG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-ORDENS            PIC X     VALUE "N".
           88 FIM-ORDENS           VALUE "S".

       77 WS-ORDEM-PENDENTE        PIC X     VALUE "N".
           88 ORDEM-PENDENTE       VALUE "S".
           88 ORDEM-EM-DIA         VALUE "N".

       77 WS-CONTAS-OK             PIC X     VALUE "S".
           88 CONTAS-ATIVAS        VALUE "S".
           88 CONTA-IMPEDIDA       VALUE "N".
       77 WS-MOTIVO-PULO           PIC X(30) VALUE SPACES.
       77 WS-SITUACAO-TEXTO        PIC X(09) VALUE SPACES.
       77 WS-CPF-CONTA             PIC X(11) VALUE SPACES.

      *----------------------------------------------------------------*
      * Rolagem para dia util: um dia D e util quando DIAUTIL conta
      * exatamente 1 dia util entre a vespera e D, como no
      * agendamento de parcelas do PARCELA.cob.
      *----------------------------------------------------------------*
       77 WS-INT-EXECUCAO          PIC 9(08) VALUE ZERO.
       77 WS-DATA-EXECUCAO         PIC 9(08) VALUE ZERO.
       77 WS-DATA-VESPERA          PIC 9(08) VALUE ZERO.
       77 WS-DIAS-UTEIS            PIC S9(05) VALUE ZERO.
       77 WS-DIAUTIL-STATUS        PIC X     VALUE "0".
       77 WS-DIAUTIL-MENSAGEM      PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * Avanco da data nominal nas frequencias mensal e anual: o dia
      * de referencia e o dia da data de inicio, limitado ao ultimo
      * dia do mes (ordem do dia 31 cai no dia 30 ou no 28/29).
      *----------------------------------------------------------------*
       01  WS-DATA-NOMINAL.
           05 WS-NOM-ANO           PIC 9(04).
           05 WS-NOM-MES           PIC 9(02).
           05 WS-NOM-DIA           PIC 9(02).
       01  WS-DATA-NOMINAL-N REDEFINES WS-DATA-NOMINAL
                                   PIC 9(08).
       01  WS-DATA-REFERENCIA.
           05 WS-REF-ANO           PIC 9(04).
           05 WS-REF-MES           PIC 9(02).
           05 WS-REF-DIA           PIC 9(02).
       01  WS-DATA-REFERENCIA-N REDEFINES WS-DATA-REFERENCIA
                                   PIC 9(08).
       77 WS-ULTIMO-DIA-MES        PIC 9(02) VALUE ZERO.
       77 WS-INT-AUXILIAR          PIC 9(08) VALUE ZERO.

       77 WS-QTD-ORDENS            PIC 9(05) VALUE ZERO.
       77 WS-QTD-GERADOS           PIC 9(05) VALUE ZERO.
       77 WS-QTD-PULADOS           PIC 9(05) VALUE ZERO.
       77 WS-QTD-FINALIZADAS       PIC 9(05) VALUE ZERO.
       77 WS-VALOR-GERADO          PIC 9(11)V99 VALUE ZERO.
       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "GERORDEM".

       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(38) VALUE
              "ORDENS PERMANENTES EXECUTADAS EM".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(13) VALUE "CONTA   ORD".
           05 FILLER               PIC X(02) VALUE "T".
           05 FILLER               PIC X(10) VALUE "DESTINO".
           05 FILLER               PIC X(10) VALUE "EXECUCAO".
           05 FILLER               PIC X(14) VALUE "         VALOR".
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(29) VALUE "SITUACAO".

       01  WS-LINHA-DETALHE.
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-NUMERO        PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-TIPO          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-DESTINO       PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-DATA          PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-VALOR         PIC ----------9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-SITUACAO      PIC X(30).

       01  WS-LINHA-RODAPE.
           05 WS-ROD-TEXTO         PIC X(30).
           05 WS-ROD-QTD           PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ROD-VALOR         PIC --------------9.99.
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
           PERFORM 0100-ABRIR-ARQUIVOS.
           PERFORM 0200-PROCESSAR-ORDENS.
           PERFORM 0300-ENCERRAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Sem mestre de ordens nao ha o que gerar: a noite segue.
      *----------------------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN I-O ORDEM-FILE.
           IF WS-ORDEM-STATUS = "35"
               DISPLAY "AVISO - ORDPERM.DAT AUSENTE, NENHUMA ORDEM "
                       "PERMANENTE CADASTRADA"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ORDEM-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA ORDPERM.DAT - STATUS "
                       WS-ORDEM-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CONTA.DAT - STATUS "
                       WS-CONTA-STATUS
               CLOSE ORDEM-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND LANCPRG-FILE.
           IF WS-LANCPRG-STATUS = "35"
               OPEN OUTPUT LANCPRG-FILE
           END-IF.
           IF WS-LANCPRG-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA LANCPRG.DAT - STATUS "
                       WS-LANCPRG-STATUS
               CLOSE ORDEM-FILE
               CLOSE CONTA-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA ORDPERM.LST - STATUS "
                       WS-RELATORIO-STATUS
               CLOSE ORDEM-FILE
               CLOSE CONTA-FILE
               CLOSE LANCPRG-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-PROCESSAR-ORDENS.
           MOVE WS-HOJE TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

           PERFORM 0910-LER-ORDEM.
           PERFORM UNTIL FIM-ORDENS
               IF OR-ATIVA
                   ADD 1 TO WS-QTD-ORDENS
                   PERFORM 0500-AVALIAR-ORDEM
               END-IF
               PERFORM 0910-LER-ORDEM
           END-PERFORM.

           MOVE "LANCAMENTOS GERADOS"  TO WS-ROD-TEXTO.
           MOVE WS-QTD-GERADOS         TO WS-ROD-QTD.
           MOVE WS-VALOR-GERADO        TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "EXECUCOES PULADAS"    TO WS-ROD-TEXTO.
           MOVE WS-QTD-PULADOS         TO WS-ROD-QTD.
           MOVE ZERO                   TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "ORDENS FINALIZADAS"   TO WS-ROD-TEXTO.
           MOVE WS-QTD-FINALIZADAS     TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

      *----------------------------------------------------------------*
      * Ordem ativa: enquanto a execucao rolada para dia util nao
      * passar da data do movimento, gera (ou pula) e avanca a data
      * nominal - noite perdida recupera todas as execucoes vencidas
      * na primeira cadeia seguinte. Ordem que passa da data de fim
      * e finalizada.
      *----------------------------------------------------------------*
       0500-AVALIAR-ORDEM.
           SET ORDEM-PENDENTE TO TRUE.
           PERFORM UNTIL ORDEM-EM-DIA
               IF OR-DATA-FIM NOT = ZERO
                  AND OR-DATA-PROXIMA > OR-DATA-FIM
                   SET OR-FINALIZADA TO TRUE
                   MOVE WS-HOJE TO OR-DATA-SITUACAO
                   ADD 1 TO WS-QTD-FINALIZADAS
                   SET ORDEM-EM-DIA TO TRUE
               ELSE
                   COMPUTE WS-INT-EXECUCAO =
                       FUNCTION INTEGER-OF-DATE(OR-DATA-PROXIMA)
                   PERFORM 0650-PROXIMO-DIA-UTIL
                   IF WS-DATA-EXECUCAO > WS-HOJE
                       SET ORDEM-EM-DIA TO TRUE
                   ELSE
                       PERFORM 0600-EXECUTAR-ORDEM
                       PERFORM 0700-AVANCAR-DATA-NOMINAL
                   END-IF
               END-IF
           END-PERFORM.
           REWRITE REGISTRO-ORDEM
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO ORDPERM.DAT - STATUS "
                           WS-ORDEM-STATUS " ORDEM " OR-CONTA " "
                           OR-NUMERO
           END-REWRITE.

      *----------------------------------------------------------------*
      * Execucao vencida: conta origem (e destino, na transferencia)
      * precisa estar ativa no mestre; senao a execucao e pulada e
      * listada, sem lancamento. O lancamento sai com a data do
      * movimento, o CPF atual do titular da conta e NSU em branco
      * (lancamento interno, fora da conferencia de reenvio).
      *----------------------------------------------------------------*
       0600-EXECUTAR-ORDEM.
           PERFORM 0610-VERIFICAR-CONTAS.
           MOVE OR-CONTA         TO WS-DET-CONTA.
           MOVE OR-NUMERO        TO WS-DET-NUMERO.
           MOVE OR-TIPO          TO WS-DET-TIPO.
           MOVE OR-CONTA-DESTINO TO WS-DET-DESTINO.
           MOVE WS-DATA-EXECUCAO TO WS-DET-DATA.
           MOVE OR-VALOR         TO WS-DET-VALOR.
           IF CONTA-IMPEDIDA
               ADD 1 TO WS-QTD-PULADOS
               MOVE WS-MOTIVO-PULO TO WS-DET-SITUACAO
               WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE
               EXIT PARAGRAPH
           END-IF.

           MOVE OR-CONTA         TO LC-CONTA.
           MOVE WS-CPF-CONTA     TO LC-CPF.
           MOVE WS-HOJE          TO LC-DATA.
           MOVE OR-TIPO          TO LC-TIPO.
           MOVE OR-VALOR         TO LC-VALOR.
           SET LC-ORIGEM-PROGRAMADA TO TRUE.
           MOVE OR-CONTA-DESTINO TO LC-CONTA-DESTINO.
           MOVE SPACES           TO LC-NSU.
           WRITE LANCAMENTO.
           ADD 1 TO WS-QTD-GERADOS.
           ADD OR-VALOR TO WS-VALOR-GERADO.
           MOVE WS-HOJE TO OR-DATA-ULTIMA.
           MOVE "GERADO"         TO WS-DET-SITUACAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       0610-VERIFICAR-CONTAS.
           SET CONTAS-ATIVAS TO TRUE.
           MOVE SPACES TO WS-MOTIVO-PULO.
           MOVE OR-CONTA TO CT-CONTA.
           READ CONTA-FILE
               INVALID KEY
                   SET CONTA-IMPEDIDA TO TRUE
                   MOVE "PULADA - CONTA INEXISTENTE" TO WS-MOTIVO-PULO
                   EXIT PARAGRAPH
           END-READ.
           MOVE CT-CPF TO WS-CPF-CONTA.
           PERFORM 0620-AVALIAR-SITUACAO.
           IF CONTA-IMPEDIDA
               STRING "PULADA - CONTA " WS-SITUACAO-TEXTO
                   DELIMITED BY SIZE INTO WS-MOTIVO-PULO
               EXIT PARAGRAPH
           END-IF.
           IF NOT OR-TRANSFERENCIA
               EXIT PARAGRAPH
           END-IF.

           MOVE OR-CONTA-DESTINO TO CT-CONTA.
           READ CONTA-FILE
               INVALID KEY
                   SET CONTA-IMPEDIDA TO TRUE
                   MOVE "PULADA - DESTINO INEXISTENTE"
                       TO WS-MOTIVO-PULO
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 0620-AVALIAR-SITUACAO.
           IF CONTA-IMPEDIDA
               STRING "PULADA - DESTINO " WS-SITUACAO-TEXTO
                   DELIMITED BY SIZE INTO WS-MOTIVO-PULO
           END-IF.

       0620-AVALIAR-SITUACAO.
           EVALUATE TRUE
               WHEN CT-ATIVA
                   CONTINUE
               WHEN CT-BLOQUEADA
                   SET CONTA-IMPEDIDA TO TRUE
                   MOVE "BLOQUEADA" TO WS-SITUACAO-TEXTO
               WHEN CT-DORMENTE
                   SET CONTA-IMPEDIDA TO TRUE
                   MOVE "DORMENTE"  TO WS-SITUACAO-TEXTO
               WHEN CT-ENCERRADA
                   SET CONTA-IMPEDIDA TO TRUE
                   MOVE "ENCERRADA" TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   SET CONTA-IMPEDIDA TO TRUE
                   MOVE "IRREGULAR" TO WS-SITUACAO-TEXTO
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Um dia D e util quando DIAUTIL conta 1 dia util entre a
      * vespera e D; senao avanca um dia corrido e tenta de novo. Se
      * a rotina devolver erro, a execucao fica no dia corrido, com
      * aviso ao operador.
      *----------------------------------------------------------------*
       0650-PROXIMO-DIA-UTIL.
           MOVE ZERO TO WS-DIAS-UTEIS.
           PERFORM UNTIL WS-DIAS-UTEIS = 1
               COMPUTE WS-DATA-VESPERA =
                   FUNCTION DATE-OF-INTEGER(WS-INT-EXECUCAO - 1)
               COMPUTE WS-DATA-EXECUCAO =
                   FUNCTION DATE-OF-INTEGER(WS-INT-EXECUCAO)
               CALL "DIAUTIL" USING WS-DATA-VESPERA
                                    WS-DATA-EXECUCAO
                                    WS-DIAS-UTEIS
                                    WS-DIAUTIL-STATUS
                                    WS-DIAUTIL-MENSAGEM
               IF WS-DIAUTIL-STATUS NOT = "0"
                   DISPLAY "AVISO - DIA UTIL NAO CALCULADO PARA "
                           OR-CONTA " " OR-NUMERO ": "
                           WS-DIAUTIL-MENSAGEM
                   MOVE 1 TO WS-DIAS-UTEIS
               ELSE
                   IF WS-DIAS-UTEIS NOT = 1
                       ADD 1 TO WS-INT-EXECUCAO
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Proxima data nominal pela frequencia: semanal soma 7 dias,
      * quinzenal 15; mensal e anual andam um mes / um ano sobre o
      * dia de referencia da data de inicio.
      *----------------------------------------------------------------*
       0700-AVANCAR-DATA-NOMINAL.
           EVALUATE TRUE
               WHEN OR-SEMANAL
                   COMPUTE OR-DATA-PROXIMA = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(OR-DATA-PROXIMA) + 7)
               WHEN OR-QUINZENAL
                   COMPUTE OR-DATA-PROXIMA = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(OR-DATA-PROXIMA) + 15)
               WHEN OR-ANUAL
                   MOVE OR-DATA-PROXIMA TO WS-DATA-NOMINAL-N
                   ADD 1 TO WS-NOM-ANO
                   PERFORM 0710-AJUSTAR-DIA-REFERENCIA
               WHEN OTHER
                   MOVE OR-DATA-PROXIMA TO WS-DATA-NOMINAL-N
                   IF WS-NOM-MES = 12
                       MOVE 1 TO WS-NOM-MES
                       ADD 1 TO WS-NOM-ANO
                   ELSE
                       ADD 1 TO WS-NOM-MES
                   END-IF
                   PERFORM 0710-AJUSTAR-DIA-REFERENCIA
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Dia de referencia (o da data de inicio) limitado ao ultimo
      * dia do mes nominal: o ultimo dia e a vespera do dia 1 do mes
      * seguinte.
      *----------------------------------------------------------------*
       0710-AJUSTAR-DIA-REFERENCIA.
           MOVE OR-DATA-INICIO TO WS-DATA-REFERENCIA-N.
           MOVE WS-NOM-ANO TO WS-REF-ANO.
           MOVE WS-NOM-MES TO WS-REF-MES.
           MOVE 1          TO WS-REF-DIA.
           IF WS-REF-MES = 12
               MOVE 1 TO WS-REF-MES
               ADD 1 TO WS-REF-ANO
           ELSE
               ADD 1 TO WS-REF-MES
           END-IF.
           COMPUTE WS-INT-AUXILIAR =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA-N) - 1.
           COMPUTE WS-DATA-REFERENCIA-N =
               FUNCTION DATE-OF-INTEGER(WS-INT-AUXILIAR).
           MOVE WS-REF-DIA TO WS-ULTIMO-DIA-MES.
           MOVE OR-DATA-INICIO TO WS-DATA-REFERENCIA-N.
           IF WS-REF-DIA > WS-ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-NOM-DIA
           ELSE
               MOVE WS-REF-DIA TO WS-NOM-DIA
           END-IF.
           MOVE WS-DATA-NOMINAL-N TO OR-DATA-PROXIMA.

       0300-ENCERRAR.
           CLOSE ORDEM-FILE.
           CLOSE CONTA-FILE.
           CLOSE LANCPRG-FILE.
           CLOSE RELATORIO-FILE.
           DISPLAY "ORDENS ATIVAS........: " WS-QTD-ORDENS.
           DISPLAY "LANCAMENTOS GERADOS..: " WS-QTD-GERADOS.
           DISPLAY "EXECUCOES PULADAS....: " WS-QTD-PULADOS.
           DISPLAY "ORDENS FINALIZADAS...: " WS-QTD-FINALIZADAS.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.

      *----------------------------------------------------------------*
      * Grava os contadores do job no arquivo de totais de controle
      * para o balanceamento do fechamento diario.
      *----------------------------------------------------------------*
       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "ORDENS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-ORDENS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "GERADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-GERADOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "PULADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-PULADOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

       0910-LER-ORDEM.
           READ ORDEM-FILE NEXT RECORD
               AT END
                   SET FIM-ORDENS TO TRUE
           END-READ.
