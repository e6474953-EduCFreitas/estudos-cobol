      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Recuperacao de prejuizo - rotina noturna, depois do
      *          razao (RAZAOCLI.cob). Percorre os movimentos
      *          efetivados no dia (MOVNOVO.TMP) e, para a conta
      *          baixada como prejuizo em PREJUIZO.DAT, reconhece o
      *          credito recebido como recuperacao contra o valor
      *          baixado (ate o que falta recuperar; o excedente fica
      *          na conta como deposito comum) e baixa tambem o
      *          debito residual que ainda postou na conta (juros,
      *          IOF e encargos apurados antes da baixa). Cada
      *          recuperacao gera um debito de origem "Z" e cada
      *          residual um credito "Z" em LANCPRJ.DAT, injetados
      *          pela edicao previa no ciclo seguinte, que mantem a
      *          conta baixada em zero; os eventos vao para
      *          PREJMOV.DAT e o detalhe do dia para PREJRECP.LST.
      *          A contabilidade (CONTABIL.cob) leva os lancamentos
      *          "Z" efetivados para as linhas de baixa e de
      *          recuperacao de prejuizo do GLEXTR.DAT.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. PREJRECP.
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
      * Copia de espera dos movimentos efetivados pelo razao no dia,
      * no layout do acumulado MOVIMENTO.DAT.
      *----------------------------------------------------------------*
           SELECT MOV-NOVO-FILE ASSIGN TO "MOVNOVO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-NOVO-STATUS.

           SELECT PREJUIZO-FILE ASSIGN TO "PREJUIZO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CONTA
               FILE STATUS IS WS-PREJUIZO-STATUS.

           SELECT PREJMOV-FILE ASSIGN TO "PREJMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREJMOV-STATUS.

      *----------------------------------------------------------------*
      * LANCPRJ.DAT ja foi consumido e truncado pelo razao desta
      * noite; os lancamentos da recuperacao entram em EXTEND.
      *----------------------------------------------------------------*
           SELECT LANCPRJ-FILE ASSIGN TO "LANCPRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCPRJ-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "PREJRECP.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  MOV-NOVO-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==MN-LANCAMENTO==
                       LEADING ==LC-== BY ==MN-==.

       FD  PREJUIZO-FILE.
           COPY PREJUIZO.

       FD  PREJMOV-FILE.
           COPY PREJMOV.

       FD  LANCPRJ-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==LZ-LANCAMENTO==
                       LEADING ==LC-== BY ==LZ-==.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-MOV-NOVO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-PREJUIZO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-PREJMOV-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-LANCPRJ-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-MOVIMENTO         PIC X     VALUE "N".
           88 FIM-MOVIMENTO        VALUE "S".

       77 WS-A-RECUPERAR           PIC 9(09)V99 VALUE ZERO.
       77 WS-VALOR-RECONHECIDO     PIC 9(09)V99 VALUE ZERO.

       77 WS-QTD-MOVIMENTOS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-RECUPERACOES      PIC 9(05) VALUE ZERO.
       77 WS-QTD-RESIDUAIS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-LIQUIDADAS        PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-RECUPERADO      PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-RESIDUAL        PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-EDT             PIC ----------9.99.
       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.
       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "PREJRECP".

      *----------------------------------------------------------------*
      * Controle de reexecucao no mesmo dia: a data do movimento
      * apurada fica gravada em PREJRECP.CKP (rotina CHKPT); rodar de
      * novo no mesmo dia vira aviso, sem reconhecer a mesma
      * recuperacao duas vezes.
      *----------------------------------------------------------------*
       77 WS-CKPT-CHAVE            PIC X(11) VALUE SPACES.
       77 WS-CKPT-ENCONTRADO       PIC X     VALUE "N".
       77 WS-HOJE-TXT              PIC X(11) VALUE SPACES.
       77 WS-DATA-INICIO-JOB       PIC 9(08) VALUE ZERO.
       77 WS-HORA-INICIO-JOB       PIC 9(08) VALUE ZERO.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(40) VALUE
              "RECUPERACAO DE PREJUIZO EM".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(10) VALUE "CONTA".
           05 FILLER               PIC X(13) VALUE "EVENTO".
           05 FILLER               PIC X(15) VALUE "     MOVIMENTO".
           05 FILLER               PIC X(15) VALUE "   RECONHECIDO".
           05 FILLER               PIC X(15) VALUE "  A RECUPERAR".

       01  WS-LINHA-DETALHE.
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-EVENTO        PIC X(11).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-MOVIMENTO     PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-RECONHECIDO   PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-A-RECUPERAR   PIC ----------9.99.

       01  WS-LINHA-RODAPE.
           05 WS-ROD-TEXTO         PIC X(30).
           05 WS-ROD-QTD           PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ROD-VALOR         PIC ----------9.99.
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
           PERFORM 0040-VERIFICAR-DIA-JA-APURADO.
           PERFORM 0100-ABRIR-ARQUIVOS.
           PERFORM 0200-PROCESSAR-MOVIMENTOS.
           PERFORM 0300-ENCERRAR.
           MOVE WS-HOJE-TXT TO WS-CKPT-CHAVE.
           CALL "CHKPT" USING WS-JOB-NOME "G" WS-CKPT-CHAVE
                               WS-DATA-INICIO-JOB WS-HORA-INICIO-JOB
                               WS-CKPT-ENCONTRADO.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0040-VERIFICAR-DIA-JA-APURADO.
           MOVE WS-HOJE TO WS-HOJE-TXT(1:8).
           CALL "CHKPT" USING WS-JOB-NOME "L" WS-CKPT-CHAVE
                               WS-DATA-INICIO-JOB WS-HORA-INICIO-JOB
                               WS-CKPT-ENCONTRADO.
           IF WS-CKPT-ENCONTRADO = "S"
              AND WS-CKPT-CHAVE = WS-HOJE-TXT
               DISPLAY "AVISO - RECUPERACAO JA APURADA EM "
                       WS-HOJE ", NADA A FAZER"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-HOJE TO WS-DATA-INICIO-JOB.
           ACCEPT WS-HORA-INICIO-JOB FROM TIME.

      *----------------------------------------------------------------*
      * Sem PREJUIZO.DAT nenhuma conta foi baixada ainda: nada a
      * recuperar, o passo termina normalmente.
      *----------------------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN I-O PREJUIZO-FILE.
           IF WS-PREJUIZO-STATUS = "35"
               DISPLAY "AVISO - PREJUIZO.DAT AUSENTE, NENHUMA CONTA "
                       "BAIXADA A RECUPERAR"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PREJUIZO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA PREJUIZO.DAT - STATUS "
                       WS-PREJUIZO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT MOV-NOVO-FILE.
           IF WS-MOV-NOVO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA MOVNOVO.TMP - STATUS "
                       WS-MOV-NOVO-STATUS
               CLOSE PREJUIZO-FILE
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
               CLOSE PREJUIZO-FILE
               CLOSE MOV-NOVO-FILE
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
               CLOSE PREJUIZO-FILE
               CLOSE MOV-NOVO-FILE
               CLOSE PREJMOV-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA PREJRECP.LST - STATUS "
                       WS-RELATORIO-STATUS
               CLOSE PREJUIZO-FILE
               CLOSE MOV-NOVO-FILE
               CLOSE PREJMOV-FILE
               CLOSE LANCPRJ-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-PROCESSAR-MOVIMENTOS.
           MOVE WS-HOJE TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

           PERFORM 0910-LER-MOVIMENTO.
           PERFORM UNTIL FIM-MOVIMENTO
               ADD 1 TO WS-QTD-MOVIMENTOS
               PERFORM 0250-AVALIAR-MOVIMENTO
               PERFORM 0910-LER-MOVIMENTO
           END-PERFORM.

           MOVE "RECUPERACOES" TO WS-ROD-TEXTO.
           MOVE WS-QTD-RECUPERACOES TO WS-ROD-QTD.
           MOVE WS-TOTAL-RECUPERADO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "BAIXAS DE DEBITO RESIDUAL" TO WS-ROD-TEXTO.
           MOVE WS-QTD-RESIDUAIS TO WS-ROD-QTD.
           MOVE WS-TOTAL-RESIDUAL TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "CONTAS TOTALMENTE RECUPERADAS" TO WS-ROD-TEXTO.
           MOVE WS-QTD-LIQUIDADAS TO WS-ROD-QTD.
           MOVE ZERO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

      *----------------------------------------------------------------*
      * Os proprios lancamentos "Z" (a baixa e o que esta rotina
      * gerou na noite anterior) nao contam. Na conta ainda baixada,
      * credito e recuperacao e debito e residual; a conta ja toda
      * recuperada movimenta como qualquer outra.
      *----------------------------------------------------------------*
       0250-AVALIAR-MOVIMENTO.
           IF MN-ORIGEM-PREJUIZO
               EXIT PARAGRAPH
           END-IF.
           MOVE MN-CONTA TO PJ-CONTA.
           READ PREJUIZO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
               WHEN MN-CREDITO AND PJ-BAIXADA
                   PERFORM 0260-RECONHECER-RECUPERACAO
               WHEN MN-DEBITO AND PJ-BAIXADA
                   PERFORM 0270-BAIXAR-RESIDUAL
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Recupera ate o que falta do valor baixado; o que passar
      * disso fica na conta como deposito comum.
      *----------------------------------------------------------------*
       0260-RECONHECER-RECUPERACAO.
           COMPUTE WS-A-RECUPERAR =
               PJ-VALOR-BAIXADO - PJ-VALOR-RECUPERADO.
           IF MN-VALOR < WS-A-RECUPERAR
               MOVE MN-VALOR TO WS-VALOR-RECONHECIDO
           ELSE
               MOVE WS-A-RECUPERAR TO WS-VALOR-RECONHECIDO
           END-IF.
           IF WS-VALOR-RECONHECIDO = ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD WS-VALOR-RECONHECIDO TO PJ-VALOR-RECUPERADO.
           MOVE WS-HOJE TO PJ-DATA-ULT-RECUP.
           SUBTRACT WS-VALOR-RECONHECIDO FROM WS-A-RECUPERAR.
           IF WS-A-RECUPERAR = ZERO
               SET PJ-RECUPERADA TO TRUE
               ADD 1 TO WS-QTD-LIQUIDADAS
           END-IF.
           PERFORM 0280-REGRAVAR-PREJUIZO.

           ADD 1 TO WS-QTD-RECUPERACOES.
           ADD WS-VALOR-RECONHECIDO TO WS-TOTAL-RECUPERADO.
           SET PM-RECUPERACAO TO TRUE.
           MOVE "RECUPERACAO" TO WS-DET-EVENTO.
           SET LZ-DEBITO TO TRUE.
           PERFORM 0290-GRAVAR-EVENTO.

      *----------------------------------------------------------------*
      * Debito que postou na conta baixada amplia o valor baixado e
      * sai da conta pelo credito "Z" do ciclo seguinte.
      *----------------------------------------------------------------*
       0270-BAIXAR-RESIDUAL.
           MOVE MN-VALOR TO WS-VALOR-RECONHECIDO.
           IF WS-VALOR-RECONHECIDO = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD WS-VALOR-RECONHECIDO TO PJ-VALOR-BAIXADO.
           COMPUTE WS-A-RECUPERAR =
               PJ-VALOR-BAIXADO - PJ-VALOR-RECUPERADO.
           PERFORM 0280-REGRAVAR-PREJUIZO.

           ADD 1 TO WS-QTD-RESIDUAIS.
           ADD WS-VALOR-RECONHECIDO TO WS-TOTAL-RESIDUAL.
           SET PM-BAIXA-RESIDUAL TO TRUE.
           MOVE "RESIDUAL" TO WS-DET-EVENTO.
           SET LZ-CREDITO TO TRUE.
           PERFORM 0290-GRAVAR-EVENTO.

       0280-REGRAVAR-PREJUIZO.
           REWRITE REGISTRO-PREJUIZO
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO PREJUIZO.DAT - CONTA "
                           PJ-CONTA " STATUS " WS-PREJUIZO-STATUS
                   CLOSE PREJUIZO-FILE
                   CLOSE MOV-NOVO-FILE
                   CLOSE PREJMOV-FILE
                   CLOSE LANCPRJ-FILE
                   CLOSE RELATORIO-FILE
                   CALL "JOBLOG" USING WS-JOB-NOME "E"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      *----------------------------------------------------------------*
      * Evento no movimento da carteira, lancamento "Z" para o
      * proximo ciclo (o tipo ja vem definido) e linha no relatorio.
      *----------------------------------------------------------------*
       0290-GRAVAR-EVENTO.
           MOVE WS-HOJE              TO PM-DATA.
           MOVE PJ-CONTA             TO PM-CONTA.
           MOVE PJ-CPF               TO PM-CPF.
           MOVE WS-VALOR-RECONHECIDO TO PM-VALOR.
           MOVE WS-A-RECUPERAR       TO PM-SALDO-A-RECUPERAR.
           WRITE REGISTRO-PREJ-MOV.

           MOVE MN-CONTA             TO LZ-CONTA.
           MOVE MN-CPF               TO LZ-CPF.
           MOVE WS-HOJE              TO LZ-DATA.
           MOVE WS-VALOR-RECONHECIDO TO LZ-VALOR.
           SET LZ-ORIGEM-PREJUIZO TO TRUE.
           MOVE SPACES               TO LZ-CONTA-DESTINO.
           MOVE SPACES               TO LZ-NSU.
           STRING "PREJ" MN-CONTA DELIMITED BY SIZE
               INTO LZ-NSU.
           WRITE LZ-LANCAMENTO.

           MOVE MN-CONTA             TO WS-DET-CONTA.
           MOVE MN-VALOR             TO WS-DET-MOVIMENTO.
           MOVE WS-VALOR-RECONHECIDO TO WS-DET-RECONHECIDO.
           MOVE WS-A-RECUPERAR       TO WS-DET-A-RECUPERAR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       0300-ENCERRAR.
           CLOSE PREJUIZO-FILE.
           CLOSE MOV-NOVO-FILE.
           CLOSE PREJMOV-FILE.
           CLOSE LANCPRJ-FILE.
           CLOSE RELATORIO-FILE.
           DISPLAY "MOVIMENTOS LIDOS.....: " WS-QTD-MOVIMENTOS.
           DISPLAY "RECUPERACOES.........: " WS-QTD-RECUPERACOES.
           MOVE WS-TOTAL-RECUPERADO TO WS-TOTAL-EDT.
           DISPLAY "VALOR RECUPERADO.....: " WS-TOTAL-EDT.
           DISPLAY "DEBITOS RESIDUAIS....: " WS-QTD-RESIDUAIS.
           MOVE WS-TOTAL-RESIDUAL TO WS-TOTAL-EDT.
           DISPLAY "VALOR RESIDUAL.......: " WS-TOTAL-EDT.
           DISPLAY "CONTAS RECUPERADAS...: " WS-QTD-LIQUIDADAS.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.

      *----------------------------------------------------------------*
      * Grava os contadores do job no arquivo de totais de controle
      * para o balanceamento do fechamento diario.
      *----------------------------------------------------------------*
       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "RECUPERACOES" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-RECUPERACOES TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "RESIDUAIS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-RESIDUAIS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

       0910-LER-MOVIMENTO.
           READ MOV-NOVO-FILE
               AT END
                   SET FIM-MOVIMENTO TO TRUE
           END-READ.
