      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Apuracao diaria do IOF sobre o uso do cheque
      *          especial. Roda depois do razao (RAZAOCLI.cob): toda
      *          conta com saldo negativo de fim de dia em SALDO.DAT
      *          paga a aliquota diaria sobre o saldo devedor e, sobre
      *          o uso novo (o quanto o saldo devedor cresceu em
      *          relacao a posicao anterior em SALDOHST.DAT), a
      *          aliquota adicional, cobrada uma unica vez. As
      *          aliquotas vem da tabela vigenciada TAXAIOF.PAR. O
      *          imposto da conta sai como debito de origem "I" em
      *          LANCIOF.DAT, que a edicao previa EDITLAN.cob injeta
      *          no ciclo seguinte do razao como os juros, e o
      *          detalhe do dia e anexado a IOFHST.DAT para o
      *          relatorio mensal (IOFREL.cob) e a contabilidade.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. IOFDIA.
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
           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

      *----------------------------------------------------------------*
      * Historico diario de saldo, ordenado por conta e data
      * decrescente: o primeiro registro da conta anterior a data do
      * movimento e a posicao de ontem, base do uso novo.
      *----------------------------------------------------------------*
           SELECT HISTORICO-FILE ASSIGN TO "SALDOHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT SORT-HST ASSIGN TO "WORKIOF.TMP".

           SELECT HST-ORDENADO ASSIGN TO "IOFORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENADO-STATUS.

      *----------------------------------------------------------------*
      * Tabela de aliquotas com vigencia, no mesmo esquema da
      * TAXAJUR.PAR: vale a linha de maior vigencia nao posterior a
      * data do movimento.
      *----------------------------------------------------------------*
           SELECT PARAM-FILE ASSIGN TO "TAXAIOF.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

      *----------------------------------------------------------------*
      * Debitos de IOF gerados nesta execucao, consumidos pela
      * edicao previa EDITLAN.cob na proxima rodada do razao.
      *----------------------------------------------------------------*
           SELECT LANCIOF-FILE ASSIGN TO "LANCIOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCIOF-STATUS.

      *----------------------------------------------------------------*
      * Contas baixadas como prejuizo (PREJBAIX.cob): a divida saiu
      * do saldo e nao paga IOF. Arquivo ausente = nenhuma baixada.
      *----------------------------------------------------------------*
           SELECT PREJUIZO-FILE ASSIGN TO "PREJUIZO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CONTA
               FILE STATUS IS WS-PREJUIZO-STATUS.

           SELECT IOFHST-FILE ASSIGN TO "IOFHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOFHST-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  SALDO-FILE.
           COPY SALDO.

       FD  HISTORICO-FILE.
           COPY SALDOHST.

       SD  SORT-HST.
           COPY SALDOHST REPLACING ==REGISTRO-SALDO-HIST==
                                BY ==SS-REGISTRO-HIST==
                       LEADING ==SH-== BY ==SS-==.

       FD  HST-ORDENADO.
           COPY SALDOHST REPLACING ==REGISTRO-SALDO-HIST==
                                BY ==HO-REGISTRO-HIST==
                       LEADING ==SH-== BY ==HO-==.

      *----------------------------------------------------------------*
      * Linha da tabela de aliquotas: data de inicio de vigencia
      * (AAAAMMDD), aliquota diaria e aliquota adicional, ambas com 1
      * digito inteiro e 6 casas decimais implicitas (ex.: 0000082 =
      * 0,000082 = 0,0082% ao dia; 0003800 = 0,0038 = 0,38%).
      *----------------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-IOF.
           05 PI-DATA-VIGENCIA      PIC 9(08).
           05 PI-TAXA-DIARIA        PIC 9V9(06).
           05 PI-TAXA-ADICIONAL     PIC 9V9(06).

       FD  LANCIOF-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==LI-LANCAMENTO==
                       LEADING ==LC-== BY ==LI-==.

       FD  IOFHST-FILE.
           COPY IOFHST.

       FD  PREJUIZO-FILE.
           COPY PREJUIZO.
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-SALDO-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-HISTORICO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-ORDENADO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-LANCIOF-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-IOFHST-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-PREJUIZO-STATUS       PIC X(02) VALUE ZEROS.

       77 WS-FIM-SALDO             PIC X     VALUE "N".
           88 FIM-SALDO            VALUE "S".
       77 WS-FIM-HISTORICO         PIC X     VALUE "N".
           88 FIM-HISTORICO        VALUE "S".
       77 WS-FIM-PARAM             PIC X     VALUE "N".
           88 FIM-PARAM            VALUE "S".

       77 WS-HISTORICO-DISPONIVEL  PIC X     VALUE "S".
           88 HISTORICO-DISPONIVEL VALUE "S".
       77 WS-PREJUIZO-DISPONIVEL   PIC X     VALUE "S".
           88 PREJUIZO-DISPONIVEL  VALUE "S".
       77 WS-CONTA-BAIXADA         PIC X     VALUE "N".
           88 CONTA-BAIXADA        VALUE "S".

      *----------------------------------------------------------------*
      * Tabela de aliquotas carregada de TAXAIOF.PAR na abertura e as
      * aliquotas em vigor na data do movimento (zero quando nenhuma
      * linha esta em vigor - nesse caso nada e cobrado).
      *----------------------------------------------------------------*
       01  TABELA-TAXAS-IOF.
           05 TAB-IOF OCCURS 50 TIMES.
               10 TAB-IOF-VIGENCIA  PIC 9(08).
               10 TAB-IOF-DIARIA    PIC 9V9(06).
               10 TAB-IOF-ADICIONAL PIC 9V9(06).
       77 WS-QTD-TAXAS             PIC 9(02) VALUE ZERO.
       77 WS-IDX-TAXA              PIC 9(02) VALUE ZERO.
       77 WS-VIGENCIA-ACHADA       PIC 9(08) VALUE ZERO.
       77 WS-TAXA-DIARIA           PIC 9V9(06) VALUE ZERO.
       77 WS-TAXA-ADICIONAL        PIC 9V9(06) VALUE ZERO.

      *----------------------------------------------------------------*
      * Posicao anterior da conta corrente do processamento, tirada
      * do historico ordenado (zero = conta sem posicao anterior ou
      * com saldo anterior positivo).
      *----------------------------------------------------------------*
       77 WS-SALDO-ANTERIOR        PIC S9(09)V99 VALUE ZERO.
       77 WS-BASE-DIARIA           PIC 9(09)V99 VALUE ZERO.
       77 WS-BASE-ANTERIOR         PIC 9(09)V99 VALUE ZERO.
       77 WS-BASE-ADICIONAL        PIC 9(09)V99 VALUE ZERO.
       77 WS-IOF-DIARIO            PIC 9(07)V99 VALUE ZERO.
       77 WS-IOF-ADICIONAL         PIC 9(07)V99 VALUE ZERO.
       77 WS-IOF-TOTAL             PIC 9(09)V99 VALUE ZERO.
       77 WS-IOF-OK                PIC X     VALUE "S".
           88 IOF-OK               VALUE "S".

       77 WS-QTD-CONTAS            PIC 9(05) VALUE ZERO.
       77 WS-QTD-NEGATIVAS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-BAIXADAS          PIC 9(05) VALUE ZERO.
       77 WS-QTD-ERROS             PIC 9(05) VALUE ZERO.
       77 WS-QTD-LANCTOS-IOF       PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-IOF             PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-IOF-EDT         PIC ----------9.99.
       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "IOFDIA".

      *----------------------------------------------------------------*
      * Controle de reexecucao no mesmo dia: a data do movimento
      * apurada fica gravada em IOFDIA.CKP (rotina CHKPT); rodar de
      * novo no mesmo dia vira aviso, sem cobrar o imposto duas vezes
      * nem duplicar o historico.
      *----------------------------------------------------------------*
       77 WS-CKPT-CHAVE            PIC X(11) VALUE SPACES.
       77 WS-CKPT-ENCONTRADO       PIC X     VALUE "N".
       77 WS-HOJE-TXT              PIC X(11) VALUE SPACES.
       77 WS-DATA-INICIO-JOB       PIC 9(08) VALUE ZERO.
       77 WS-HORA-INICIO-JOB       PIC 9(08) VALUE ZERO.
      *================================================================*
       PROCEDURE                          DIVISION.
      *================================================================*
       0000-PRINCIPAL.
           CALL "JOBLOG" USING WS-JOB-NOME "S".
           CALL "DATAMOV" USING WS-DATA-HOJE
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
           PERFORM 0050-CARREGAR-TABELA-TAXAS.
           PERFORM 0070-DEFINIR-TAXAS.
           PERFORM 0100-ORDENAR-HISTORICO.
           PERFORM 0200-APURAR-IOF.
           MOVE WS-HOJE-TXT TO WS-CKPT-CHAVE.
           CALL "CHKPT" USING WS-JOB-NOME "G" WS-CKPT-CHAVE
                               WS-DATA-INICIO-JOB WS-HORA-INICIO-JOB
                               WS-CKPT-ENCONTRADO.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           IF WS-QTD-ERROS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0040-VERIFICAR-DIA-JA-APURADO.
           MOVE WS-DATA-HOJE TO WS-HOJE-TXT(1:8).
           CALL "CHKPT" USING WS-JOB-NOME "L" WS-CKPT-CHAVE
                               WS-DATA-INICIO-JOB WS-HORA-INICIO-JOB
                               WS-CKPT-ENCONTRADO.
           IF WS-CKPT-ENCONTRADO = "S"
              AND WS-CKPT-CHAVE = WS-HOJE-TXT
               DISPLAY "AVISO - IOF JA APURADO EM "
                       WS-DATA-HOJE ", NADA A FAZER"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-HOJE TO WS-DATA-INICIO-JOB.
           ACCEPT WS-HORA-INICIO-JOB FROM TIME.

      *----------------------------------------------------------------*
      * Carrega a tabela de aliquotas de TAXAIOF.PAR. A tabela e
      * obrigatoria: sem ela o job para com RC 8 em vez de deixar de
      * recolher o imposto em silencio. Linha invalida e ignorada
      * com aviso.
      *----------------------------------------------------------------*
       0050-CARREGAR-TABELA-TAXAS.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA TAXAIOF.PAR - STATUS "
                       WS-PARAM-STATUS
               DISPLAY "CARREGUE A TABELA DE ALIQUOTAS DE IOF E "
                       "REEXECUTE O PASSO"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0920-LER-PARAM-IOF.
           PERFORM UNTIL FIM-PARAM
               PERFORM 0060-GUARDAR-LINHA-TAXA
               PERFORM 0920-LER-PARAM-IOF
           END-PERFORM.
           CLOSE PARAM-FILE.
           DISPLAY "ALIQUOTAS CARREGADAS DE TAXAIOF.PAR: "
                   WS-QTD-TAXAS.

       0060-GUARDAR-LINHA-TAXA.
           IF PI-DATA-VIGENCIA IS NOT NUMERIC
              OR PI-TAXA-DIARIA IS NOT NUMERIC
              OR PI-TAXA-ADICIONAL IS NOT NUMERIC
               DISPLAY "AVISO - LINHA INVALIDA EM TAXAIOF.PAR "
                       "IGNORADA: " PARAM-IOF
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTD-TAXAS >= 50
               DISPLAY "AVISO - TABELA DE ALIQUOTAS CHEIA, LINHA "
                       "IGNORADA: " PARAM-IOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-TAXAS.
           MOVE PI-DATA-VIGENCIA  TO TAB-IOF-VIGENCIA(WS-QTD-TAXAS).
           MOVE PI-TAXA-DIARIA    TO TAB-IOF-DIARIA(WS-QTD-TAXAS).
           MOVE PI-TAXA-ADICIONAL TO TAB-IOF-ADICIONAL(WS-QTD-TAXAS).

      *----------------------------------------------------------------*
      * As aliquotas nao dependem da conta: a linha em vigor na data
      * do movimento e escolhida uma vez so. Linha futura fica
      * carregada esperando a sua data.
      *----------------------------------------------------------------*
       0070-DEFINIR-TAXAS.
           MOVE ZERO TO WS-VIGENCIA-ACHADA.
           PERFORM VARYING WS-IDX-TAXA FROM 1 BY 1
                   UNTIL WS-IDX-TAXA > WS-QTD-TAXAS
               IF TAB-IOF-VIGENCIA(WS-IDX-TAXA) <= WS-DATA-HOJE
                  AND TAB-IOF-VIGENCIA(WS-IDX-TAXA)
                      >= WS-VIGENCIA-ACHADA
                   MOVE TAB-IOF-VIGENCIA(WS-IDX-TAXA)
                       TO WS-VIGENCIA-ACHADA
                   MOVE TAB-IOF-DIARIA(WS-IDX-TAXA)
                       TO WS-TAXA-DIARIA
                   MOVE TAB-IOF-ADICIONAL(WS-IDX-TAXA)
                       TO WS-TAXA-ADICIONAL
               END-IF
           END-PERFORM.
           IF WS-VIGENCIA-ACHADA = ZERO
               DISPLAY "AVISO - NENHUMA ALIQUOTA DE IOF EM VIGOR EM "
                       WS-DATA-HOJE ", NADA SERA COBRADO"
           ELSE
               DISPLAY "ALIQUOTAS EM VIGOR DESDE " WS-VIGENCIA-ACHADA
                       " - DIARIA " WS-TAXA-DIARIA
                       " ADICIONAL " WS-TAXA-ADICIONAL
           END-IF.

      *----------------------------------------------------------------*
      * Sem historico (primeira noite do sistema) toda conta negativa
      * e tratada como uso novo: o job segue com aviso.
      *----------------------------------------------------------------*
       0100-ORDENAR-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "AVISO - SALDOHST.DAT AUSENTE, SEM POSICAO "
                       "ANTERIOR PARA O USO NOVO"
               MOVE "N" TO WS-HISTORICO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           CLOSE HISTORICO-FILE.
           SORT SORT-HST
               ON ASCENDING KEY SS-CONTA
               ON DESCENDING KEY SS-DATA
               USING HISTORICO-FILE
               GIVING HST-ORDENADO.

      *----------------------------------------------------------------*
      * Percorre SALDO.DAT (em ordem de conta, como o razao grava)
      * casando com o historico ordenado. Apura so as contas com
      * saldo devedor; as demais apenas entram na contagem.
      *----------------------------------------------------------------*
       0200-APURAR-IOF.
           OPEN INPUT SALDO-FILE.
           IF WS-SALDO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA SALDO.DAT - STATUS "
                       WS-SALDO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LANCIOF-FILE.
           IF WS-LANCIOF-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA LANCIOF.DAT - STATUS "
                       WS-LANCIOF-STATUS
               CLOSE SALDO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND IOFHST-FILE.
           IF WS-IOFHST-STATUS = "35"
               OPEN OUTPUT IOFHST-FILE
           END-IF.
           IF WS-IOFHST-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA IOFHST.DAT - STATUS "
                       WS-IOFHST-STATUS
               CLOSE SALDO-FILE
               CLOSE LANCIOF-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF HISTORICO-DISPONIVEL
               OPEN INPUT HST-ORDENADO
               PERFORM 0930-LER-HISTORICO
           ELSE
               SET FIM-HISTORICO TO TRUE
           END-IF.

           OPEN INPUT PREJUIZO-FILE.
           IF WS-PREJUIZO-STATUS NOT = "00"
               MOVE "N" TO WS-PREJUIZO-DISPONIVEL
           END-IF.

           PERFORM 0910-LER-SALDO.
           PERFORM UNTIL FIM-SALDO
               ADD 1 TO WS-QTD-CONTAS
               IF SAL-SALDO < ZERO
                   PERFORM 0250-VERIFICAR-PREJUIZO
                   IF NOT CONTA-BAIXADA
                       PERFORM 0300-LOCALIZAR-POSICAO-ANTERIOR
                       PERFORM 0400-CALCULAR-IOF
                   END-IF
               END-IF
               PERFORM 0910-LER-SALDO
           END-PERFORM.

           CLOSE SALDO-FILE.
           CLOSE LANCIOF-FILE.
           CLOSE IOFHST-FILE.
           IF HISTORICO-DISPONIVEL
               CLOSE HST-ORDENADO
           END-IF.
           IF PREJUIZO-DISPONIVEL
               CLOSE PREJUIZO-FILE
           END-IF.
           MOVE WS-TOTAL-IOF TO WS-TOTAL-IOF-EDT.
           DISPLAY "CONTAS LIDAS...........: " WS-QTD-CONTAS.
           DISPLAY "CONTAS COM SALDO DEVEDOR: " WS-QTD-NEGATIVAS.
           DISPLAY "BAIXADAS COMO PREJUIZO.: " WS-QTD-BAIXADAS.
           DISPLAY "LANCAMENTOS DE IOF.....: " WS-QTD-LANCTOS-IOF.
           DISPLAY "TOTAL DE IOF APURADO...: " WS-TOTAL-IOF-EDT.
           DISPLAY "ERROS DE CALCULO.......: " WS-QTD-ERROS.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.

      *----------------------------------------------------------------*
      * Conta negativa baixada como prejuizo fica fora da apuracao:
      * o debito residual que ainda entrar nela e baixado tambem
      * pela rotina de recuperacao, nao onerado.
      *----------------------------------------------------------------*
       0250-VERIFICAR-PREJUIZO.
           MOVE "N" TO WS-CONTA-BAIXADA.
           IF NOT PREJUIZO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE SAL-CONTA TO PJ-CONTA.
           READ PREJUIZO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PJ-BAIXADA
                       MOVE "S" TO WS-CONTA-BAIXADA
                       ADD 1 TO WS-QTD-BAIXADAS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Avanca o historico ate a conta corrente; dentro da conta os
      * registros vem da data mais recente para a mais antiga, e o
      * primeiro anterior a data do movimento e a posicao de ontem
      * (a de hoje ja foi anexada pelo razao e e pulada).
      *----------------------------------------------------------------*
       0300-LOCALIZAR-POSICAO-ANTERIOR.
           MOVE ZERO TO WS-SALDO-ANTERIOR.
           PERFORM UNTIL FIM-HISTORICO
                      OR HO-CONTA > SAL-CONTA
                      OR (HO-CONTA = SAL-CONTA
                          AND HO-DATA < WS-DATA-HOJE)
               PERFORM 0930-LER-HISTORICO
           END-PERFORM.
           IF NOT FIM-HISTORICO
              AND HO-CONTA = SAL-CONTA
               MOVE HO-SALDO TO WS-SALDO-ANTERIOR
           END-IF.

      *----------------------------------------------------------------*
      * Aliquota diaria sobre todo o saldo devedor de fim de dia;
      * aliquota adicional so sobre o aumento do saldo devedor em
      * relacao a posicao anterior (o uso novo). Saldo anterior
      * positivo conta como base anterior zero: o uso todo e novo.
      *----------------------------------------------------------------*
       0400-CALCULAR-IOF.
           ADD 1 TO WS-QTD-NEGATIVAS.
           MOVE "S" TO WS-IOF-OK.
           COMPUTE WS-BASE-DIARIA = SAL-SALDO * -1.
           MOVE ZERO TO WS-BASE-ANTERIOR.
           IF WS-SALDO-ANTERIOR < ZERO
               COMPUTE WS-BASE-ANTERIOR = WS-SALDO-ANTERIOR * -1
           END-IF.
           MOVE ZERO TO WS-BASE-ADICIONAL.
           IF WS-BASE-DIARIA > WS-BASE-ANTERIOR
               SUBTRACT WS-BASE-ANTERIOR FROM WS-BASE-DIARIA
                   GIVING WS-BASE-ADICIONAL
           END-IF.

           MULTIPLY WS-BASE-DIARIA BY WS-TAXA-DIARIA
               GIVING WS-IOF-DIARIO ROUNDED
               ON SIZE ERROR
                   MOVE "N" TO WS-IOF-OK
           END-MULTIPLY.
           MULTIPLY WS-BASE-ADICIONAL BY WS-TAXA-ADICIONAL
               GIVING WS-IOF-ADICIONAL ROUNDED
               ON SIZE ERROR
                   MOVE "N" TO WS-IOF-OK
           END-MULTIPLY.
           IF NOT IOF-OK
               DISPLAY "ERRO NO CALCULO DO IOF: " SAL-CONTA
               ADD 1 TO WS-QTD-ERROS
               EXIT PARAGRAPH
           END-IF.

           ADD WS-IOF-DIARIO WS-IOF-ADICIONAL GIVING WS-IOF-TOTAL.
           IF WS-IOF-TOTAL = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0500-GRAVAR-LANCTO-IOF.
           PERFORM 0600-GRAVAR-HISTORICO-IOF.

      *----------------------------------------------------------------*
      * Um debito de origem "I" por conta com o imposto do dia
      * (diario + adicional); o razao aplica no proximo ciclo.
      *----------------------------------------------------------------*
       0500-GRAVAR-LANCTO-IOF.
           MOVE SAL-CONTA    TO LI-CONTA.
           MOVE SAL-CPF      TO LI-CPF.
           MOVE WS-DATA-HOJE TO LI-DATA.
           SET LI-DEBITO TO TRUE.
           MOVE WS-IOF-TOTAL TO LI-VALOR.
           SET LI-ORIGEM-IOF TO TRUE.
           MOVE SPACES TO LI-CONTA-DESTINO.
           MOVE SPACES TO LI-NSU.
           WRITE LI-LANCAMENTO.
           ADD 1 TO WS-QTD-LANCTOS-IOF.
           ADD WS-IOF-TOTAL TO WS-TOTAL-IOF.

       0600-GRAVAR-HISTORICO-IOF.
           MOVE SAL-CONTA         TO IH-CONTA.
           MOVE SAL-CPF           TO IH-CPF.
           MOVE WS-DATA-HOJE      TO IH-DATA.
           MOVE WS-BASE-DIARIA    TO IH-BASE-DIARIA.
           MOVE WS-BASE-ADICIONAL TO IH-BASE-ADICIONAL.
           MOVE WS-TAXA-DIARIA    TO IH-TAXA-DIARIA.
           MOVE WS-TAXA-ADICIONAL TO IH-TAXA-ADICIONAL.
           MOVE WS-IOF-DIARIO     TO IH-IOF-DIARIO.
           MOVE WS-IOF-ADICIONAL  TO IH-IOF-ADICIONAL.
           WRITE REGISTRO-IOF-HIST.

      *----------------------------------------------------------------*
      * Grava os contadores do job no arquivo de totais de controle
      * para o balanceamento do fechamento diario.
      *----------------------------------------------------------------*
       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "CONTAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-CONTAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "ERROS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-ERROS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "LANCTOS-IOF" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-LANCTOS-IOF TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

       0910-LER-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END
                   SET FIM-SALDO TO TRUE
           END-READ.

       0920-LER-PARAM-IOF.
           READ PARAM-FILE
               AT END
                   SET FIM-PARAM TO TRUE
           END-READ.

       0930-LER-HISTORICO.
           READ HST-ORDENADO
               AT END
                   SET FIM-HISTORICO TO TRUE
           END-READ.
