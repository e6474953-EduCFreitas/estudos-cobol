      *          aberto da agenda de recebiveis (AGDPARC.DAT, gerada
      *          por PARCELA.cob), marca as casadas como pagas com a
      *          data do credito e relata as parcelas vencidas e nao
      *          pagas com os dias de atraso. Credito de boleto
      *          liquidado (origem "B", do retorno do banco) paga a
      *          parcela exata pelo nosso numero que vem no NSU.
      *          Parcela paga com atraso gera multa e juros de mora
      *          pro rata por dia util (cartao MULTAJUR.PAR) em
      *          ENCATR.DAT, com o debito de origem "A" em ATRPROX.DAT
      *          (o razao o passa para LANCATR.DAT na efetivacao,
      *          para o ciclo seguinte); relatorio dos encargos
      *          apurados, pagos e dispensados em ENCATR.LST
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
           SELECT RELATORIO-FILE ASSIGN TO "BXAPARC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *----------------------------------------------------------------*
      * Encargos por atraso: taxas no cartao MULTAJUR.PAR, encargos
      * apurados em ENCATR.DAT (regravado via ENCNOVO.TMP, como a
      * agenda), debitos para o ciclo seguinte em ATRPROX.DAT -
      * recriado a cada noite; o LANCATR.DAT que a edicao previa
      * injeta so e trocado pelo razao na efetivacao, para que uma
      * reexecucao da cadeia no mesmo dia nao poste hoje os debitos
      * de amanha - e o relatorio ENCATR.LST.
      *----------------------------------------------------------------*
           SELECT PARAM-ATRASO-FILE ASSIGN TO "MULTAJUR.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-ATRASO-STATUS.

           SELECT ENCARGO-FILE ASSIGN TO "ENCATR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARGO-STATUS.

           SELECT ENC-NOVO-FILE ASSIGN TO "ENCNOVO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENC-NOVO-STATUS.

           SELECT ATRPROX-FILE ASSIGN TO "ATRPROX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATRPROX-STATUS.

           SELECT RELATORIO-ENC-FILE ASSIGN TO "ENCATR.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-ENC-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).

      *----------------------------------------------------------------*
      * Multa em % sobre o valor da parcela, juros de mora em % por
      * dia util de atraso, dias uteis de tolerancia e valor minimo
      * de cobranca (abaixo dele o encargo e dispensado).
      *----------------------------------------------------------------*
       FD  PARAM-ATRASO-FILE.
       01  PARAM-ATRASO.
           05 PMJ-PCT-MULTA        PIC 9(03)V99.
           05 PMJ-PCT-JUROS-DIA    PIC 9(01)V9(04).
           05 PMJ-DIAS-TOLERANCIA  PIC 9(02).
           05 PMJ-VALOR-MINIMO     PIC 9(05)V99.

       FD  ENCARGO-FILE.
           COPY ENCATR.

       FD  ENC-NOVO-FILE.
           COPY ENCATR REPLACING ==REGISTRO-ENCARGO==
                              BY ==EN-REGISTRO-ENCARGO==
                      LEADING ==ENC-== BY ==EN-==.

       FD  ATRPROX-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==LA-LANCAMENTO==
                       LEADING ==LC-== BY ==LA-==.

       FD  RELATORIO-ENC-FILE.
       01  LINHA-RELATORIO-ENC      PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-CRE-ORD-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-AGD-NOVO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-PARAM-ATRASO-STATUS   PIC X(02) VALUE ZEROS.
       77 WS-ENCARGO-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-ENC-NOVO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-ATRPROX-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-ENC-STATUS  PIC X(02) VALUE ZEROS.

       77 WS-FIM-AGENDA            PIC X     VALUE "N".
           88 FIM-AGENDA           VALUE "S".
           88 FIM-CREDITOS         VALUE "S".
       77 WS-CREDITOS-DISPONIVEIS  PIC X     VALUE "S".
           88 CREDITOS-DISPONIVEIS VALUE "S".
       77 WS-FIM-ENCARGOS          PIC X     VALUE "N".
           88 FIM-ENCARGOS         VALUE "S".

      *----------------------------------------------------------------*
      * Chaves de casamento conta + valor, comparadas como um campo
       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-DIAS-ATRASO           PIC S9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * Creditos de boleto do movimento, carregados antes do
      * casamento: cada um paga a parcela cujo nosso numero esta no
      * NSU do credito, sem depender de conta e valor. Credito que
      * nao acha parcela aberta fica so na conta e sai no relatorio.
      *----------------------------------------------------------------*
       77 WS-QTD-BOLETOS           PIC 9(05) VALUE ZERO.
       77 WS-MAX-BOLETOS           PIC 9(05) VALUE 5000.
       77 WS-IX-BOL                PIC 9(05) VALUE ZERO.
       77 WS-BOLETO-ACHADO         PIC X     VALUE "N".
           88 BOLETO-ACHADO        VALUE "S".
       77 WS-QTD-BAIXADAS-BOLETO   PIC 9(05) VALUE ZERO.
       77 WS-QTD-BOLETOS-SOBRA     PIC 9(05) VALUE ZERO.
       01  WS-TABELA-BOLETOS.
           05 TAB-BOL OCCURS 5000 TIMES.
               10 TAB-BOL-NOSSO    PIC 9(10).
               10 TAB-BOL-CONTA    PIC X(08).
               10 TAB-BOL-VALOR    PIC 9(09)V99.
               10 TAB-BOL-DATA     PIC 9(08).
               10 TAB-BOL-USADO    PIC X.

      *----------------------------------------------------------------*
      * Taxas de atraso em vigor: as do cartao ou, sem cartao, as
      * contratuais padrao (multa de 2% e juros de 1% ao mes, ou
      * 0,0333% por dia util), sem tolerancia nem minimo.
      *----------------------------------------------------------------*
       77 WS-PCT-MULTA             PIC 9(03)V99 VALUE 2.00.
       77 WS-PCT-JUROS-DIA         PIC 9(01)V9(04) VALUE 0.0333.
       77 WS-DIAS-TOLERANCIA       PIC 9(02) VALUE ZERO.
       77 WS-VALOR-MINIMO          PIC 9(05)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * Debitos de encargo (origem "A") que chegaram no movimento de
      * hoje: cada um quita o encargo em aberto de mesma conta,
      * parcela e quantidade de parcelas (o NSU do debito).
      *----------------------------------------------------------------*
       77 WS-QTD-COBRANCAS         PIC 9(05) VALUE ZERO.
       77 WS-MAX-COBRANCAS         PIC 9(05) VALUE 5000.
       77 WS-IX-COB                PIC 9(05) VALUE ZERO.
       77 WS-COBRANCA-ACHADA       PIC X     VALUE "N".
           88 COBRANCA-ACHADA      VALUE "S".
       01  WS-TABELA-COBRANCAS.
           05 TAB-COB OCCURS 5000 TIMES.
               10 TAB-COB-NSU      PIC X(12).
               10 TAB-COB-USADO    PIC X.
       01  WS-NSU-ENCARGO.
           05 WS-NSE-CONTA         PIC X(08).
           05 WS-NSE-PARCELA       PIC 9(02).
           05 WS-NSE-QTD           PIC 9(02).

      *----------------------------------------------------------------*
      * Pagamento que baixou a parcela (data e valor do credito) e a
      * apuracao dos encargos sobre ele.
      *----------------------------------------------------------------*
       77 WS-PAGTO-DATA            PIC 9(08) VALUE ZERO.
       77 WS-PAGTO-VALOR           PIC 9(09)V99 VALUE ZERO.
       77 WS-EXCEDENTE             PIC S9(09)V99 VALUE ZERO.
       77 WS-DIAS-UTEIS            PIC S9(05) VALUE ZERO.
       77 WS-DIAUTIL-STATUS        PIC X     VALUE "0".
       77 WS-DIAUTIL-MENSAGEM      PIC X(40) VALUE SPACES.

       77 WS-QTD-ENC-APURADOS      PIC 9(05) VALUE ZERO.
       77 WS-VAL-ENC-APURADOS      PIC 9(11)V99 VALUE ZERO.
       77 WS-QTD-ENC-PAGOS         PIC 9(05) VALUE ZERO.
       77 WS-VAL-ENC-PAGOS         PIC 9(11)V99 VALUE ZERO.
       77 WS-QTD-ENC-DISPENSADOS   PIC 9(05) VALUE ZERO.
       77 WS-VAL-ENC-DISPENSADOS   PIC 9(11)V99 VALUE ZERO.
       77 WS-QTD-ENC-ABERTOS       PIC 9(05) VALUE ZERO.
       77 WS-VAL-ENC-ABERTOS       PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * Checkpoint de dia ja processado: reexecutar a baixa com o
      * mesmo LANCVAL.DAT pagaria outra parcela de mesmo CPF e valor
              "BAIXA DE PARCELAS - MOVIMENTO DO DIA".

       01  WS-LINHA-BAIXA.
           05 WS-BXA-FORMA         PIC X(09) VALUE "PAGA    ".
           05 WS-BXA-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-BXA-CPF           PIC X(11).
           05 FILLER               PIC X(09) VALUE " ATRASO: ".
           05 WS-ATR-DIAS          PIC ZZZZ9.

       01  WS-LINHA-SOBRA.
           05 FILLER               PIC X(09) VALUE "SEM PARC ".
           05 WS-SOB-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-SOB-NOSSO         PIC 9(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-SOB-VALOR         PIC ----------9.99.
           05 FILLER               PIC X(04) VALUE " EM ".
           05 WS-SOB-DATA          PIC 9(08).
           05 FILLER               PIC X(25) VALUE
              " BOLETO SEM PARC. ABERTA".

       01  WS-LINHA-RODAPE-1.
           05 FILLER               PIC X(28) VALUE
              "PARCELAS BAIXADAS...........".
           05 WS-ROD-BAIXADAS      PIC ZZZZ9.

       01  WS-LINHA-RODAPE-3.
           05 FILLER               PIC X(28) VALUE
              "  DAS QUAIS POR BOLETO......".
           05 WS-ROD-BAIXADAS-BOL  PIC ZZZZ9.

       01  WS-LINHA-RODAPE-4.
           05 FILLER               PIC X(28) VALUE
              "BOLETOS SEM PARCELA ABERTA..".
           05 WS-ROD-SOBRA         PIC ZZZZ9.

       01  WS-LINHA-RODAPE-2.
           05 FILLER               PIC X(28) VALUE
              "PARCELAS EM ATRASO..........".
           05 WS-ROD-ATRASADAS     PIC ZZZZ9.

       01  WS-CABECALHO-ENC-1.
           05 FILLER               PIC X(40) VALUE
              "ENCARGOS DE ATRASO DE PARCELAS - EM: ".
           05 WS-CAB-ENC-DATA      PIC 9(08).

       01  WS-CABECALHO-ENC-2.
           05 FILLER               PIC X(09) VALUE "OCORR".
           05 FILLER               PIC X(14) VALUE "CONTA    PARC".
           05 FILLER               PIC X(14) VALUE "VENCTO   DIAS".
           05 FILLER               PIC X(10) VALUE "    MULTA".
           05 FILLER               PIC X(10) VALUE "    JUROS".
           05 FILLER               PIC X(11) VALUE "     TOTAL".
           05 FILLER               PIC X(11) VALUE "      PAGO".

       01  WS-LINHA-ENCARGO.
           05 WS-ENC-OCORRENCIA    PIC X(09).
           05 WS-ENC-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ENC-PARCELA       PIC Z9.
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-ENC-QTD           PIC 99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ENC-VENCIMENTO    PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ENC-DIAS          PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ENC-MULTA         PIC ZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ENC-JUROS         PIC ZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ENC-TOTAL         PIC ZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ENC-PAGO          PIC ZZZZZZ9.99.

       01  WS-LINHA-RODAPE-ENC.
           05 WS-ROD-ENC-TEXTO     PIC X(30).
           05 WS-ROD-ENC-QTD       PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ROD-ENC-VALOR     PIC ZZZZZZZZZZ9.99.
      *================================================================*
       PROCEDURE                          DIVISION.
      *================================================================*
           MOVE WS-HOJE TO WS-DATA-INICIO-JOB.
           PERFORM 0040-VERIFICAR-DIA-JA-BAIXADO.
           PERFORM 0050-VERIFICAR-AGENDA.
           PERFORM 0060-LER-TAXAS-ATRASO.
           PERFORM 0100-ORDENAR-AGENDA.
           PERFORM 0150-ORDENAR-CREDITOS.
           PERFORM 0200-PROCESSAR-BAIXAS.
           PERFORM 0350-EFETIVAR-AGENDA.
           PERFORM 0360-EFETIVAR-ENCARGOS.
           MOVE WS-HOJE-TXT TO WS-CKPT-CHAVE.
           CALL "CHKPT" USING WS-JOB-NOME "G" WS-CKPT-CHAVE
                               WS-DATA-INICIO-JOB WS-HORA-INICIO-JOB
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "AVISO - AGDPARC.DAT AUSENTE, NADA A BAIXAR"
               OPEN OUTPUT ATRPROX-FILE
               CLOSE ATRPROX-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE AGENDA-FILE.

      *----------------------------------------------------------------*
      * Cartao de taxas de atraso; ausente ou invalido, valem as
      * taxas padrao com aviso.
      *----------------------------------------------------------------*
       0060-LER-TAXAS-ATRASO.
           OPEN INPUT PARAM-ATRASO-FILE.
           IF WS-PARAM-ATRASO-STATUS NOT = "00"
               DISPLAY "AVISO - MULTAJUR.PAR AUSENTE, ENCARGOS DE "
                       "ATRASO PELAS TAXAS PADRAO"
               EXIT PARAGRAPH
           END-IF.
           READ PARAM-ATRASO-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PARAM-ATRASO-STATUS = "00"
              AND PMJ-PCT-MULTA IS NUMERIC
              AND PMJ-PCT-JUROS-DIA IS NUMERIC
              AND PMJ-DIAS-TOLERANCIA IS NUMERIC
              AND PMJ-VALOR-MINIMO IS NUMERIC
               MOVE PMJ-PCT-MULTA       TO WS-PCT-MULTA
               MOVE PMJ-PCT-JUROS-DIA   TO WS-PCT-JUROS-DIA
               MOVE PMJ-DIAS-TOLERANCIA TO WS-DIAS-TOLERANCIA
               MOVE PMJ-VALOR-MINIMO    TO WS-VALOR-MINIMO
           ELSE
               DISPLAY "AVISO - MULTAJUR.PAR INVALIDO, ENCARGOS DE "
                       "ATRASO PELAS TAXAS PADRAO"
           END-IF.
           CLOSE PARAM-ATRASO-FILE.
           DISPLAY "MULTA %: " WS-PCT-MULTA " JUROS % DIA UTIL: "
                   WS-PCT-JUROS-DIA " TOLERANCIA: " WS-DIAS-TOLERANCIA
                   " MINIMO: " WS-VALOR-MINIMO.

       0100-ORDENAR-AGENDA.
           SORT SORT-AGENDA
               ON ASCENDING KEY SA-CONTA SA-VALOR SA-DATA-VENCIMENTO
               SET FIM-CREDITOS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0160-CARREGAR-BOLETOS.
           CLOSE LANCVAL-FILE.
           SORT SORT-CREDITO
               ON ASCENDING KEY SC-CONTA SC-VALOR SC-DATA
               USING LANCVAL-FILE
               GIVING CRE-ORDENADO.

      *----------------------------------------------------------------*
      * Le LANCVAL.DAT (ja aberto) guardando os creditos de boleto
      * com nosso numero valido e os debitos de encargo de atraso.
      * Mais registros que as tabelas comportam derrubam o passo
      * antes de qualquer baixa.
      *----------------------------------------------------------------*
       0160-CARREGAR-BOLETOS.
           READ LANCVAL-FILE
               AT END
                   CONTINUE
           END-READ.
           PERFORM UNTIL WS-LANCVAL-STATUS NOT = "00"
               IF LC-CREDITO AND LC-ORIGEM-BOLETO
                  AND LC-NSU(3:10) IS NUMERIC
                   IF WS-QTD-BOLETOS >= WS-MAX-BOLETOS
                       DISPLAY "ERRO - MAIS DE " WS-MAX-BOLETOS
                               " CREDITOS DE BOLETO NO MOVIMENTO"
                       CLOSE LANCVAL-FILE
                       CALL "JOBLOG" USING WS-JOB-NOME "E"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-BOLETOS
                   MOVE LC-NSU(3:10) TO TAB-BOL-NOSSO(WS-QTD-BOLETOS)
                   MOVE LC-CONTA     TO TAB-BOL-CONTA(WS-QTD-BOLETOS)
                   MOVE LC-VALOR     TO TAB-BOL-VALOR(WS-QTD-BOLETOS)
                   MOVE LC-DATA      TO TAB-BOL-DATA(WS-QTD-BOLETOS)
                   MOVE "N"          TO TAB-BOL-USADO(WS-QTD-BOLETOS)
               END-IF
               IF LC-DEBITO AND LC-ORIGEM-ATRASO
                   IF WS-QTD-COBRANCAS >= WS-MAX-COBRANCAS
                       DISPLAY "ERRO - MAIS DE " WS-MAX-COBRANCAS
                               " DEBITOS DE ENCARGO NO MOVIMENTO"
                       CLOSE LANCVAL-FILE
                       CALL "JOBLOG" USING WS-JOB-NOME "E"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-COBRANCAS
                   MOVE LC-NSU TO TAB-COB-NSU(WS-QTD-COBRANCAS)
                   MOVE "N"    TO TAB-COB-USADO(WS-QTD-COBRANCAS)
               END-IF
               READ LANCVAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM.

       0200-PROCESSAR-BAIXAS.
           OPEN INPUT AGD-ORDENADO.
           OPEN OUTPUT AGD-NOVO-FILE.
           IF CREDITOS-DISPONIVEIS
               OPEN INPUT CRE-ORDENADO
           END-IF.
           PERFORM 0250-ABRIR-ENCARGOS.

           WRITE LINHA-RELATORIO FROM WS-CABECALHO.
           PERFORM 0300-ATUALIZAR-ENCARGOS.

           PERFORM 0920-LER-CREDITO.
           PERFORM 0910-LER-AGENDA.
               PERFORM 0910-LER-AGENDA
           END-PERFORM.

           PERFORM 0450-RELATAR-BOLETOS-SOBRA.

           MOVE WS-QTD-BAIXADAS  TO WS-ROD-BAIXADAS.
           MOVE WS-QTD-ATRASADAS TO WS-ROD-ATRASADAS.
           MOVE WS-QTD-BAIXADAS-BOLETO TO WS-ROD-BAIXADAS-BOL.
           MOVE WS-QTD-BOLETOS-SOBRA   TO WS-ROD-SOBRA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-1.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-3.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-4.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-2.
           PERFORM 0480-TOTALIZAR-ENCARGOS.

           CLOSE AGD-ORDENADO.
           CLOSE AGD-NOVO-FILE.
           CLOSE RELATORIO-FILE.
           CLOSE ENC-NOVO-FILE.
           CLOSE ATRPROX-FILE.
           CLOSE RELATORIO-ENC-FILE.
           IF CREDITOS-DISPONIVEIS
               CLOSE CRE-ORDENADO
           END-IF.
           DISPLAY "PARCELAS NA AGENDA...: " WS-QTD-PARCELAS.
           DISPLAY "PARCELAS BAIXADAS....: " WS-QTD-BAIXADAS.
           DISPLAY "  POR BOLETO.........: " WS-QTD-BAIXADAS-BOLETO.
           DISPLAY "BOLETOS SEM PARCELA..: " WS-QTD-BOLETOS-SOBRA.
           DISPLAY "PARCELAS EM ATRASO...: " WS-QTD-ATRASADAS.
           DISPLAY "ENCARGOS APURADOS....: " WS-QTD-ENC-APURADOS
                   " VALOR: " WS-VAL-ENC-APURADOS.
           DISPLAY "ENCARGOS PAGOS.......: " WS-QTD-ENC-PAGOS
                   " VALOR: " WS-VAL-ENC-PAGOS.
           DISPLAY "ENCARGOS DISPENSADOS.: " WS-QTD-ENC-DISPENSADOS
                   " VALOR: " WS-VAL-ENC-DISPENSADOS.
           DISPLAY "ENCARGOS EM ABERTO...: " WS-QTD-ENC-ABERTOS
                   " VALOR: " WS-VAL-ENC-ABERTOS.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.

      *----------------------------------------------------------------*
      * Arquivos dos encargos: a nova versao de ENCATR.DAT, os debitos
      * do ciclo seguinte (ATRPROX.DAT recriado; o razao o passa
      * para LANCATR.DAT na efetivacao) e o relatorio.
      *----------------------------------------------------------------*
       0250-ABRIR-ENCARGOS.
           OPEN OUTPUT ENC-NOVO-FILE.
           OPEN OUTPUT ATRPROX-FILE.
           OPEN OUTPUT RELATORIO-ENC-FILE.
           IF WS-ENC-NOVO-STATUS NOT = "00"
              OR WS-ATRPROX-STATUS NOT = "00"
              OR WS-RELATORIO-ENC-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA ARQUIVOS DE ENCARGOS - STATUS "
                       WS-ENC-NOVO-STATUS " " WS-ATRPROX-STATUS " "
                       WS-RELATORIO-ENC-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-HOJE TO WS-CAB-ENC-DATA.
           WRITE LINHA-RELATORIO-ENC FROM WS-CABECALHO-ENC-1.
           WRITE LINHA-RELATORIO-ENC FROM WS-CABECALHO-ENC-2.

      *----------------------------------------------------------------*
      * Passa os encargos ja registrados para a nova versao: o que
      * estava em aberto e teve o debito no movimento de hoje fica
      * pago; o que continua em aberto soma no saldo a receber.
      * ENCATR.DAT ausente = nenhum encargo apurado ainda.
      *----------------------------------------------------------------*
       0300-ATUALIZAR-ENCARGOS.
           MOVE "N" TO WS-FIM-ENCARGOS.
           OPEN INPUT ENCARGO-FILE.
           IF WS-ENCARGO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0940-LER-ENCARGO.
           PERFORM UNTIL FIM-ENCARGOS
               IF ENC-ABERTO
                   PERFORM 0310-PROCURAR-DEBITO-ENCARGO
               END-IF
               IF ENC-ABERTO
                   ADD 1 TO WS-QTD-ENC-ABERTOS
                   COMPUTE WS-VAL-ENC-ABERTOS = WS-VAL-ENC-ABERTOS
                       + ENC-VALOR-TOTAL - ENC-VALOR-PAGO
               END-IF
               MOVE REGISTRO-ENCARGO TO EN-REGISTRO-ENCARGO
               WRITE EN-REGISTRO-ENCARGO
               PERFORM 0940-LER-ENCARGO
           END-PERFORM.
           CLOSE ENCARGO-FILE.

       0310-PROCURAR-DEBITO-ENCARGO.
           MOVE ENC-CONTA        TO WS-NSE-CONTA.
           MOVE ENC-NUM-PARCELA  TO WS-NSE-PARCELA.
           MOVE ENC-QTD-PARCELAS TO WS-NSE-QTD.
           MOVE "N" TO WS-COBRANCA-ACHADA.
           PERFORM VARYING WS-IX-COB FROM 1 BY 1
                   UNTIL WS-IX-COB > WS-QTD-COBRANCAS
                      OR COBRANCA-ACHADA
               IF TAB-COB-NSU(WS-IX-COB) = WS-NSU-ENCARGO
                  AND TAB-COB-USADO(WS-IX-COB) = "N"
                   SET COBRANCA-ACHADA TO TRUE
                   MOVE "S" TO TAB-COB-USADO(WS-IX-COB)
               END-IF
           END-PERFORM.
           IF NOT COBRANCA-ACHADA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-ENC-PAGOS.
           COMPUTE WS-VAL-ENC-PAGOS = WS-VAL-ENC-PAGOS
               + ENC-VALOR-TOTAL - ENC-VALOR-PAGO.
           MOVE "COBRADO"           TO WS-ENC-OCORRENCIA.
           MOVE ENC-CONTA           TO WS-ENC-CONTA.
           MOVE ENC-NUM-PARCELA     TO WS-ENC-PARCELA.
           MOVE ENC-QTD-PARCELAS    TO WS-ENC-QTD.
           MOVE ENC-DATA-VENCIMENTO TO WS-ENC-VENCIMENTO.
           MOVE ENC-DIAS-UTEIS      TO WS-ENC-DIAS.
           MOVE ENC-VALOR-MULTA     TO WS-ENC-MULTA.
           MOVE ENC-VALOR-JUROS     TO WS-ENC-JUROS.
           MOVE ENC-VALOR-TOTAL     TO WS-ENC-TOTAL.
           COMPUTE WS-ENC-PAGO = ENC-VALOR-TOTAL - ENC-VALOR-PAGO.
           WRITE LINHA-RELATORIO-ENC FROM WS-LINHA-ENCARGO.
           MOVE ENC-VALOR-TOTAL     TO ENC-VALOR-PAGO.
           SET ENC-PAGO             TO TRUE.
           MOVE WS-HOJE             TO ENC-DATA-SITUACAO.

      *----------------------------------------------------------------*
      * Grava os contadores do job no arquivo de totais de controle
      * para o balanceamento do fechamento diario.
           MOVE WS-QTD-ATRASADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "ENCARGOS-APURADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-ENC-APURADOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "ENCARGOS-PAGOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-ENC-PAGOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "ENCARGOS-DISPENSADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-ENC-DISPENSADOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

      *----------------------------------------------------------------*
      * Casamento agenda x creditos pelas chaves CPF + valor, ambas
           MOVE AO-CONTA TO WS-CHA-CONTA.
           MOVE AO-VALOR TO WS-CHA-VALOR.

           IF AO-ABERTA AND WS-QTD-BOLETOS > ZERO
              AND AO-NOSSO-NUMERO IS NUMERIC
              AND AO-NOSSO-NUMERO > ZERO
               PERFORM 0410-BAIXAR-POR-BOLETO
           END-IF.

           PERFORM UNTIL FIM-CREDITOS
                   OR WS-CHAVE-CREDITO >= WS-CHAVE-AGENDA
               PERFORM 0920-LER-CREDITO
               SET AO-PAGA TO TRUE
               MOVE CR-DATA TO AO-DATA-PAGAMENTO
               ADD 1 TO WS-QTD-BAIXADAS
               MOVE "PAGA    "      TO WS-BXA-FORMA
               MOVE AO-CONTA        TO WS-BXA-CONTA
               MOVE AO-CPF          TO WS-BXA-CPF
               MOVE AO-NUM-PARCELA  TO WS-BXA-PARCELA
               MOVE AO-VALOR        TO WS-BXA-VALOR
               MOVE CR-DATA         TO WS-BXA-DATA
               WRITE LINHA-RELATORIO FROM WS-LINHA-BAIXA
               MOVE CR-DATA         TO WS-PAGTO-DATA
               MOVE CR-VALOR        TO WS-PAGTO-VALOR
               PERFORM 0460-APURAR-ENCARGOS
               PERFORM 0920-LER-CREDITO
           END-IF.

           MOVE AO-REGISTRO-AGENDA TO AN-REGISTRO-AGENDA.
           WRITE AN-REGISTRO-AGENDA.

      *----------------------------------------------------------------*
      * Procura na tabela de boletos um credito ainda nao usado com o
      * nosso numero da parcela; achando, a parcela e paga com a data
      * do credito e o casamento por valor nao a ve mais aberta.
      *----------------------------------------------------------------*
       0410-BAIXAR-POR-BOLETO.
           MOVE "N" TO WS-BOLETO-ACHADO.
           PERFORM VARYING WS-IX-BOL FROM 1 BY 1
                   UNTIL WS-IX-BOL > WS-QTD-BOLETOS OR BOLETO-ACHADO
               IF TAB-BOL-NOSSO(WS-IX-BOL) = AO-NOSSO-NUMERO
                  AND TAB-BOL-USADO(WS-IX-BOL) = "N"
                   SET BOLETO-ACHADO TO TRUE
                   MOVE "S" TO TAB-BOL-USADO(WS-IX-BOL)
                   SET AO-PAGA TO TRUE
                   MOVE TAB-BOL-DATA(WS-IX-BOL) TO AO-DATA-PAGAMENTO
                   ADD 1 TO WS-QTD-BAIXADAS
                   ADD 1 TO WS-QTD-BAIXADAS-BOLETO
                   MOVE "PAGA BOL"      TO WS-BXA-FORMA
                   MOVE AO-CONTA        TO WS-BXA-CONTA
                   MOVE AO-CPF          TO WS-BXA-CPF
                   MOVE AO-NUM-PARCELA  TO WS-BXA-PARCELA
                   MOVE AO-QTD-PARCELAS TO WS-BXA-QTD
                   MOVE TAB-BOL-VALOR(WS-IX-BOL) TO WS-BXA-VALOR
                   MOVE TAB-BOL-DATA(WS-IX-BOL)  TO WS-BXA-DATA
                   WRITE LINHA-RELATORIO FROM WS-LINHA-BAIXA
                   MOVE TAB-BOL-DATA(WS-IX-BOL)  TO WS-PAGTO-DATA
                   MOVE TAB-BOL-VALOR(WS-IX-BOL) TO WS-PAGTO-VALOR
                   PERFORM 0460-APURAR-ENCARGOS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Credito de boleto que nenhuma parcela aberta aproveitou (a
      * parcela ja tinha sido paga por outro meio, por exemplo): o
      * dinheiro ja esta na conta, fica so o registro para a agencia.
      *----------------------------------------------------------------*
       0450-RELATAR-BOLETOS-SOBRA.
           PERFORM VARYING WS-IX-BOL FROM 1 BY 1
                   UNTIL WS-IX-BOL > WS-QTD-BOLETOS
               IF TAB-BOL-USADO(WS-IX-BOL) = "N"
                   ADD 1 TO WS-QTD-BOLETOS-SOBRA
                   MOVE TAB-BOL-CONTA(WS-IX-BOL) TO WS-SOB-CONTA
                   MOVE TAB-BOL-NOSSO(WS-IX-BOL) TO WS-SOB-NOSSO
                   MOVE TAB-BOL-VALOR(WS-IX-BOL) TO WS-SOB-VALOR
                   MOVE TAB-BOL-DATA(WS-IX-BOL)  TO WS-SOB-DATA
                   WRITE LINHA-RELATORIO FROM WS-LINHA-SOBRA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Encargos de parcela paga depois do vencimento: dias uteis de
      * atraso entre o vencimento e a data do credito (DIAUTIL),
      * multa fixa sobre o valor da parcela e juros de mora por dia
      * util. O que o pagamento trouxe acima do valor da parcela
      * cobre o encargo; o resto fica em aberto, sem impedir a baixa.
      * O debito do encargo inteiro vai para o ciclo seguinte - o
      * pagamento ja entrou todo na conta. Dentro da tolerancia ou
      * abaixo do minimo o encargo e so registrado como dispensado.
      *----------------------------------------------------------------*
       0460-APURAR-ENCARGOS.
           IF WS-PAGTO-DATA NOT > AO-DATA-VENCIMENTO
               EXIT PARAGRAPH
           END-IF.
           CALL "DIAUTIL" USING AO-DATA-VENCIMENTO WS-PAGTO-DATA
                                WS-DIAS-UTEIS WS-DIAUTIL-STATUS
                                WS-DIAUTIL-MENSAGEM.
           IF WS-DIAUTIL-STATUS NOT = "0" OR WS-DIAS-UTEIS NOT > ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE AO-CONTA            TO EN-CONTA.
           MOVE AO-CPF              TO EN-CPF.
           MOVE AO-NUM-PARCELA      TO EN-NUM-PARCELA.
           MOVE AO-QTD-PARCELAS     TO EN-QTD-PARCELAS.
           MOVE AO-DATA-VENCIMENTO  TO EN-DATA-VENCIMENTO.
           MOVE WS-PAGTO-DATA       TO EN-DATA-PAGAMENTO.
           MOVE WS-DIAS-UTEIS       TO EN-DIAS-UTEIS.
           MOVE AO-VALOR            TO EN-VALOR-PARCELA.
           COMPUTE EN-VALOR-MULTA ROUNDED =
               AO-VALOR * WS-PCT-MULTA / 100.
           COMPUTE EN-VALOR-JUROS ROUNDED =
               AO-VALOR * WS-PCT-JUROS-DIA / 100 * WS-DIAS-UTEIS.
           COMPUTE EN-VALOR-TOTAL = EN-VALOR-MULTA + EN-VALOR-JUROS.
           IF EN-VALOR-TOTAL = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO                TO EN-VALOR-PAGO.
           MOVE WS-HOJE             TO EN-DATA-APURACAO.
           MOVE WS-HOJE             TO EN-DATA-SITUACAO.

           IF WS-DIAS-UTEIS NOT > WS-DIAS-TOLERANCIA
              OR EN-VALOR-TOTAL < WS-VALOR-MINIMO
               SET EN-DISPENSADO TO TRUE
               ADD 1 TO WS-QTD-ENC-DISPENSADOS
               ADD EN-VALOR-TOTAL TO WS-VAL-ENC-DISPENSADOS
               MOVE "DISPENSA" TO WS-ENC-OCORRENCIA
           ELSE
               COMPUTE WS-EXCEDENTE = WS-PAGTO-VALOR - AO-VALOR
               IF WS-EXCEDENTE > ZERO
                   IF WS-EXCEDENTE < EN-VALOR-TOTAL
                       MOVE WS-EXCEDENTE   TO EN-VALOR-PAGO
                   ELSE
                       MOVE EN-VALOR-TOTAL TO EN-VALOR-PAGO
                   END-IF
                   ADD 1 TO WS-QTD-ENC-PAGOS
                   ADD EN-VALOR-PAGO TO WS-VAL-ENC-PAGOS
               END-IF
               IF EN-VALOR-PAGO = EN-VALOR-TOTAL
                   SET EN-PAGO TO TRUE
               ELSE
                   SET EN-ABERTO TO TRUE
                   ADD 1 TO WS-QTD-ENC-ABERTOS
                   COMPUTE WS-VAL-ENC-ABERTOS = WS-VAL-ENC-ABERTOS
                       + EN-VALOR-TOTAL - EN-VALOR-PAGO
               END-IF
               ADD 1 TO WS-QTD-ENC-APURADOS
               ADD EN-VALOR-TOTAL TO WS-VAL-ENC-APURADOS
               MOVE "APURADO"  TO WS-ENC-OCORRENCIA
               PERFORM 0470-GRAVAR-DEBITO-ENCARGO
           END-IF.
           WRITE EN-REGISTRO-ENCARGO.

           MOVE EN-CONTA            TO WS-ENC-CONTA.
           MOVE EN-NUM-PARCELA      TO WS-ENC-PARCELA.
           MOVE EN-QTD-PARCELAS     TO WS-ENC-QTD.
           MOVE EN-DATA-VENCIMENTO  TO WS-ENC-VENCIMENTO.
           MOVE EN-DIAS-UTEIS       TO WS-ENC-DIAS.
           MOVE EN-VALOR-MULTA      TO WS-ENC-MULTA.
           MOVE EN-VALOR-JUROS      TO WS-ENC-JUROS.
           MOVE EN-VALOR-TOTAL      TO WS-ENC-TOTAL.
           MOVE EN-VALOR-PAGO       TO WS-ENC-PAGO.
           WRITE LINHA-RELATORIO-ENC FROM WS-LINHA-ENCARGO.

      *----------------------------------------------------------------*
      * Debito de origem "A" do encargo inteiro, com data do
      * movimento e conta + parcela + quantidade no NSU.
      *----------------------------------------------------------------*
       0470-GRAVAR-DEBITO-ENCARGO.
           MOVE EN-CONTA            TO WS-NSE-CONTA.
           MOVE EN-NUM-PARCELA      TO WS-NSE-PARCELA.
           MOVE EN-QTD-PARCELAS     TO WS-NSE-QTD.
           MOVE SPACES              TO LA-LANCAMENTO.
           MOVE EN-CONTA            TO LA-CONTA.
           MOVE EN-CPF              TO LA-CPF.
           MOVE WS-HOJE             TO LA-DATA.
           SET LA-DEBITO            TO TRUE.
           MOVE EN-VALOR-TOTAL      TO LA-VALOR.
           SET LA-ORIGEM-ATRASO     TO TRUE.
           MOVE WS-NSU-ENCARGO      TO LA-NSU.
           WRITE LA-LANCAMENTO.

      *----------------------------------------------------------------*
      * Totais da noite no ENCATR.LST: apurados hoje, pagos (pelo
      * proprio pagamento ou pelo debito que passou hoje),
      * dispensados e o saldo em aberto a receber.
      *----------------------------------------------------------------*
       0480-TOTALIZAR-ENCARGOS.
           MOVE SPACES TO LINHA-RELATORIO-ENC.
           WRITE LINHA-RELATORIO-ENC.
           MOVE "ENCARGOS APURADOS............." TO WS-ROD-ENC-TEXTO.
           MOVE WS-QTD-ENC-APURADOS TO WS-ROD-ENC-QTD.
           MOVE WS-VAL-ENC-APURADOS TO WS-ROD-ENC-VALOR.
           WRITE LINHA-RELATORIO-ENC FROM WS-LINHA-RODAPE-ENC.
           MOVE "ENCARGOS PAGOS................" TO WS-ROD-ENC-TEXTO.
           MOVE WS-QTD-ENC-PAGOS TO WS-ROD-ENC-QTD.
           MOVE WS-VAL-ENC-PAGOS TO WS-ROD-ENC-VALOR.
           WRITE LINHA-RELATORIO-ENC FROM WS-LINHA-RODAPE-ENC.
           MOVE "ENCARGOS DISPENSADOS.........." TO WS-ROD-ENC-TEXTO.
           MOVE WS-QTD-ENC-DISPENSADOS TO WS-ROD-ENC-QTD.
           MOVE WS-VAL-ENC-DISPENSADOS TO WS-ROD-ENC-VALOR.
           WRITE LINHA-RELATORIO-ENC FROM WS-LINHA-RODAPE-ENC.
           MOVE "EM ABERTO A RECEBER..........." TO WS-ROD-ENC-TEXTO.
           MOVE WS-QTD-ENC-ABERTOS TO WS-ROD-ENC-QTD.
           MOVE WS-VAL-ENC-ABERTOS TO WS-ROD-ENC-VALOR.
           WRITE LINHA-RELATORIO-ENC FROM WS-LINHA-RODAPE-ENC.

      *----------------------------------------------------------------*
      * Copia AGDNOVO.TMP por cima de AGDPARC.DAT somente depois do
      * casamento completo, como o razao faz com SALNOVO.TMP.
           CLOSE AGD-NOVO-FILE.
           CLOSE AGENDA-FILE.

      *----------------------------------------------------------------*
      * Copia ENCNOVO.TMP por cima de ENCATR.DAT junto com a agenda.
      *----------------------------------------------------------------*
       0360-EFETIVAR-ENCARGOS.
           MOVE "N" TO WS-FIM-ENCARGOS.
           OPEN INPUT ENC-NOVO-FILE.
           OPEN OUTPUT ENCARGO-FILE.
           IF WS-ENCARGO-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVACAO ENCATR.DAT - STATUS "
                       WS-ENCARGO-STATUS
               CLOSE ENC-NOVO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0950-LER-ENCARGO-NOVO.
           PERFORM UNTIL FIM-ENCARGOS
               MOVE EN-REGISTRO-ENCARGO TO REGISTRO-ENCARGO
               WRITE REGISTRO-ENCARGO
               PERFORM 0950-LER-ENCARGO-NOVO
           END-PERFORM.
           CLOSE ENC-NOVO-FILE.
           CLOSE ENCARGO-FILE.

       0910-LER-AGENDA.
           READ AGD-ORDENADO
               AT END
               AT END
                   SET FIM-AGENDA TO TRUE
           END-READ.

       0940-LER-ENCARGO.
           READ ENCARGO-FILE
               AT END
                   SET FIM-ENCARGOS TO TRUE
           END-READ.

       0950-LER-ENCARGO-NOVO.
           READ ENC-NOVO-FILE
               AT END
                   SET FIM-ENCARGOS TO TRUE
           END-READ.
