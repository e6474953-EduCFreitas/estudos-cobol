      *          copia de espera da ultima efetivacao) e os rejeitos
      *          de LANCREJ.DAT e grava em GLEXTR.DAT um resumo por
      *          data de movimento: debitos de clientes, creditos de
      *          clientes, juros postados (origem "J"), estornos
      *          (origem "R"), IOF a recolher (origem "I"),
      *          aplicacoes a prazo e resgates (origem "V", com os
      *          juros pagos e o IR retido lidos de APLMOV.DAT),
      *          baixas como prejuizo e recuperacoes (origem "Z") e o
      *          total de valor rejeitado como memorando, cada linha
      *          com a conta contabil do cartao de mapeamento
      *          CONTAGL.PAR.
      *          Antes de gravar qualquer linha o programa confere as
      *          quantidades contra os totais de CONTROLE.DAT que o
      *          fechamento ja cruza; noite fora de balance para com
      * geral: chave de 2 letras + conta contabil. DB = debitos de
      * clientes, CR = creditos de clientes, JD = juros debitados,
      * JC = juros creditados, RJ = memorando de rejeitados.
      * ED/EC = estornos debitados/creditados (origem "R"), opcionais:
      * sem elas as linhas de estorno saem nas contas de DB/CR, mas
      * sempre em linha propria.
      * IO = IOF a recolher (origem "I"): so e exigida na noite em que
      * houve IOF debitado - imposto sem conta de destino para o job.
      * AD/AC = aplicacoes a prazo debitadas/vencimentos e resgates
      * creditados (origem "V"), opcionais como ED/EC; AJ = juros
      * pagos das aplicacoes e AI = IR retido na fonte, exigidas so
      * na noite em que houve vencimento ou resgate com valor.
      * PB = baixas como prejuizo (credito de origem "Z" que zera a
      * conta baixada) e PR = recuperacoes de prejuizo (debito de
      * origem "Z" que leva o credito recebido depois da baixa),
      * exigidas so na noite em que houve o movimento.
      *----------------------------------------------------------------*
           SELECT PARAM-FILE ASSIGN TO "CONTAGL.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

      *----------------------------------------------------------------*
      * Movimento da carteira de aplicacoes (APLVENC.cob e
      * APLICA.cob): juros pagos e imposto retido dos eventos do dia.
      *----------------------------------------------------------------*
           SELECT APLMOV-FILE ASSIGN TO "APLMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLMOV-STATUS.

           SELECT EXTRATO-GL-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-GL-STATUS.
           05 PG-CHAVE              PIC X(02).
           05 PG-CONTA-GL           PIC X(10).

       FD  APLMOV-FILE.
           COPY APLMOV.

       FD  EXTRATO-GL-FILE.
       01  REGISTRO-GL.
           05 GL-DATA               PIC 9(08).
       77 WS-CONTROLE-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-EXTRATO-GL-STATUS     PIC X(02) VALUE ZEROS.
       77 WS-APLMOV-STATUS         PIC X(02) VALUE ZEROS.

       77 WS-FIM-ARQUIVO           PIC X     VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 WS-GL-JUROS-DEB          PIC X(10) VALUE SPACES.
       77 WS-GL-JUROS-CRED         PIC X(10) VALUE SPACES.
       77 WS-GL-REJEITADOS         PIC X(10) VALUE SPACES.
       77 WS-GL-ESTORNOS-DEB       PIC X(10) VALUE SPACES.
       77 WS-GL-ESTORNOS-CRED      PIC X(10) VALUE SPACES.
       77 WS-GL-IOF                PIC X(10) VALUE SPACES.
       77 WS-GL-APLIC-DEB          PIC X(10) VALUE SPACES.
       77 WS-GL-APLIC-CRED         PIC X(10) VALUE SPACES.
       77 WS-GL-APLIC-JUROS        PIC X(10) VALUE SPACES.
       77 WS-GL-APLIC-IR           PIC X(10) VALUE SPACES.
       77 WS-GL-PREJ-BAIXA         PIC X(10) VALUE SPACES.
       77 WS-GL-PREJ-RECUP         PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * Totais por data de movimento encontrada na noite (em geral
               10 TAB-DAT-JUROS-D  PIC 9(11)V99.
               10 TAB-DAT-JUROS-C  PIC 9(11)V99.
               10 TAB-DAT-REJEITADOS PIC 9(11)V99.
               10 TAB-DAT-ESTORNOS-D PIC 9(11)V99.
               10 TAB-DAT-ESTORNOS-C PIC 9(11)V99.
               10 TAB-DAT-IOF      PIC 9(11)V99.
               10 TAB-DAT-APLIC-D  PIC 9(11)V99.
               10 TAB-DAT-APLIC-C  PIC 9(11)V99.
               10 TAB-DAT-APLIC-JUROS PIC 9(11)V99.
               10 TAB-DAT-APLIC-IR PIC 9(11)V99.
               10 TAB-DAT-PREJ-BAIXA PIC 9(11)V99.
               10 TAB-DAT-PREJ-RECUP PIC 9(11)V99.
       77 WS-QTD-DATAS             PIC 9(02) VALUE ZERO.
       77 WS-IDX-DATA              PIC 9(02) VALUE ZERO.
       77 WS-DATA-CORRENTE         PIC 9(08) VALUE ZERO.

       77 WS-QTD-MOVIMENTOS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-REJEITADOS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-ESTORNOS          PIC 9(07) VALUE ZERO.
       77 WS-QTD-IOF               PIC 9(07) VALUE ZERO.
       77 WS-QTD-APLICACOES        PIC 9(07) VALUE ZERO.
       77 WS-QTD-EVENTOS-APL       PIC 9(07) VALUE ZERO.
       77 WS-QTD-PREJUIZO          PIC 9(07) VALUE ZERO.
       77 WS-QTD-LINHAS-GL         PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
           PERFORM 0050-CARREGAR-MAPEAMENTO.
           PERFORM 0100-ACUMULAR-MOVIMENTOS.
           PERFORM 0150-ACUMULAR-REJEITADOS.
           PERFORM 0170-ACUMULAR-APLICACOES.
           PERFORM 0200-CONFERIR-CONTROLE.
           PERFORM 0300-GRAVAR-EXTRATO-GL.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
                       MOVE PG-CONTA-GL TO WS-GL-JUROS-CRED
                   WHEN "RJ"
                       MOVE PG-CONTA-GL TO WS-GL-REJEITADOS
                   WHEN "ED"
                       MOVE PG-CONTA-GL TO WS-GL-ESTORNOS-DEB
                   WHEN "EC"
                       MOVE PG-CONTA-GL TO WS-GL-ESTORNOS-CRED
                   WHEN "IO"
                       MOVE PG-CONTA-GL TO WS-GL-IOF
                   WHEN "AD"
                       MOVE PG-CONTA-GL TO WS-GL-APLIC-DEB
                   WHEN "AC"
                       MOVE PG-CONTA-GL TO WS-GL-APLIC-CRED
                   WHEN "AJ"
                       MOVE PG-CONTA-GL TO WS-GL-APLIC-JUROS
                   WHEN "AI"
                       MOVE PG-CONTA-GL TO WS-GL-APLIC-IR
                   WHEN "PB"
                       MOVE PG-CONTA-GL TO WS-GL-PREJ-BAIXA
                   WHEN "PR"
                       MOVE PG-CONTA-GL TO WS-GL-PREJ-RECUP
                   WHEN OTHER
                       DISPLAY "AVISO - CHAVE INVALIDA EM "
                               "CONTAGL.PAR IGNORADA: " PG-CHAVE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GL-ESTORNOS-DEB = SPACES
               MOVE WS-GL-DEBITOS TO WS-GL-ESTORNOS-DEB
           END-IF.
           IF WS-GL-ESTORNOS-CRED = SPACES
               MOVE WS-GL-CREDITOS TO WS-GL-ESTORNOS-CRED
           END-IF.
           IF WS-GL-APLIC-DEB = SPACES
               MOVE WS-GL-DEBITOS TO WS-GL-APLIC-DEB
           END-IF.
           IF WS-GL-APLIC-CRED = SPACES
               MOVE WS-GL-CREDITOS TO WS-GL-APLIC-CRED
           END-IF.

      *----------------------------------------------------------------*
      * Acumula os movimentos efetivados por data: origem "J" nos
      * totais de juros, origem "R" nos totais de estornos, origem
      * "I" no total de IOF a recolher, origem "V" nos totais de
      * aplicacoes e resgates, origem "Z" nos totais de baixas como
      * prejuizo (credito) e recuperacoes (debito), o resto
      * nos totais de debitos/creditos de clientes (tarifas e pernas
      * de transferencia inclusive).
      *----------------------------------------------------------------*
       0100-ACUMULAR-MOVIMENTOS.
           OPEN INPUT MOV-NOVO-FILE.
                   WHEN MN-ORIGEM-JUROS
                       ADD MN-VALOR
                           TO TAB-DAT-JUROS-C(WS-IDX-DATA)
                   WHEN MN-ORIGEM-ESTORNO AND MN-DEBITO
                       ADD 1 TO WS-QTD-ESTORNOS
                       ADD MN-VALOR
                           TO TAB-DAT-ESTORNOS-D(WS-IDX-DATA)
                   WHEN MN-ORIGEM-ESTORNO
                       ADD 1 TO WS-QTD-ESTORNOS
                       ADD MN-VALOR
                           TO TAB-DAT-ESTORNOS-C(WS-IDX-DATA)
                   WHEN MN-ORIGEM-IOF
                       ADD 1 TO WS-QTD-IOF
                       ADD MN-VALOR
                           TO TAB-DAT-IOF(WS-IDX-DATA)
                   WHEN MN-ORIGEM-APLICACAO AND MN-DEBITO
                       ADD 1 TO WS-QTD-APLICACOES
                       ADD MN-VALOR
                           TO TAB-DAT-APLIC-D(WS-IDX-DATA)
                   WHEN MN-ORIGEM-APLICACAO
                       ADD 1 TO WS-QTD-APLICACOES
                       ADD MN-VALOR
                           TO TAB-DAT-APLIC-C(WS-IDX-DATA)
                   WHEN MN-ORIGEM-PREJUIZO AND MN-DEBITO
                       ADD 1 TO WS-QTD-PREJUIZO
                       ADD MN-VALOR
                           TO TAB-DAT-PREJ-RECUP(WS-IDX-DATA)
                   WHEN MN-ORIGEM-PREJUIZO
                       ADD 1 TO WS-QTD-PREJUIZO
                       ADD MN-VALOR
                           TO TAB-DAT-PREJ-BAIXA(WS-IDX-DATA)
                   WHEN MN-DEBITO
                       ADD MN-VALOR
                           TO TAB-DAT-DEBITOS(WS-IDX-DATA)
           END-PERFORM.
           CLOSE LANCREJ-FILE.

      *----------------------------------------------------------------*
      * Juros pagos e IR retido dos vencimentos e resgates de
      * aplicacao a prazo do dia (APLMOV.DAT e so anexado: valem os
      * eventos com a data do movimento). O credito liquido ja veio
      * pelo razao; aqui entra o desdobramento da despesa de juros e
      * do imposto a recolher. APLMOV.DAT ausente = carteira vazia.
      *----------------------------------------------------------------*
       0170-ACUMULAR-APLICACOES.
           OPEN INPUT APLMOV-FILE.
           IF WS-APLMOV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0950-LER-APLMOV.
           PERFORM UNTIL FIM-ARQUIVO
               IF AM-DATA = WS-HOJE
                  AND (AM-VENCIMENTO OR AM-RESGATE)
                   ADD 1 TO WS-QTD-EVENTOS-APL
                   MOVE AM-DATA TO WS-DATA-CORRENTE
                   PERFORM 0400-LOCALIZAR-DATA
                   ADD AM-JUROS-PAGOS
                       TO TAB-DAT-APLIC-JUROS(WS-IDX-DATA)
                   ADD AM-VALOR-IR
                       TO TAB-DAT-APLIC-IR(WS-IDX-DATA)
               END-IF
               PERFORM 0950-LER-APLMOV
           END-PERFORM.
           CLOSE APLMOV-FILE.

      *----------------------------------------------------------------*
      * Localiza (ou abre) a entrada da tabela para a data em
      * WS-DATA-CORRENTE; devolve o indice em WS-IDX-DATA.
               MOVE ZERO TO TAB-DAT-JUROS-D(WS-IDX-DATA)
               MOVE ZERO TO TAB-DAT-JUROS-C(WS-IDX-DATA)
               MOVE ZERO TO TAB-DAT-REJEITADOS(WS-IDX-DATA)
               MOVE ZERO TO TAB-DAT-ESTORNOS-D(WS-IDX-DATA)
               MOVE ZERO TO TAB-DAT-ESTORNOS-C(WS-IDX-DATA)
               MOVE ZERO TO TAB-DAT-IOF(WS-IDX-DATA)
               MOVE ZERO TO TAB-DAT-APLIC-D(WS-IDX-DATA)
               MOVE ZERO TO TAB-DAT-APLIC-C(WS-IDX-DATA)
               MOVE ZERO TO TAB-DAT-APLIC-JUROS(WS-IDX-DATA)
               MOVE ZERO TO TAB-DAT-APLIC-IR(WS-IDX-DATA)
               MOVE ZERO TO TAB-DAT-PREJ-BAIXA(WS-IDX-DATA)
               MOVE ZERO TO TAB-DAT-PREJ-RECUP(WS-IDX-DATA)
           END-IF.

      *----------------------------------------------------------------*
      * Grava o resumo contabil: por data de movimento, as linhas de
      * debitos, creditos e juros (natureza D/C) e o memorando de
      * rejeitados (natureza M), cada uma com a sua conta contabil.
      * A natureza e sempre a do lado do cliente: o que sai da conta
      * dele (IOF cobrado, IR retido da aplicacao) e "D" e o que
      * entra (juros pagos na aplicacao) e "C".
      *----------------------------------------------------------------*
       0300-GRAVAR-EXTRATO-GL.
           IF WS-QTD-IOF > ZERO AND WS-GL-IOF = SPACES
               DISPLAY "CONTABIL ABORTADO - HOUVE IOF DEBITADO E "
                       "CONTAGL.PAR NAO TEM A CHAVE IO"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX-DATA FROM 1 BY 1
                   UNTIL WS-IDX-DATA > WS-QTD-DATAS
               IF (TAB-DAT-APLIC-JUROS(WS-IDX-DATA) > ZERO
                   AND WS-GL-APLIC-JUROS = SPACES)
                  OR (TAB-DAT-APLIC-IR(WS-IDX-DATA) > ZERO
                   AND WS-GL-APLIC-IR = SPACES)
                   DISPLAY "CONTABIL ABORTADO - HOUVE JUROS OU IR DE "
                           "APLICACAO E CONTAGL.PAR NAO TEM AJ/AI"
                   CALL "JOBLOG" USING WS-JOB-NOME "E"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF (TAB-DAT-PREJ-BAIXA(WS-IDX-DATA) > ZERO
                   AND WS-GL-PREJ-BAIXA = SPACES)
                  OR (TAB-DAT-PREJ-RECUP(WS-IDX-DATA) > ZERO
                   AND WS-GL-PREJ-RECUP = SPACES)
                   DISPLAY "CONTABIL ABORTADO - HOUVE BAIXA OU "
                           "RECUPERACAO DE PREJUIZO E CONTAGL.PAR "
                           "NAO TEM PB/PR"
                   CALL "JOBLOG" USING WS-JOB-NOME "E"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           OPEN OUTPUT EXTRATO-GL-FILE.
           IF WS-EXTRATO-GL-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA GLEXTR.DAT - STATUS "
               MOVE "JUROS CREDITADOS" TO GL-DESCRICAO
               PERFORM 0500-GRAVAR-LINHA-GL

               MOVE WS-GL-ESTORNOS-DEB TO GL-CONTA
               MOVE "D" TO GL-NATUREZA
               MOVE TAB-DAT-ESTORNOS-D(WS-IDX-DATA) TO GL-VALOR
               MOVE "ESTORNOS DEBITADOS" TO GL-DESCRICAO
               PERFORM 0500-GRAVAR-LINHA-GL

               MOVE WS-GL-ESTORNOS-CRED TO GL-CONTA
               MOVE "C" TO GL-NATUREZA
               MOVE TAB-DAT-ESTORNOS-C(WS-IDX-DATA) TO GL-VALOR
               MOVE "ESTORNOS CREDITADOS" TO GL-DESCRICAO
               PERFORM 0500-GRAVAR-LINHA-GL

               IF TAB-DAT-IOF(WS-IDX-DATA) > ZERO
                   MOVE WS-GL-IOF TO GL-CONTA
                   MOVE "D" TO GL-NATUREZA
                   MOVE TAB-DAT-IOF(WS-IDX-DATA) TO GL-VALOR
                   MOVE "IOF A RECOLHER" TO GL-DESCRICAO
                   PERFORM 0500-GRAVAR-LINHA-GL
               END-IF

               IF TAB-DAT-APLIC-D(WS-IDX-DATA) > ZERO
                   MOVE WS-GL-APLIC-DEB TO GL-CONTA
                   MOVE "D" TO GL-NATUREZA
                   MOVE TAB-DAT-APLIC-D(WS-IDX-DATA) TO GL-VALOR
                   MOVE "APLICACOES DEBITADAS" TO GL-DESCRICAO
                   PERFORM 0500-GRAVAR-LINHA-GL
               END-IF
               IF TAB-DAT-APLIC-C(WS-IDX-DATA) > ZERO
                   MOVE WS-GL-APLIC-CRED TO GL-CONTA
                   MOVE "C" TO GL-NATUREZA
                   MOVE TAB-DAT-APLIC-C(WS-IDX-DATA) TO GL-VALOR
                   MOVE "RESGATES CREDITADOS" TO GL-DESCRICAO
                   PERFORM 0500-GRAVAR-LINHA-GL
               END-IF
               IF TAB-DAT-APLIC-JUROS(WS-IDX-DATA) > ZERO
                   MOVE WS-GL-APLIC-JUROS TO GL-CONTA
                   MOVE "C" TO GL-NATUREZA
                   MOVE TAB-DAT-APLIC-JUROS(WS-IDX-DATA) TO GL-VALOR
                   MOVE "JUROS APLICACOES" TO GL-DESCRICAO
                   PERFORM 0500-GRAVAR-LINHA-GL
               END-IF
               IF TAB-DAT-APLIC-IR(WS-IDX-DATA) > ZERO
                   MOVE WS-GL-APLIC-IR TO GL-CONTA
                   MOVE "D" TO GL-NATUREZA
                   MOVE TAB-DAT-APLIC-IR(WS-IDX-DATA) TO GL-VALOR
                   MOVE "IR RETIDO APLICACOES" TO GL-DESCRICAO
                   PERFORM 0500-GRAVAR-LINHA-GL
               END-IF
               IF TAB-DAT-PREJ-BAIXA(WS-IDX-DATA) > ZERO
                   MOVE WS-GL-PREJ-BAIXA TO GL-CONTA
                   MOVE "C" TO GL-NATUREZA
                   MOVE TAB-DAT-PREJ-BAIXA(WS-IDX-DATA) TO GL-VALOR
                   MOVE "BAIXAS PREJUIZO" TO GL-DESCRICAO
                   PERFORM 0500-GRAVAR-LINHA-GL
               END-IF
               IF TAB-DAT-PREJ-RECUP(WS-IDX-DATA) > ZERO
                   MOVE WS-GL-PREJ-RECUP TO GL-CONTA
                   MOVE "D" TO GL-NATUREZA
                   MOVE TAB-DAT-PREJ-RECUP(WS-IDX-DATA) TO GL-VALOR
                   MOVE "RECUPERACAO PREJUIZO" TO GL-DESCRICAO
                   PERFORM 0500-GRAVAR-LINHA-GL
               END-IF

               MOVE WS-GL-REJEITADOS TO GL-CONTA
               MOVE "M" TO GL-NATUREZA
               MOVE TAB-DAT-REJEITADOS(WS-IDX-DATA) TO GL-VALOR
           CLOSE EXTRATO-GL-FILE.
           DISPLAY "MOVIMENTOS ACUMULADOS: " WS-QTD-MOVIMENTOS.
           DISPLAY "REJEITADOS ACUMULADOS: " WS-QTD-REJEITADOS.
           DISPLAY "ESTORNOS ACUMULADOS..: " WS-QTD-ESTORNOS.
           DISPLAY "DEBITOS DE IOF.......: " WS-QTD-IOF.
           DISPLAY "LANCTOS DE APLICACAO.: " WS-QTD-APLICACOES.
           DISPLAY "EVENTOS DE APLICACAO.: " WS-QTD-EVENTOS-APL.
           DISPLAY "LANCTOS DE PREJUIZO..: " WS-QTD-PREJUIZO.
           DISPLAY "LINHAS DE GL GRAVADAS: " WS-QTD-LINHAS-GL.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.

               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0950-LER-APLMOV.
           READ APLMOV-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
