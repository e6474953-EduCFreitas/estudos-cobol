      *          todos os arquivos dependentes numa execucao so:
      *          CONTA.DAT (CT-CPF), SALDO.DAT (SAL-CPF), NEGSALDO.DAT
      *          (NG-CPF), COTITULA.DAT (CO-CPF, com rechaveio),
      *          AGDPARC.DAT (AGD-CPF), ACORDO.DAT (ACO-CPF),
      *          AUDCLI.DAT (AUD-CPF), MOVIMENTO.DAT (LC-CPF),
      *          SALDOHST.DAT (SH-CPF),
      *          RESUMOMES.DAT (RM-CPF), COBRANCA.DAT (CB-CPF),
      *          PREJUIZO.DAT (PJ-CPF), DEVCORR.DAT (DC-CPF, com
      *          rechaveio) e os lancamentos internos
      *          pendentes de injecao (LANCJUR.DAT, LANCTAR.DAT,
      *          LANCENC.DAT e LANCPRJ.DAT), com
      *          registro de antes/depois na trilha de auditoria e a
      *          conciliacao impressa (quantos registros mudaram em
      *          cada arquivo) em TROCACPF.LST. O novo CPF passa pelo
               FILE STATUS IS WS-COTITULAR-STATUS.

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT AGENDA-FILE ASSIGN TO "AGDPARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-TMP-STATUS.

           SELECT ACORDO-FILE ASSIGN TO "ACORDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACORDO-STATUS.

           SELECT ACORDO-TMP-FILE ASSIGN TO "TRCACO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACORDO-TMP-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
               RECORD KEY IS CB-CONTA
               FILE STATUS IS WS-COBRANCA-STATUS.

           SELECT PREJUIZO-FILE ASSIGN TO "PREJUIZO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CONTA
               FILE STATUS IS WS-PREJUIZO-STATUS.

           SELECT DEVOLUCAO-FILE ASSIGN TO "DEVCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CPF
               FILE STATUS IS WS-DEVOLUCAO-STATUS.

      *----------------------------------------------------------------*
      * Lancamentos internos pendentes de injecao no proximo ciclo
      * (juros, tarifas, liquidacao de encerramento, prejuizo),
      * todos com LC-CPF: LANCJUR.DAT e LANCPRJ.DAT estao carregados
      * depois de toda noite normal, entao nao da para recusar a
      * execucao por causa deles - a troca propaga o CPF nos quatro,
      * senao o registro rejeita na edicao seguinte como "conta de
      * outro titular" e a capitalizacao (ou a tarifa, a liquidacao
      * que deixaria a conta encerravel, o lancamento do prejuizo) se
      * perde em LANCREJ.DAT. Um SELECT de nome variavel atende os
      * quatro, como o historico mensal do ARQMOV.
      *----------------------------------------------------------------*
           SELECT INJETADO-FILE ASSIGN USING WS-NOME-INJETADO
               ORGANIZATION IS LINE SEQUENTIAL
       FD  SALDO-FILE.
           COPY SALDO.

       FD  AGENDA-FILE.
           COPY PARCAGD.

                               BY ==REGISTRO-AGENDA-TMP==
                       LEADING ==AGD-== BY ==AT-==.

       FD  ACORDO-FILE.
           COPY ACORDO.

       FD  ACORDO-TMP-FILE.
           COPY ACORDO REPLACING ==REGISTRO-ACORDO==
                              BY ==REGISTRO-ACORDO-TMP==
                      LEADING ==ACO-== BY ==ACT-==.

       FD  AUDITORIA-FILE.
           COPY AUDIT.

       FD  COBRANCA-FILE.
           COPY COBRANCA.

       FD  PREJUIZO-FILE.
           COPY PREJUIZO.

       FD  DEVOLUCAO-FILE.
           COPY DEVCORR.

       FD  INJETADO-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==IJ-LANCAMENTO==
                       LEADING ==LC-== BY ==IJ-==.
       77 WS-NEGSALDO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-COTITULAR-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-SALDO-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-AGENDA-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-AGENDA-TMP-STATUS     PIC X(02) VALUE ZEROS.
       77 WS-ACORDO-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-ACORDO-TMP-STATUS     PIC X(02) VALUE ZEROS.
       77 WS-AUDITORIA-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-AUD-TMP-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-MOVIMENTO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-RESUMO-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RESUMO-TMP-STATUS     PIC X(02) VALUE ZEROS.
       77 WS-COBRANCA-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-PREJUIZO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-DEVOLUCAO-STATUS      PIC X(02) VALUE ZEROS.
       01  WS-FIM-EDITLAN.
           05 WS-FE-DATA           PIC 9(08) VALUE ZERO.
           05 WS-FE-HORA           PIC 9(08) VALUE ZERO.
           05 WS-FR-HORA           PIC 9(08) VALUE ZERO.

       01  REGISTRO-CLIENTE-NOVO   PIC X(100) VALUE SPACES.
       01  REGISTRO-DEVOLUCAO-NOVO PIC X(55) VALUE SPACES.

       77 WS-QTD-CONTAS            PIC 9(05) VALUE ZERO.
       77 WS-QTD-SALDOS            PIC 9(05) VALUE ZERO.
       77 WS-QTD-NEGATIVOS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-PARCELAS          PIC 9(05) VALUE ZERO.
       77 WS-QTD-ACORDOS           PIC 9(05) VALUE ZERO.
       77 WS-QTD-COTITULARES       PIC 9(05) VALUE ZERO.
       01  WS-COTITULAR-GUARDADO   PIC X(27) VALUE SPACES.
       77 WS-QTD-AUDITORIA         PIC 9(07) VALUE ZERO.
       77 WS-QTD-HISTORICO         PIC 9(07) VALUE ZERO.
       77 WS-QTD-RESUMOS           PIC 9(07) VALUE ZERO.
       77 WS-QTD-COBRANCAS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-PREJUIZOS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-DEVOLUCOES        PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * Os quatro arquivos de lancamento interno pendente, varridos em
      * sequencia pelo SELECT de nome variavel, com o contador de
      * registros alterados de cada um para a conciliacao.
      *----------------------------------------------------------------*
           05 FILLER               PIC X(11) VALUE "LANCJUR.DAT".
           05 FILLER               PIC X(11) VALUE "LANCTAR.DAT".
           05 FILLER               PIC X(11) VALUE "LANCENC.DAT".
           05 FILLER               PIC X(11) VALUE "LANCPRJ.DAT".
       01  FILLER REDEFINES TABELA-INJETADOS.
           05 TAB-INJ-NOME OCCURS 4 TIMES
                                   PIC X(11).
       01  TABELA-QTD-INJETADOS.
           05 TAB-INJ-QTD OCCURS 4 TIMES
                                   PIC 9(05) VALUE ZERO.
       77 WS-IDX-INJ               PIC 9(01) VALUE ZERO.
       77 WS-INJETADO-STATUS       PIC X(02) VALUE ZEROS.
           PERFORM 0360-PROPAGAR-COTITULARES.
           PERFORM 0400-PROPAGAR-SALDO.
           PERFORM 0450-PROPAGAR-AGENDA.
           PERFORM 0460-PROPAGAR-ACORDOS.
           PERFORM 0500-PROPAGAR-MOVIMENTO.
           PERFORM 0550-PROPAGAR-HISTORICO.
           PERFORM 0560-PROPAGAR-RESUMOS.
           PERFORM 0570-PROPAGAR-COBRANCA.
           PERFORM 0575-PROPAGAR-PREJUIZO.
           PERFORM 0577-PROPAGAR-DEVOLUCAO.
           PERFORM 0580-PROPAGAR-INJETADOS.
           PERFORM 0600-PROPAGAR-AUDITORIA.
           PERFORM 0700-IMPRIMIR-CONCILIACAO.
           CLOSE COTITULAR-FILE.

      *----------------------------------------------------------------*
      * Saldo: as contas do CPF antigo sao achadas pela chave
      * alternada SAL-CPF e regravadas uma a uma com o CPF novo. A
      * regravacao tira a conta do grupo do CPF antigo, entao cada
      * volta reposiciona no inicio do grupo ate ele se esgotar.
      *----------------------------------------------------------------*
       0400-PROPAGAR-SALDO.
           OPEN I-O SALDO-FILE.
           IF WS-SALDO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM 0410-TROCAR-CPF-SALDO
           END-PERFORM.
           CLOSE SALDO-FILE.

       0410-TROCAR-CPF-SALDO.
           MOVE WS-CPF-ANTIGO TO SAL-CPF.
           START SALDO-FILE KEY IS EQUAL SAL-CPF
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
                   EXIT PARAGRAPH
           END-START.
           PERFORM 0910-LER-SALDO.
           IF FIM-ARQUIVO OR SAL-CPF NOT = WS-CPF-ANTIGO
               SET FIM-ARQUIVO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPF-NOVO TO SAL-CPF.
           REWRITE REGISTRO-SALDO
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-QTD-SALDOS.

      *----------------------------------------------------------------*
      * Arquivos sequenciais: regravados num temporario com o CPF
      * trocado e copiados de volta, no mesmo esquema de efetivacao
      * do razao (SALNOVO.TMP). Arquivo ausente e pulado.
      *----------------------------------------------------------------*

       0450-PROPAGAR-AGENDA.
           OPEN INPUT AGENDA-FILE.
           CLOSE AGENDA-TMP-FILE.
           CLOSE AGENDA-FILE.

       0460-PROPAGAR-ACORDOS.
           OPEN INPUT ACORDO-FILE.
           IF WS-ACORDO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ACORDO-TMP-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0926-LER-ACORDO.
           PERFORM UNTIL FIM-ARQUIVO
               IF ACO-CPF = WS-CPF-ANTIGO
                   MOVE WS-CPF-NOVO TO ACO-CPF
                   ADD 1 TO WS-QTD-ACORDOS
               END-IF
               MOVE REGISTRO-ACORDO TO REGISTRO-ACORDO-TMP
               WRITE REGISTRO-ACORDO-TMP
               PERFORM 0926-LER-ACORDO
           END-PERFORM.
           CLOSE ACORDO-FILE.
           CLOSE ACORDO-TMP-FILE.

           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ACORDO-TMP-FILE.
           OPEN OUTPUT ACORDO-FILE.
           PERFORM 0927-LER-ACORDO-TMP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REGISTRO-ACORDO-TMP TO REGISTRO-ACORDO
               WRITE REGISTRO-ACORDO
               PERFORM 0927-LER-ACORDO-TMP
           END-PERFORM.
           CLOSE ACORDO-TMP-FILE.
           CLOSE ACORDO-FILE.

       0500-PROPAGAR-MOVIMENTO.
           OPEN INPUT MOVIMENTO-FILE.
           IF WS-MOVIMENTO-STATUS NOT = "00"
           END-PERFORM.
           CLOSE COBRANCA-FILE.

       0575-PROPAGAR-PREJUIZO.
           OPEN I-O PREJUIZO-FILE.
           IF WS-PREJUIZO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO PJ-CONTA.
           START PREJUIZO-FILE KEY IS NOT LESS PJ-CONTA
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ PREJUIZO-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF PJ-CPF = WS-CPF-ANTIGO
                           MOVE WS-CPF-NOVO TO PJ-CPF
                           REWRITE REGISTRO-PREJUIZO
                           ADD 1 TO WS-QTD-PREJUIZOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PREJUIZO-FILE.

      *----------------------------------------------------------------*
      * Registro de correspondencia devolvida (indexado por CPF):
      * rechaveado como o mestre, para a retencao acompanhar o CPF.
      *----------------------------------------------------------------*
       0577-PROPAGAR-DEVOLUCAO.
           OPEN I-O DEVOLUCAO-FILE.
           IF WS-DEVOLUCAO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPF-ANTIGO TO DC-CPF.
           READ DEVOLUCAO-FILE
               INVALID KEY
                   CLOSE DEVOLUCAO-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE REGISTRO-DEVOLUCAO TO REGISTRO-DEVOLUCAO-NOVO.
           DELETE DEVOLUCAO-FILE
               INVALID KEY
                   DISPLAY "ERRO NA EXCLUSAO DE DEVCORR.DAT - "
                           "STATUS " WS-DEVOLUCAO-STATUS
                   CLOSE DEVOLUCAO-FILE
                   EXIT PARAGRAPH
           END-DELETE.
           MOVE REGISTRO-DEVOLUCAO-NOVO TO REGISTRO-DEVOLUCAO.
           MOVE WS-CPF-NOVO TO DC-CPF.
           WRITE REGISTRO-DEVOLUCAO
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DE DEVCORR.DAT - "
                           "STATUS " WS-DEVOLUCAO-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-DEVOLUCOES
           END-WRITE.
           CLOSE DEVOLUCAO-FILE.

       0580-PROPAGAR-INJETADOS.
           PERFORM 0585-PROPAGAR-UM-INJETADO
               VARYING WS-IDX-INJ FROM 1 BY 1
               UNTIL WS-IDX-INJ > 4.

      *----------------------------------------------------------------*
      * Um arquivo de lancamento interno pendente: regravado num
           MOVE "AGDPARC.DAT"   TO WS-CON-ARQUIVO.
           MOVE WS-QTD-PARCELAS TO WS-CON-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONCILIACAO.
           MOVE "ACORDO.DAT"    TO WS-CON-ARQUIVO.
           MOVE WS-QTD-ACORDOS  TO WS-CON-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONCILIACAO.
           MOVE "MOVIMENTO.DAT" TO WS-CON-ARQUIVO.
           MOVE WS-QTD-MOVIMENTOS TO WS-CON-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONCILIACAO.
           MOVE "COBRANCA.DAT"  TO WS-CON-ARQUIVO.
           MOVE WS-QTD-COBRANCAS TO WS-CON-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONCILIACAO.
           MOVE "PREJUIZO.DAT"  TO WS-CON-ARQUIVO.
           MOVE WS-QTD-PREJUIZOS TO WS-CON-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONCILIACAO.
           MOVE "DEVCORR.DAT"   TO WS-CON-ARQUIVO.
           MOVE WS-QTD-DEVOLUCOES TO WS-CON-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONCILIACAO.
           PERFORM VARYING WS-IDX-INJ FROM 1 BY 1
                   UNTIL WS-IDX-INJ > 4
               MOVE TAB-INJ-NOME(WS-IDX-INJ) TO WS-CON-ARQUIVO
               MOVE TAB-INJ-QTD(WS-IDX-INJ)  TO WS-CON-QTD
               WRITE LINHA-RELATORIO FROM WS-LINHA-CONCILIACAO
           DISPLAY "NEGATIVOS ALTERADOS..: " WS-QTD-NEGATIVOS.
           DISPLAY "COTITULARES ALTERADOS: " WS-QTD-COTITULARES.
           DISPLAY "PARCELAS ALTERADAS...: " WS-QTD-PARCELAS.
           DISPLAY "ACORDOS ALTERADOS....: " WS-QTD-ACORDOS.
           DISPLAY "MOVIMENTOS ALTERADOS.: " WS-QTD-MOVIMENTOS.
           DISPLAY "HISTORICO ALTERADO...: " WS-QTD-HISTORICO.
           DISPLAY "RESUMOS ALTERADOS....: " WS-QTD-RESUMOS.
           DISPLAY "COBRANCAS ALTERADAS..: " WS-QTD-COBRANCAS.
           DISPLAY "PREJUIZOS ALTERADOS..: " WS-QTD-PREJUIZOS.
           DISPLAY "DEVOLUCOES ALTERADAS.: " WS-QTD-DEVOLUCOES.
           PERFORM VARYING WS-IDX-INJ FROM 1 BY 1
                   UNTIL WS-IDX-INJ > 4
               DISPLAY TAB-INJ-NOME(WS-IDX-INJ) " ALTERADOS..: "
                       TAB-INJ-QTD(WS-IDX-INJ)
           END-PERFORM.
           STOP RUN.

       0910-LER-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0926-LER-ACORDO.
           READ ACORDO-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0927-LER-ACORDO-TMP.
           READ ACORDO-TMP-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0930-LER-MOVIMENTO.
           READ MOVIMENTO-FILE
               AT END
