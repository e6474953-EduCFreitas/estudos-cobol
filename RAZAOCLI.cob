      * Date: 08/08/2026
      * Purpose: Razao de clientes - aplica lancamentos de debito e
      *          credito contra o saldo de abertura de cada conta
      *          (o SALDO.DAT da execucao anterior) e regrava no
      *          mestre indexado so as contas movimentadas; o
      *          historico diario recebe a posicao de todas as
      *          contas, inclusive das sem movimento no dia
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCENC-STATUS.

           SELECT LANCPRG-FILE ASSIGN TO "LANCPRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCPRG-STATUS.

      *----------------------------------------------------------------*
      * Debitos de IOF do ciclo (gerados por IOFDIA.cob e ja
      * injetados em LANCVAL.DAT pela edicao previa): truncados na
      * efetivacao pelo mesmo motivo do LANCJUR.
      *----------------------------------------------------------------*
           SELECT LANCIOF-FILE ASSIGN TO "LANCIOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCIOF-STATUS.

      *----------------------------------------------------------------*
      * Creditos de boleto do retorno do banco (RETCNAB.cob), tambem
      * ja injetados pela edicao: truncados na efetivacao.
      *----------------------------------------------------------------*
           SELECT LANCBOL-FILE ASSIGN TO "LANCBOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCBOL-STATUS.

      *----------------------------------------------------------------*
      * Lancamentos de renegociacao (RENEGOC.cob), tambem ja
      * injetados pela edicao: truncados na efetivacao.
      *----------------------------------------------------------------*
           SELECT LANCREN-FILE ASSIGN TO "LANCREN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCREN-STATUS.

      *----------------------------------------------------------------*
      * Lancamentos das aplicacoes a prazo (APLVENC.cob e
      * APLICA.cob), idem.
      *----------------------------------------------------------------*
           SELECT LANCAPL-FILE ASSIGN TO "LANCAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCAPL-STATUS.

      *----------------------------------------------------------------*
      * Lancamentos das contas baixadas como prejuizo (PREJBAIX.cob e
      * PREJRECP.cob), idem.
      *----------------------------------------------------------------*
           SELECT LANCPRJ-FILE ASSIGN TO "LANCPRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCPRJ-STATUS.

      *----------------------------------------------------------------*
      * Encargos de atraso (BXAPARC.cob): o LANCATR.DAT ja injetado
      * pela edicao e truncado na efetivacao e recebe os debitos do
      * ciclo seguinte que a baixa de parcelas deixou em
      * ATRPROX.DAT, esvaziado em seguida. Ate aqui uma reexecucao
      * da cadeia no mesmo dia ainda ve o LANCATR.DAT de hoje.
      *----------------------------------------------------------------*
           SELECT LANCATR-FILE ASSIGN TO "LANCATR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCATR-STATUS.

           SELECT ATRPROX-FILE ASSIGN TO "ATRPROX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATRPROX-STATUS.

      *----------------------------------------------------------------*
      * Registro dos NSU efetivados, gravado aqui na efetivacao dos
      * movimentos (a edicao previa so consulta): um NSU rejeitado
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDO-TRF-STATUS.

      *----------------------------------------------------------------*
      * Mestre de saldos indexado por conta, com chave alternada pelo
      * CPF do titular. O saldo de abertura de cada conta movimentada
      * e lido pela chave; as contas sem movimento nao sao tocadas.
      *----------------------------------------------------------------*
           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA OF REGISTRO-SALDO
               ALTERNATE RECORD KEY IS SAL-CPF OF REGISTRO-SALDO
                   WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

      *----------------------------------------------------------------*
      * O novo saldo das contas movimentadas e gravado primeiro em
      * SALNOVO.TMP e so regravado em SALDO.DAT depois do casamento
      * completo: uma execucao interrompida nao corrompe o mestre de
      * ontem e pode ser reexecutada sem duplicar lancamentos.
      *----------------------------------------------------------------*
           SELECT SALDO-NOVO-FILE ASSIGN TO "SALNOVO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  LANCENC-FILE.
       01  LE-LANCAMENTO            PIC X(60).

       FD  LANCPRG-FILE.
       01  LP-LANCAMENTO            PIC X(60).

       FD  LANCIOF-FILE.
       01  LI-LANCAMENTO            PIC X(60).

       FD  LANCBOL-FILE.
       01  LB-LANCAMENTO            PIC X(60).

       FD  LANCREN-FILE.
       01  LR-LANCAMENTO            PIC X(60).

       FD  LANCAPL-FILE.
       01  LQ-LANCAMENTO            PIC X(60).

       FD  LANCPRJ-FILE.
       01  LZ-LANCAMENTO            PIC X(60).

       FD  LANCATR-FILE.
       01  LA-LANCAMENTO            PIC X(60).

       FD  ATRPROX-FILE.
       01  AX-LANCAMENTO            PIC X(60).

       FD  NSUREG-FILE.
           COPY NSUREG.

       77 WS-LANCTAR-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-MEMO-STATUS           PIC X(02) VALUE ZEROS.
       77 WS-LANCENC-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-LANCPRG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-LANCIOF-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-LANCBOL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-LANCREN-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-LANCAPL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-LANCPRJ-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-LANCATR-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-ATRPROX-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-FIM-ATRPROX           PIC X     VALUE "N".
           88 FIM-ATRPROX          VALUE "S".
       77 WS-NSUREG-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-TRF-CRED-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-TRF-ORD-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-QTD-TRANSFERENCIAS    PIC 9(05) VALUE ZERO.
       77 WS-QTD-MOVIMENTOS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-TRF-CREDITOS      PIC 9(05) VALUE ZERO.
       77 WS-QTD-ESTORNOS          PIC 9(05) VALUE ZERO.
       77 WS-FIM-TRF               PIC X     VALUE "N".
           88 FIM-TRF              VALUE "S".
       77 WS-QTD-CONTAS            PIC 9(05) VALUE ZERO.
           END-IF.

      *----------------------------------------------------------------*
      * Os lancamentos do dia (LANCORD.DAT) chegam agrupados por
      * conta; para cada grupo o saldo de abertura e lido pela chave
      * no SALDO.DAT de ontem e o saldo final vai para SALNOVO.TMP.
      * Conta fora do mestre e aberta com saldo zero; conta sem
      * lancamento no dia nao e lida nem regravada.
      *----------------------------------------------------------------*
       0200-PROCESSAR-LANCAMENTOS.
           PERFORM 0100-ABRIR-ARQUIVOS.

           PERFORM 0910-LER-LANCAMENTO-ORDENADO.
           PERFORM UNTIL FIM-LANCAMENTOS
               MOVE LO-CONTA TO WS-CONTA-ANTERIOR
               MOVE LO-CPF   TO WS-CPF-TITULAR
               PERFORM 0920-LER-SALDO-ANTERIOR
               PERFORM 0270-BUSCAR-LIMITE-CONTA
               PERFORM 0250-APLICAR-GRUPO-CONTA
           END-PERFORM.

           PERFORM 0300-ENCERRAR.
                   CONTINUE
               WHEN "35"
                   MOVE "N" TO WS-SALDO-ANT-DISPONIVEL
                   DISPLAY "AVISO - SALDO.DAT ANTERIOR INEXISTENTE, "
                           "TODAS AS CONTAS INICIAM COM SALDO ZERO"
               WHEN OTHER
       0300-ENCERRAR.
           CLOSE LANCTOS-ORDENADO.
           CLOSE SALDO-NOVO-FILE.
           CLOSE MOV-NOVO-FILE.
           CLOSE TRF-CRED-FILE.
           PERFORM 0330-APLICAR-CREDITOS-TRANSF.
           IF SALDO-ANT-DISPONIVEL
               CLOSE SALDO-FILE
           END-IF.
           IF CLIENTE-DISPONIVEL
               CLOSE CLIENTE-FILE
           END-IF.
           DISPLAY "LANCAMENTOS PROCESSADOS: " WS-QTD-LANCAMENTOS.
           DISPLAY "TRANSFERENCIAS APLICADAS: "
                   WS-QTD-TRANSFERENCIAS.
           DISPLAY "ESTORNOS EFETIVADOS....: " WS-QTD-ESTORNOS.
           DISPLAY "LANCAMENTOS REJEITADOS.: " WS-QTD-REJEITADOS.
           DISPLAY "REJEITADOS POR LIMITE..: " WS-QTD-REJ-LIMITE.
           DISPLAY "REJEITOS EXPIRADOS.....: " WS-QTD-EXPIRADOS.
           MOVE WS-QTD-EXPIRADOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
      *----------------------------------------------------------------*
      * Estornos efetivados (um por lancamento de origem "R", mesmo
      * quando gera as duas pernas de uma transferencia), cruzados
      * pelo fechamento com os aceitos pela edicao previa.
      *----------------------------------------------------------------*
           MOVE "ESTORNOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-ESTORNOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

      *----------------------------------------------------------------*
      * Regrava em SALDO.DAT, pela chave, so as contas de SALNOVO.TMP
      * (as movimentadas no dia), somente depois do casamento
      * completo; conta nova e incluida. SALNOVO.TMP permanece em
      * disco como registro das posicoes efetivadas na ultima
      * execucao bem-sucedida. Na primeira noite o mestre e criado
      * vazio, no mesmo esquema do NEGSALDO.DAT em EXCSALDO.cob.
      *----------------------------------------------------------------*
       0350-EFETIVAR-SALDO.
           MOVE "N" TO WS-FIM-SALDO-ANT.
           OPEN INPUT SALDO-NOVO-FILE.
           OPEN I-O SALDO-FILE.
           IF WS-SALDO-STATUS = "35"
               CLOSE SALDO-FILE
               OPEN OUTPUT SALDO-FILE
               CLOSE SALDO-FILE
               OPEN I-O SALDO-FILE
           END-IF.
           IF WS-SALDO-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVACAO SALDO.DAT - STATUS "
                       WS-SALDO-STATUS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0930-LER-SALDO-NOVO.
           PERFORM UNTIL FIM-SALDO-ANT
               MOVE REGISTRO-SALDO-NOVO TO REGISTRO-SALDO
               REWRITE REGISTRO-SALDO
                   INVALID KEY
                       PERFORM 0355-INCLUIR-SALDO
               END-REWRITE
               PERFORM 0930-LER-SALDO-NOVO
           END-PERFORM.
           CLOSE SALDO-NOVO-FILE.
      *----------------------------------------------------------------*
      * O historico diario recebe a posicao de fim de dia de cada
      * conta logo depois da regravacao do mestre: um registro por
      * conta e por data de movimento, inclusive das contas sem
      * movimento, para o saldo medio contar todos os dias. O
      * mestre inteiro e percorrido pela chave, em ordem de conta.
      *----------------------------------------------------------------*
           OPEN EXTEND SALDO-HIST-FILE.
           IF WS-SALDO-HIST-STATUS = "35"
           IF WS-SALDO-HIST-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA SALDOHST.DAT - STATUS "
                       WS-SALDO-HIST-STATUS
               CLOSE SALDO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-SALDO-ANT.
           MOVE LOW-VALUES TO SAL-CONTA OF REGISTRO-SALDO.
           START SALDO-FILE KEY IS NOT LESS
                 SAL-CONTA OF REGISTRO-SALDO
               INVALID KEY
                   SET FIM-SALDO-ANT TO TRUE
           END-START.
           PERFORM 0935-LER-SALDO-MESTRE.
           PERFORM UNTIL FIM-SALDO-ANT
               MOVE SAL-CONTA OF REGISTRO-SALDO TO SH-CONTA
               MOVE SAL-CPF OF REGISTRO-SALDO   TO SH-CPF
               MOVE WS-DATA-MOVIMENTO           TO SH-DATA
               MOVE SAL-SALDO OF REGISTRO-SALDO TO SH-SALDO
               WRITE REGISTRO-SALDO-HIST
               ADD 1 TO WS-QTD-CONTAS
               IF SAL-DATA-ATUALIZACAO OF REGISTRO-SALDO
                  NOT = WS-DATA-MOVIMENTO
                   ADD 1 TO WS-QTD-SEM-MOVIMENTO
               END-IF
               PERFORM 0935-LER-SALDO-MESTRE
           END-PERFORM.
           CLOSE SALDO-FILE.
           CLOSE SALDO-HIST-FILE.

      *----------------------------------------------------------------*
      * Conta movimentada que ainda nao existia no mestre (aberta no
      * dia): inclusao pela chave. Chave duplicada aqui so acontece
      * com o mestre danificado, e o job para antes do historico.
      *----------------------------------------------------------------*
       0355-INCLUIR-SALDO.
           WRITE REGISTRO-SALDO
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO SALDO.DAT - CONTA "
                           SAL-CONTA OF REGISTRO-SALDO
                           " STATUS " WS-SALDO-STATUS
                   CLOSE SALDO-NOVO-FILE
                   CLOSE SALDO-FILE
                   CALL "JOBLOG" USING WS-JOB-NOME "E"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

      *----------------------------------------------------------------*
      * Anexa os movimentos do dia (MOVNOVO.TMP) ao acumulado
      * MOVIMENTO.DAT somente depois do casamento completo: uma
      * origem "T" mas ainda carrega o NSU original, entao registra
      * por ela (a perna de credito, gerada aqui dentro, viaja com
      * NSU em branco e fica naturalmente de fora). Os demais
      * lancamentos internos viajam com NSU em branco. O registro
      * leva conta, tipo, valor e destino do original, que a edicao
      * previa confere quando chega o estorno; o movimento de origem
      * "R" carrega o NSU do original e so marca o estorno nele.
      *----------------------------------------------------------------*
       0365-REGISTRAR-NSU.
           IF MN-NSU IS NOT NUMERIC OR MN-NSU = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF MN-ORIGEM-ESTORNO
               PERFORM 0367-MARCAR-ESTORNO
               EXIT PARAGRAPH
           END-IF.
           IF NOT (MN-ORIGEM-CLIENTE
                   OR (MN-ORIGEM-TRANSF AND MN-DEBITO))
               EXIT PARAGRAPH
           END-IF.
           MOVE MN-NSU TO NSU-NUMERO.
           MOVE WS-DATA-MOVIMENTO TO NSU-DATA.
           MOVE MN-CONTA TO NSU-CONTA.
           MOVE MN-TIPO  TO NSU-TIPO.
           MOVE MN-VALOR TO NSU-VALOR.
           MOVE SPACES   TO NSU-CONTA-DESTINO.
           IF MN-ORIGEM-TRANSF
               MOVE "T" TO NSU-TIPO
               MOVE MN-CONTA-DESTINO TO NSU-CONTA-DESTINO
           END-IF.
           MOVE ZERO TO NSU-DATA-ESTORNO.
           WRITE REGISTRO-NSU
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *----------------------------------------------------------------*
      * Marca o NSU original como estornado. As duas pernas do
      * estorno de transferencia passam por aqui; a segunda so
      * regrava a mesma data. NSU ja expurgado do registro volta
      * como registro novo so com a marca - sem conta e valor, a
      * edicao previa confere pelo acumulado, onde o estorno
      * tambem aparece.
      *----------------------------------------------------------------*
       0367-MARCAR-ESTORNO.
           MOVE MN-NSU TO NSU-NUMERO.
           READ NSUREG-FILE
               INVALID KEY
                   MOVE SPACES TO REGISTRO-NSU
                   MOVE MN-NSU TO NSU-NUMERO
                   MOVE WS-DATA-MOVIMENTO TO NSU-DATA
                   MOVE WS-DATA-MOVIMENTO TO NSU-DATA-ESTORNO
                   WRITE REGISTRO-NSU
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-DATA-MOVIMENTO TO NSU-DATA-ESTORNO
                   REWRITE REGISTRO-NSU
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

      *----------------------------------------------------------------*
      * Trunca LANCJUR.DAT e LANCTAR.DAT: os juros e as tarifas do
      * ciclo acabaram de ser duravelmente aplicados, entao os
           CLOSE MEMO-FILE.
           OPEN OUTPUT LANCENC-FILE.
           CLOSE LANCENC-FILE.
           OPEN OUTPUT LANCPRG-FILE.
           CLOSE LANCPRG-FILE.
           OPEN OUTPUT LANCIOF-FILE.
           CLOSE LANCIOF-FILE.
           OPEN OUTPUT LANCBOL-FILE.
           CLOSE LANCBOL-FILE.
           OPEN OUTPUT LANCREN-FILE.
           CLOSE LANCREN-FILE.
           OPEN OUTPUT LANCAPL-FILE.
           CLOSE LANCAPL-FILE.
           OPEN OUTPUT LANCPRJ-FILE.
           CLOSE LANCPRJ-FILE.
           PERFORM 0375-TROCAR-LANCATR.

      *----------------------------------------------------------------*
      * LANCATR.DAT passa a conter so os encargos do ciclo seguinte;
      * sem ATRPROX.DAT (baixa de parcelas sem agenda) fica vazio.
      *----------------------------------------------------------------*
       0375-TROCAR-LANCATR.
           OPEN OUTPUT LANCATR-FILE.
           OPEN INPUT ATRPROX-FILE.
           IF WS-ATRPROX-STATUS NOT = "00"
               CLOSE LANCATR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ATRPROX.
           PERFORM UNTIL FIM-ATRPROX
               READ ATRPROX-FILE
                   AT END
                       SET FIM-ATRPROX TO TRUE
                   NOT AT END
                       WRITE LA-LANCAMENTO FROM AX-LANCAMENTO
               END-READ
           END-PERFORM.
           CLOSE ATRPROX-FILE.
           CLOSE LANCATR-FILE.
           OPEN OUTPUT ATRPROX-FILE.
           CLOSE ATRPROX-FILE.

      *----------------------------------------------------------------*
      * Busca o limite de cheque especial da conta do grupo no mestre
       0500-APLICAR-LANCAMENTO.
           ADD 1 TO WS-QTD-LANCAMENTOS.
           EVALUATE TRUE
               WHEN LO-ORIGEM-ESTORNO
                   PERFORM 0560-APLICAR-ESTORNO
               WHEN LO-CREDITO
                   ADD LO-VALOR TO WS-SALDO
                       ON SIZE ERROR
                           "SALDO: " LO-CONTA
                   EXIT PARAGRAPH
           END-COMPUTE.
      *----------------------------------------------------------------*
      * O IOF e imposto devido sobre o uso que ja aconteceu: nao pode
      * voltar rejeitado por limite, entao posta mesmo alem dele, com
      * aviso para a agencia. O mesmo vale para os encargos de atraso
      * de parcela, divida ja constituida na baixa, para a divida
      * devolvida a conta por acordo de renegociacao quebrado e para
      * o debito da recuperacao de conta baixada como prejuizo.
      *----------------------------------------------------------------*
           IF WS-SALDO-PROJETADO < ZERO
              AND (WS-SALDO-PROJETADO * -1) > WS-LIMITE-CONTA
               EVALUATE TRUE
                   WHEN LO-ORIGEM-IOF
                       DISPLAY "AVISO - IOF DEBITADO ALEM DO LIMITE: "
                               LO-CONTA
                   WHEN LO-ORIGEM-ATRASO
                       DISPLAY "AVISO - ENCARGO DE ATRASO DEBITADO "
                               "ALEM DO LIMITE: " LO-CONTA
                   WHEN LO-ORIGEM-RENEG
                       DISPLAY "AVISO - ACORDO QUEBRADO DEBITADO "
                               "ALEM DO LIMITE: " LO-CONTA
                   WHEN LO-ORIGEM-PREJUIZO
                       DISPLAY "AVISO - RECUPERACAO DE PREJUIZO "
                               "DEBITADA ALEM DO LIMITE: " LO-CONTA
                   WHEN OTHER
                       PERFORM 0520-REJEITAR-DEBITO-LIMITE
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF.
           MOVE WS-SALDO-PROJETADO TO WS-SALDO.
           PERFORM 0550-GRAVAR-MOVIMENTO.
           PERFORM UNTIL FIM-TRF
                   OR TR-CONTA NOT =
                      SAL-CONTA OF REGISTRO-SALDO-NOVO
               PERFORM 0342-APLICAR-PERNA-TRF
               PERFORM 0950-LER-TRF-ORDENADO
           END-PERFORM.
           MOVE REGISTRO-SALDO-NOVO TO REGISTRO-SALDO-TRF.
           WRITE REGISTRO-SALDO-TRF.
           PERFORM 0930-LER-SALDO-NOVO.

      *----------------------------------------------------------------*
      * Aplica uma perna pendente ao saldo da conta e anexa ao
      * acumulado: o credito da transferencia soma; o debito do
      * estorno de transferencia (devolucao pelo destino) subtrai,
      * sem teste de limite - o estorno e obrigatorio.
      *----------------------------------------------------------------*
       0342-APLICAR-PERNA-TRF.
           IF TR-DEBITO
               SUBTRACT TR-VALOR FROM WS-SALDO
                   ON SIZE ERROR
                       PERFORM 0343-ABORTAR-ESTOURO-TRF
               END-SUBTRACT
           ELSE
               ADD TR-VALOR TO WS-SALDO
                   ON SIZE ERROR
                       PERFORM 0343-ABORTAR-ESTOURO-TRF
               END-ADD
           END-IF.
           MOVE TR-LANCAMENTO TO MN-LANCAMENTO.
           WRITE MN-LANCAMENTO.
           ADD 1 TO WS-QTD-MOVIMENTOS.

      *----------------------------------------------------------------*
      * Estouro de saldo na perna de credito de transferencia: a
      * perna de debito ja foi aplicada e gravada no acumulado, entao
      * intactos e a reexecucao e segura.
      *----------------------------------------------------------------*
       0343-ABORTAR-ESTOURO-TRF.
           DISPLAY "RAZAOCLI ABORTADO - ESTOURO DE SALDO NA "
                   "PERNA DE TRANSFERENCIA: " TR-CONTA.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Conta destino sem registro em SALNOVO.TMP (sem lancamento
      * proprio no dia): se ja existe no mestre, as pernas sao
      * aplicadas sobre o saldo de ontem lido pela chave; senao abre
      * o registro com a soma das pernas de credito, o titular vindo
      * da propria perna e o nome buscado no cadastro de clientes.
      *----------------------------------------------------------------*
       0335-ABRIR-CONTA-CREDITO.
           IF SALDO-ANT-DISPONIVEL
               MOVE TR-CONTA TO SAL-CONTA OF REGISTRO-SALDO
               READ SALDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0337-CREDITAR-CONTA-MESTRE
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           MOVE SPACES TO REGISTRO-SALDO-TRF.
           MOVE TR-CONTA TO S2-CONTA.
           MOVE TR-CPF   TO S2-CPF.
           MOVE TR-CONTA TO WS-CONTA-ANTERIOR.
           PERFORM UNTIL FIM-TRF
                   OR TR-CONTA NOT = WS-CONTA-ANTERIOR
               PERFORM 0342-APLICAR-PERNA-TRF
               PERFORM 0950-LER-TRF-ORDENADO
           END-PERFORM.
           MOVE WS-SALDO TO S2-SALDO.
           MOVE WS-DATA-MOVIMENTO TO S2-DATA-ATUALIZACAO.
           WRITE REGISTRO-SALDO-TRF.

      *----------------------------------------------------------------*
      * Conta destino presente no mestre de ontem mas sem lancamento
      * proprio no dia: parte do registro do mestre e entra em
      * SALNOVO.TMP para ser regravada na efetivacao.
      *----------------------------------------------------------------*
       0337-CREDITAR-CONTA-MESTRE.
           MOVE REGISTRO-SALDO TO REGISTRO-SALDO-TRF.
           MOVE SAL-SALDO OF REGISTRO-SALDO TO WS-SALDO.
           MOVE TR-CONTA TO WS-CONTA-ANTERIOR.
           PERFORM UNTIL FIM-TRF
                   OR TR-CONTA NOT = WS-CONTA-ANTERIOR
               PERFORM 0342-APLICAR-PERNA-TRF
               PERFORM 0950-LER-TRF-ORDENADO
           END-PERFORM.
           MOVE WS-SALDO TO S2-SALDO.
           MOVE WS-DATA-MOVIMENTO TO S2-DATA-ATUALIZACAO.
           WRITE REGISTRO-SALDO-TRF.

      *----------------------------------------------------------------*
      * Copia SALTRF.TMP de volta por cima de SALNOVO.TMP, para a
           CLOSE SALDO-TRF-FILE.
           CLOSE SALDO-NOVO-FILE.

      *----------------------------------------------------------------*
      * Estorno (origem "R", ja conferido contra o original na
      * edicao previa): posta o lado oposto do original na conta,
      * sem teste de limite - o estorno de um credito indevido tem
      * de sair mesmo que a conta fique alem do limite, e o operador
      * e avisado. No acumulado sai com o tipo invertido, origem "R"
      * e o NSU do original. O estorno de transferencia credita a
      * conta origem aqui e manda a perna de debito da conta destino
      * para TRFCRED.TMP, aplicada no segundo casamento (0330) com o
      * mesmo NSU e a conta origem como contraparte.
      *----------------------------------------------------------------*
       0560-APLICAR-ESTORNO.
           IF LO-CREDITO
               SUBTRACT LO-VALOR FROM WS-SALDO
                   ON SIZE ERROR
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "ESTORNO REJEITADO - ESTOURO DE "
                               "SALDO: " LO-CONTA " NSU " LO-NSU
                       EXIT PARAGRAPH
               END-SUBTRACT
               IF WS-SALDO < ZERO
                  AND (WS-SALDO * -1) > WS-LIMITE-CONTA
                   DISPLAY "AVISO - ESTORNO DEIXA A CONTA ALEM DO "
                           "LIMITE: " LO-CONTA " NSU " LO-NSU
               END-IF
           ELSE
               ADD LO-VALOR TO WS-SALDO
                   ON SIZE ERROR
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "ESTORNO REJEITADO - ESTOURO DE "
                               "SALDO: " LO-CONTA " NSU " LO-NSU
                       EXIT PARAGRAPH
               END-ADD
           END-IF.
           ADD 1 TO WS-QTD-ESTORNOS.

           MOVE LO-LANCAMENTO TO MN-LANCAMENTO.
           IF LO-CREDITO
               SET MN-DEBITO TO TRUE
           ELSE
               SET MN-CREDITO TO TRUE
           END-IF.
           IF NOT LO-TRANSFERENCIA
               MOVE SPACES TO MN-CONTA-DESTINO
           END-IF.
           WRITE MN-LANCAMENTO.
           ADD 1 TO WS-QTD-MOVIMENTOS.

           IF LO-TRANSFERENCIA
               PERFORM 0565-GRAVAR-DEBITO-ESTORNO-TRF
           END-IF.

      *----------------------------------------------------------------*
      * Perna pendente do estorno de transferencia: debito na conta
      * destino do original, com a conta origem como contraparte.
      *----------------------------------------------------------------*
       0565-GRAVAR-DEBITO-ESTORNO-TRF.
           MOVE SPACES TO TF-LANCAMENTO.
           MOVE LO-CONTA-DESTINO TO TF-CONTA.
           MOVE SPACES TO TF-CPF.
           IF CONTA-DISPONIVEL
               MOVE LO-CONTA-DESTINO TO CT-CONTA
               READ CONTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CT-CPF TO TF-CPF
               END-READ
           END-IF.
           MOVE LO-DATA  TO TF-DATA.
           SET TF-DEBITO TO TRUE.
           MOVE LO-VALOR TO TF-VALOR.
           SET TF-ORIGEM-ESTORNO TO TRUE.
           MOVE LO-CONTA TO TF-CONTA-DESTINO.
           MOVE LO-NSU   TO TF-NSU.
           WRITE TF-LANCAMENTO.
           ADD 1 TO WS-QTD-TRF-CREDITOS.

      *----------------------------------------------------------------*
      * Copia o lancamento efetivado para a area de espera dos
      * movimentos do dia, anexada ao acumulado do extrato so na
           MOVE WS-DATA-MOVIMENTO
               TO SAL-DATA-ATUALIZACAO OF REGISTRO-SALDO-NOVO.
           WRITE REGISTRO-SALDO-NOVO.

       0910-LER-LANCAMENTO-ORDENADO.
           READ LANCTOS-ORDENADO
           END-READ.

      *----------------------------------------------------------------*
      * Saldo de abertura da conta do grupo, lido pela chave no
      * mestre de ontem. Conta fora do mestre - ou primeira execucao,
      * sem mestre anterior - comeca com saldo zero.
      *----------------------------------------------------------------*
       0920-LER-SALDO-ANTERIOR.
           MOVE ZERO TO WS-SALDO.
           IF SALDO-ANT-DISPONIVEL
               MOVE WS-CONTA-ANTERIOR TO SAL-CONTA OF REGISTRO-SALDO
               READ SALDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SAL-SALDO OF REGISTRO-SALDO TO WS-SALDO
               END-READ
           END-IF.

                   SET FIM-SALDO-ANT TO TRUE
           END-READ.

       0935-LER-SALDO-MESTRE.
           IF NOT FIM-SALDO-ANT
               READ SALDO-FILE NEXT RECORD
                   AT END
                       SET FIM-SALDO-ANT TO TRUE
               END-READ
           END-IF.

       0940-LER-MOV-NOVO.
           READ MOV-NOVO-FILE
               AT END
