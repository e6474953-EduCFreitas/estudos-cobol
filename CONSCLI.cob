      * Purpose: Consulta de cliente para a central de atendimento -
      *          somente leitura: informado um CPF pelo console,
      *          mostra o registro do cadastro (nome, RG, endereco,
      *          nascimento, genero e situacao), a revisao cadastral
      *          (classe de risco, proximo vencimento e aviso quando
      *          vencida ou ausente), a correspondencia retida por
      *          devolucao do correio (DEVCORR.DAT), as contas do
      *          titular
      *          com o saldo e a data de atualizacao de SALDO.DAT,
      *          os dias em negativo de NEGSALDO.DAT quando houver, e
      *          as ultimas alteracoes da trilha AUDCLI.DAT - tudo
               FILE STATUS IS WS-NEGSALDO-STATUS.

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDCLI.DAT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CHAVE
               FILE STATUS IS WS-COTITULAR-STATUS.

      *----------------------------------------------------------------*
      * Registro de correspondencia devolvida (REGDEV.cob): o
      * atendente ve que o extrato e as cartas do cliente estao
      * retidos e pede o endereco correto.
      *----------------------------------------------------------------*
           SELECT DEVOLUCAO-FILE ASSIGN TO "DEVCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CPF
               FILE STATUS IS WS-DEVOLUCAO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*

       FD  COTITULAR-FILE.
           COPY COTITULA.

       FD  DEVOLUCAO-FILE.
           COPY DEVCORR.
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-COTITULAR-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-COTITULAR-DISPONIVEL  PIC X     VALUE "S".
           88 COTITULAR-DISPONIVEL VALUE "S".
       77 WS-FIM-COTITULAR         PIC X     VALUE "N".
           88 FIM-COTITULAR        VALUE "S".
       77 WS-DEVOLUCAO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-DEVOLUCAO-DISPONIVEL  PIC X     VALUE "S".
           88 DEVOLUCAO-DISPONIVEL VALUE "S".
       77 WS-QTD-DEV-EDITADO       PIC ZZ9.
       01  TABELA-TRAJETORIA.
           05 TAB-TRJ OCCURS 10 TIMES.
               10 TAB-TRJ-CONTA     PIC X(08).
       77 WS-QTD-TRAJETORIA        PIC 9(02) VALUE ZERO.
       77 WS-IDX-TRJ               PIC 9(02) VALUE ZERO.
       77 WS-JOB-NOME              PIC X(08) VALUE "CONSCLI".

      *----------------------------------------------------------------*
      * Situacao do recadastramento do cliente (rotina RECADSIT).
      *----------------------------------------------------------------*
       77 WS-RCS-FUNCAO            PIC X     VALUE "S".
       77 WS-RCS-CLASSE            PIC X     VALUE SPACES.
       77 WS-RCS-VENCIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-RCS-SITUACAO          PIC X     VALUE SPACES.
           88 RCS-SEM-REVISAO      VALUE "N".
           88 RCS-BLOQUEADO        VALUE "B".
           88 RCS-VENCIDO          VALUE "V".
           88 RCS-A-VENCER         VALUE "P".
       77 WS-RCS-DIAS-ATRASO       PIC S9(05) VALUE ZERO.
       77 WS-RCS-MENSAGEM          PIC X(40) VALUE SPACES.
      *================================================================*
       PROCEDURE                          DIVISION.
      *================================================================*
           IF WS-COTITULAR-STATUS NOT = "00"
               MOVE "N" TO WS-COTITULAR-DISPONIVEL
           END-IF.
           OPEN INPUT DEVOLUCAO-FILE.
           IF WS-DEVOLUCAO-STATUS NOT = "00"
               MOVE "N" TO WS-DEVOLUCAO-DISPONIVEL
           END-IF.

       0300-ENCERRAR.
           CLOSE CLIENTE-FILE.
           IF COTITULAR-DISPONIVEL
               CLOSE COTITULAR-FILE
           END-IF.
           IF DEVOLUCAO-DISPONIVEL
               CLOSE DEVOLUCAO-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Uma consulta: registro do cadastro, contas e saldos, dias em
           DISPLAY "NASCIMENTO: " DIA "/" MES "/" ANO.
           DISPLAY "GENERO....: " GENERO.
           DISPLAY "SITUACAO..: " SITUACAO " DESDE " DATA-SITUACAO.
           PERFORM 1100-MOSTRAR-RECADASTRO.
           PERFORM 1200-MOSTRAR-DEVOLUCAO.

           PERFORM 2000-MOSTRAR-SALDOS.
           PERFORM 2500-MOSTRAR-TRAJETORIA.
           PERFORM 3000-MOSTRAR-ALTERACOES.

      *----------------------------------------------------------------*
      * Revisao cadastral: classe de risco e vencimento da proxima
      * revisao, com aviso para o atendente quando vencida (dentro
      * ou alem da carencia) ou quando o cliente nunca foi revisado.
      *----------------------------------------------------------------*
       1100-MOSTRAR-RECADASTRO.
           MOVE "S" TO WS-RCS-FUNCAO.
           CALL "RECADSIT" USING WS-RCS-FUNCAO CPF WS-HOJE
                                 WS-RCS-CLASSE WS-RCS-VENCIMENTO
                                 WS-RCS-SITUACAO WS-RCS-DIAS-ATRASO
                                 WS-RCS-MENSAGEM.
           IF RCS-SEM-REVISAO
               DISPLAY "*** AVISO - CLIENTE SEM REVISAO CADASTRAL ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RISCO.....: " WS-RCS-CLASSE
                   " REVISAO VENCE " WS-RCS-VENCIMENTO.
           MOVE WS-RCS-DIAS-ATRASO TO WS-DIAS-EDITADO.
           EVALUATE TRUE
               WHEN RCS-BLOQUEADO
                   DISPLAY "*** AVISO - RECADASTRO VENCIDO HA "
                           WS-DIAS-EDITADO
                           " DIAS - NOVAS CONTAS BLOQUEADAS ***"
               WHEN RCS-VENCIDO
                   DISPLAY "*** AVISO - RECADASTRO VENCIDO HA "
                           WS-DIAS-EDITADO " DIAS ***"
               WHEN RCS-A-VENCER
                   DISPLAY "AVISO - RECADASTRO A VENCER"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Correspondencia devolvida: retida, com a ultima devolucao
      * (data, peca e motivo do correio) e a quantidade desde o
      * inicio da retencao; ja liberada, so a data e a forma da
      * liberacao. CPF sem registro nao mostra nada.
      *----------------------------------------------------------------*
       1200-MOSTRAR-DEVOLUCAO.
           IF NOT DEVOLUCAO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE CPF TO DC-CPF.
           READ DEVOLUCAO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF DC-RETIDA
               MOVE DC-QTD-DEVOLUCOES TO WS-QTD-DEV-EDITADO
               DISPLAY "*** AVISO - CORRESPONDENCIA DEVOLVIDA - "
                       "EXTRATOS E CARTAS RETIDOS ***"
               DISPLAY "DEVOLUCAO.: " DC-DATA-DEVOLUCAO
                       " PECA " DC-PECA " MOTIVO " DC-MOTIVO
                       " (" WS-QTD-DEV-EDITADO " DESDE "
                       DC-DATA-PRIMEIRA ")"
           ELSE
               IF DC-LIB-ENDERECO
                   DISPLAY "DEVOLUCAO.: " DC-DATA-DEVOLUCAO
                           " LIBERADA EM " DC-DATA-LIBERACAO
                           " POR MUDANCA DE ENDERECO"
               ELSE
                   DISPLAY "DEVOLUCAO.: " DC-DATA-DEVOLUCAO
                           " LIBERADA EM " DC-DATA-LIBERACAO
                           " PELA MESA (" DC-OPERADOR-LIBERACAO ")"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Busca as contas do titular em SALDO.DAT pela chave alternada
      * do CPF; para cada conta com saldo negativo controlado, mostra
      * tambem os dias em negativo de NEGSALDO.DAT.
      *----------------------------------------------------------------*
       2000-MOSTRAR-SALDOS.
           MOVE ZERO TO WS-QTD-CONTAS.
           END-IF.

           DISPLAY "=== CONTAS E SALDOS ===".
           MOVE WS-CPF-CONSULTA TO SAL-CPF.
           START SALDO-FILE KEY IS EQUAL SAL-CPF
               INVALID KEY
                   SET FIM-SALDO TO TRUE
           END-START.
           IF NOT FIM-SALDO
               PERFORM 0910-LER-SALDO
           END-IF.
           PERFORM UNTIL FIM-SALDO
                   OR SAL-CPF NOT = WS-CPF-CONSULTA
               ADD 1 TO WS-QTD-CONTAS
               PERFORM 2100-MOSTRAR-CONTA
               PERFORM 0910-LER-SALDO
           END-PERFORM.
           PERFORM 2050-MOSTRAR-CONTAS-COTITULAR.
           CLOSE SALDO-FILE.
           IF WS-QTD-CONTAS = ZERO
               DISPLAY "NENHUMA CONTA COM SALDO PARA ESTE CPF"

      *----------------------------------------------------------------*
      * Conta conjunta: o CPF consultado pode ser co-titular da
      * conta mesmo sem ser o titular de SALDO.DAT. Os vinculos do
      * CPF sao achados em COTITULA.DAT e cada conta e lida pela
      * chave no saldo; a conta em que ele ja e o titular ja saiu
      * acima.
      *----------------------------------------------------------------*
       2050-MOSTRAR-CONTAS-COTITULAR.
           IF NOT COTITULAR-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-COTITULAR.
           MOVE LOW-VALUES TO CO-CHAVE.
           START COTITULAR-FILE KEY IS NOT LESS CO-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM 0950-LER-COTITULAR.
           PERFORM UNTIL FIM-COTITULAR
               IF CO-CPF = WS-CPF-CONSULTA
                   PERFORM 2060-MOSTRAR-CONTA-CONJUNTA
               END-IF
               PERFORM 0950-LER-COTITULAR
           END-PERFORM.

       2060-MOSTRAR-CONTA-CONJUNTA.
           MOVE CO-CONTA TO SAL-CONTA.
           READ SALDO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SAL-CPF NOT = WS-CPF-CONSULTA
                       ADD 1 TO WS-QTD-CONTAS
                       PERFORM 2100-MOSTRAR-CONTA
                   END-IF
           END-READ.

       2100-MOSTRAR-CONTA.
           MOVE AUD-OPERADOR     TO TAB-ALT-OPERADOR(WS-IDX-ALT).

       0910-LER-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END
                   SET FIM-SALDO TO TRUE
           END-READ.
               AT END
                   SET FIM-MEMO TO TRUE
           END-READ.

       0950-LER-COTITULAR.
           READ COTITULAR-FILE NEXT RECORD
               AT END
                   SET FIM-COTITULAR TO TRUE
           END-READ.
