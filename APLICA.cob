      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Aplicacao a prazo - le as transacoes da mesa de
      *          investimentos (TRANSAPL.DAT) e aplica ou resgata:
      *          a aplicacao ("A") abre a conta de tipo "A" no
      *          mestre de contas, grava a aplicacao em APLICAC.DAT
      *          (principal, prazo, taxa contratada e vencimento em
      *          dia util) e debita a conta corrente de movimento
      *          por um lancamento de origem "V" em LANCAPL.DAT; o
      *          resgate antecipado ("R") liquida a aplicacao pela
      *          tabela de multa e de imposto (rotina APLCALC),
      *          credita o liquido na conta de movimento e encerra a
      *          conta da aplicacao. Eventos em APLMOV.DAT, trilha
      *          das contas em AUDCTA.DAT, relacao em APLICA.LST com
      *          as transacoes recusadas e o motivo (recusa nao para
      *          a noite: RC 0). Titular com o recadastramento
      *          vencido (RECADSIT) nao abre aplicacao.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. APLICA.
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
           SELECT TRANS-APL-FILE ASSIGN TO "TRANSAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT APLICAC-FILE ASSIGN TO "APLICAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CONTA
               FILE STATUS IS WS-APLICAC-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT APLMOV-FILE ASSIGN TO "APLMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLMOV-STATUS.

      *----------------------------------------------------------------*
      * Lancamentos das aplicacoes: recriado pelo vencimento
      * (APLVENC.cob), que roda antes; aqui so acrescenta.
      *----------------------------------------------------------------*
           SELECT LANCAPL-FILE ASSIGN TO "LANCAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCAPL-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "APLICA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Transacao da mesa de investimentos: "A" aplica o valor da
      * conta corrente de movimento numa conta de aplicacao nova,
      * pelo prazo em dias corridos e a taxa % ao ano (3 inteiros e
      * 4 decimais implicitos); "R" resgata antes do vencimento (so
      * a conta da aplicacao e o operador sao usados).
      *----------------------------------------------------------------*
       FD  TRANS-APL-FILE.
       01  TRANS-APLICACAO.
           05 TA-CODIGO            PIC X.
               88 TA-APLICAR       VALUE "A".
               88 TA-RESGATAR      VALUE "R".
           05 TA-CONTA             PIC X(08).
           05 TA-CONTA-MOVIMENTO   PIC X(08).
           05 TA-VALOR             PIC 9(09)V99.
           05 TA-PRAZO             PIC 9(04).
           05 TA-TAXA              PIC 9(03)V9(04).
           05 TA-OPERADOR          PIC X(06).

       FD  APLICAC-FILE.
           COPY APLICAC.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  OPERADOR-FILE.
           COPY OPERADOR.

       FD  SALDO-FILE.
           COPY SALDO.

       FD  AUDITORIA-FILE.
           COPY AUDIT.

       FD  APLMOV-FILE.
           COPY APLMOV.

       FD  LANCAPL-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==LA-LANCAMENTO==
                       LEADING ==LC-== BY ==LA-==.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-TRANS-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-APLICAC-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CONTA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-CLIENTE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-OPERADOR-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-SALDO-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-AUDITORIA-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-APLMOV-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-LANCAPL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-ARQUIVO           PIC X     VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".

      *----------------------------------------------------------------*
      * Transacoes do dia, com o saldo da conta de movimento apurado
      * na passada do SALDO.DAT e abatido a cada aplicacao aceita.
      *----------------------------------------------------------------*
       77 WS-QTD-TRN               PIC 9(04) VALUE ZERO.
       77 WS-MAX-TRN               PIC 9(04) VALUE 500.
       77 WS-IX-TRN                PIC 9(04) VALUE ZERO.
       77 WS-IX-OUTRA              PIC 9(04) VALUE ZERO.
       77 WS-QTD-APLICAR           PIC 9(04) VALUE ZERO.
       01  WS-TABELA-TRANSACOES.
           05 TAB-TRN OCCURS 500 TIMES.
               10 TRN-CODIGO           PIC X.
               10 TRN-CONTA            PIC X(08).
               10 TRN-MOVIMENTO        PIC X(08).
               10 TRN-VALOR            PIC 9(09)V99.
               10 TRN-PRAZO            PIC 9(04).
               10 TRN-TAXA             PIC 9(03)V9(04).
               10 TRN-OPERADOR         PIC X(06).
               10 TRN-SALDO            PIC S9(09)V99.
               10 TRN-SALDO-ACHADO     PIC X.
               10 TRN-SITUACAO         PIC X.
                   88 TRN-PENDENTE     VALUE SPACE.
                   88 TRN-ACEITA       VALUE "A".
                   88 TRN-REJEITADA    VALUE "R".
               10 TRN-MOTIVO           PIC X(40).

       01  WS-NSU-APLICACAO.
           05 FILLER               PIC X(04) VALUE "APLI".
           05 WS-NSU-CONTA         PIC X(08).

      *----------------------------------------------------------------*
      * Parametros e retorno da rotina de calculo APLCALC.
      *----------------------------------------------------------------*
       77 WS-CALC-FUNCAO           PIC X     VALUE SPACE.
       77 WS-CALC-DIAS             PIC 9(05) VALUE ZERO.
       77 WS-CALC-JUROS-BRUTOS     PIC 9(09)V99 VALUE ZERO.
       77 WS-CALC-MULTA            PIC 9(09)V99 VALUE ZERO.
       77 WS-CALC-JUROS-PAGOS      PIC 9(09)V99 VALUE ZERO.
       77 WS-CALC-IR               PIC 9(09)V99 VALUE ZERO.
       77 WS-CALC-LIQUIDO          PIC 9(09)V99 VALUE ZERO.
       77 WS-CALC-STATUS           PIC X     VALUE "0".
       77 WS-CALC-MENSAGEM         PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * Vencimento como no plano da renegociacao: data da aplicacao
      * mais o prazo, empurrada para o proximo dia util.
      *----------------------------------------------------------------*
       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-INT-HOJE              PIC 9(08) VALUE ZERO.
       77 WS-INT-VENCIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATA-VENCIMENTO       PIC 9(08) VALUE ZERO.
       77 WS-DATA-VESPERA          PIC 9(08) VALUE ZERO.
       77 WS-DIAS-UTEIS            PIC S9(05) VALUE ZERO.
       77 WS-DIAUTIL-STATUS        PIC X     VALUE "0".
       77 WS-DIAUTIL-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-DIAS-CORRIDOS         PIC S9(05) VALUE ZERO.
       77 WS-CPF-TITULAR           PIC X(11) VALUE SPACES.
       77 WS-AUD-CAMPO             PIC X(15) VALUE SPACES.
       77 WS-AUD-VALOR-ANTIGO      PIC X(20) VALUE SPACES.
       77 WS-AUD-VALOR-NOVO        PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * Checkpoint de dia ja processado: refazer a aplicacao no
      * mesmo dia debitaria de novo as contas de movimento. O ultimo
      * dia fica em APLICA.CKP (rotina CHKPT).
      *----------------------------------------------------------------*
       77 WS-CKPT-CHAVE            PIC X(11) VALUE SPACES.
       77 WS-CKPT-ENCONTRADO       PIC X     VALUE "N".
       77 WS-HOJE-TXT              PIC X(11) VALUE SPACES.
       77 WS-DATA-INICIO-JOB       PIC 9(08) VALUE ZERO.
       77 WS-HORA-INICIO-JOB       PIC 9(08) VALUE ZERO.

       77 WS-QTD-LIDAS             PIC 9(05) VALUE ZERO.
       77 WS-QTD-APLICADAS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-RESGATADAS        PIC 9(05) VALUE ZERO.
       77 WS-QTD-REJEITADAS        PIC 9(05) VALUE ZERO.
       77 WS-TOT-APLICADO          PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-RESGATE-PRINC     PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-RESGATE-MULTA     PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-RESGATE-IR        PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-RESGATE-LIQ       PIC 9(11)V99 VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "APLICA".
       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------*
      * Situacao do recadastramento do titular (rotina RECADSIT),
      * conferida na abertura da conta da aplicacao como o CADCONTA
      * confere na abertura de conta.
      *----------------------------------------------------------------*
       77 WS-RCS-FUNCAO            PIC X     VALUE "S".
       77 WS-RCS-CLASSE            PIC X     VALUE SPACES.
       77 WS-RCS-VENCIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-RCS-SITUACAO          PIC X     VALUE SPACES.
           88 RCS-BLOQUEADO        VALUE "B".
       77 WS-RCS-DIAS-ATRASO       PIC S9(05) VALUE ZERO.
       77 WS-RCS-MENSAGEM          PIC X(40) VALUE SPACES.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(45) VALUE
              "APLICACOES E RESGATES A PRAZO - MOVIMENTO DE ".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(11) VALUE "OCORRENCIA".
           05 FILLER               PIC X(09) VALUE "APLICAC".
           05 FILLER               PIC X(09) VALUE "MOVIMENT".
           05 FILLER               PIC X(13) VALUE "   PRINCIPAL".
           05 FILLER               PIC X(12) VALUE " PRAZO/MULTA".
           05 FILLER               PIC X(11) VALUE " TAXA/IR".
           05 FILLER               PIC X(12) VALUE "VENC/LIQUIDO".

       01  WS-LINHA-APLICACAO.
           05 WS-APL-OCORRENCIA    PIC X(11) VALUE "APLICADA".
           05 WS-APL-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-APL-MOVIMENTO     PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-APL-PRINCIPAL     PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-APL-PRAZO         PIC ZZZZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-APL-TAXA          PIC ZZ9.9999.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-APL-VENCIMENTO    PIC 9(08).

       01  WS-LINHA-RESGATE.
           05 WS-RES-OCORRENCIA    PIC X(11) VALUE "RESGATADA".
           05 WS-RES-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RES-MOVIMENTO     PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RES-PRINCIPAL     PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RES-MULTA         PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RES-IR            PIC ZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RES-LIQUIDO       PIC ZZZZZZZZ9.99.

       01  WS-LINHA-REJEICAO.
           05 FILLER               PIC X(10) VALUE "REJEITADA".
           05 WS-REJ-CODIGO        PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-REJ-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-REJ-MOTIVO        PIC X(40).

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
           PERFORM 0040-VERIFICAR-DIA-JA-PROCESSADO.
           PERFORM 0100-CARREGAR-TRANSACOES.
           PERFORM 0200-APURAR-SALDOS.
           PERFORM 0300-ABRIR-ARQUIVOS.
           PERFORM 0400-PROCESSAR-TRANSACOES.
           PERFORM 0700-ENCERRAR.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE WS-HOJE-TXT TO WS-CKPT-CHAVE.
           CALL "CHKPT" USING WS-JOB-NOME "G" WS-CKPT-CHAVE
                               WS-DATA-INICIO-JOB WS-HORA-INICIO-JOB
                               WS-CKPT-ENCONTRADO.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0040-VERIFICAR-DIA-JA-PROCESSADO.
           MOVE WS-HOJE TO WS-HOJE-TXT(1:8).
           CALL "CHKPT" USING WS-JOB-NOME "L" WS-CKPT-CHAVE
                               WS-DATA-INICIO-JOB WS-HORA-INICIO-JOB
                               WS-CKPT-ENCONTRADO.
           IF WS-CKPT-ENCONTRADO = "S"
              AND WS-CKPT-CHAVE = WS-HOJE-TXT
               DISPLAY "AVISO - APLICACOES JA PROCESSADAS EM "
                       WS-HOJE ", NADA A FAZER"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-HOJE TO WS-DATA-INICIO-JOB.
           ACCEPT WS-HORA-INICIO-JOB FROM TIME.

      *----------------------------------------------------------------*
      * Transacoes da mesa: codigo, campos numericos e uma transacao
      * por conta de aplicacao. TRANSAPL.DAT ausente = noite sem
      * aplicacao nem resgate.
      *----------------------------------------------------------------*
       0100-CARREGAR-TRANSACOES.
           OPEN INPUT TRANS-APL-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "AVISO - TRANSAPL.DAT AUSENTE, NENHUMA "
                       "APLICACAO OU RESGATE A PROCESSAR"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0910-LER-TRANSACAO.
           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO WS-QTD-LIDAS
               PERFORM 0110-GUARDAR-TRANSACAO
               PERFORM 0910-LER-TRANSACAO
           END-PERFORM.
           CLOSE TRANS-APL-FILE.

       0110-GUARDAR-TRANSACAO.
           IF WS-QTD-TRN >= WS-MAX-TRN
               DISPLAY "ERRO - MAIS DE " WS-MAX-TRN
                       " TRANSACOES DE APLICACAO"
               CLOSE TRANS-APL-FILE
               PERFORM 0990-ABORTAR
           END-IF.
           ADD 1 TO WS-QTD-TRN.
           MOVE SPACES             TO TAB-TRN(WS-QTD-TRN).
           MOVE TA-CODIGO          TO TRN-CODIGO(WS-QTD-TRN).
           MOVE TA-CONTA           TO TRN-CONTA(WS-QTD-TRN).
           MOVE TA-CONTA-MOVIMENTO TO TRN-MOVIMENTO(WS-QTD-TRN).
           MOVE TA-OPERADOR        TO TRN-OPERADOR(WS-QTD-TRN).
           MOVE ZERO               TO TRN-VALOR(WS-QTD-TRN)
                                      TRN-PRAZO(WS-QTD-TRN)
                                      TRN-TAXA(WS-QTD-TRN)
                                      TRN-SALDO(WS-QTD-TRN).
           MOVE "N"                TO TRN-SALDO-ACHADO(WS-QTD-TRN).
           IF NOT TA-APLICAR AND NOT TA-RESGATAR
               SET TRN-REJEITADA(WS-QTD-TRN) TO TRUE
               MOVE "CODIGO DE TRANSACAO INVALIDO - USE A OU R"
                                   TO TRN-MOTIVO(WS-QTD-TRN)
               EXIT PARAGRAPH
           END-IF.
           IF TA-CONTA IS NOT NUMERIC
               SET TRN-REJEITADA(WS-QTD-TRN) TO TRUE
               MOVE "CONTA DA APLICACAO NAO NUMERICA"
                                   TO TRN-MOTIVO(WS-QTD-TRN)
               EXIT PARAGRAPH
           END-IF.
           IF TA-APLICAR
               IF TA-CONTA-MOVIMENTO IS NOT NUMERIC
                  OR TA-VALOR IS NOT NUMERIC
                  OR TA-PRAZO IS NOT NUMERIC
                  OR TA-TAXA IS NOT NUMERIC
                   SET TRN-REJEITADA(WS-QTD-TRN) TO TRUE
                   MOVE "MOVIMENTO, VALOR, PRAZO OU TAXA INVALIDO"
                                   TO TRN-MOTIVO(WS-QTD-TRN)
                   EXIT PARAGRAPH
               END-IF
               IF TA-VALOR = ZERO OR TA-PRAZO = ZERO
                  OR TA-TAXA = ZERO
                   SET TRN-REJEITADA(WS-QTD-TRN) TO TRUE
                   MOVE "VALOR, PRAZO E TAXA SAO OBRIGATORIOS"
                                   TO TRN-MOTIVO(WS-QTD-TRN)
                   EXIT PARAGRAPH
               END-IF
               MOVE TA-VALOR       TO TRN-VALOR(WS-QTD-TRN)
               MOVE TA-PRAZO       TO TRN-PRAZO(WS-QTD-TRN)
               MOVE TA-TAXA        TO TRN-TAXA(WS-QTD-TRN)
               ADD 1 TO WS-QTD-APLICAR
           END-IF.
           PERFORM VARYING WS-IX-TRN FROM 1 BY 1
                   UNTIL WS-IX-TRN >= WS-QTD-TRN
               IF TRN-CONTA(WS-IX-TRN) = TA-CONTA
                  AND NOT TRN-REJEITADA(WS-IX-TRN)
                   SET TRN-REJEITADA(WS-QTD-TRN) TO TRUE
                   MOVE "CONTA REPETIDA NO MOVIMENTO"
                                   TO TRN-MOTIVO(WS-QTD-TRN)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Saldo de fim de dia anterior das contas de movimento das
      * aplicacoes, lido pela chave. So entra dinheiro que ja esta
      * na conta: o cheque especial nao financia aplicacao.
      *----------------------------------------------------------------*
       0200-APURAR-SALDOS.
           IF WS-QTD-APLICAR = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SALDO-FILE.
           IF WS-SALDO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA SALDO.DAT - STATUS "
                       WS-SALDO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM VARYING WS-IX-TRN FROM 1 BY 1
                   UNTIL WS-IX-TRN > WS-QTD-TRN
               IF TRN-CODIGO(WS-IX-TRN) = "A"
                   PERFORM 0210-LER-SALDO-MOVIMENTO
               END-IF
           END-PERFORM.
           CLOSE SALDO-FILE.

       0210-LER-SALDO-MOVIMENTO.
           MOVE TRN-MOVIMENTO(WS-IX-TRN) TO SAL-CONTA.
           READ SALDO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE "S" TO TRN-SALDO-ACHADO(WS-IX-TRN).
           MOVE SAL-SALDO TO TRN-SALDO(WS-IX-TRN).

       0300-ABRIR-ARQUIVOS.
           OPEN I-O APLICAC-FILE.
           IF WS-APLICAC-STATUS = "35"
               CLOSE APLICAC-FILE
               OPEN OUTPUT APLICAC-FILE
               CLOSE APLICAC-FILE
               OPEN I-O APLICAC-FILE
           END-IF.
           IF WS-APLICAC-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA APLICAC.DAT - STATUS "
                       WS-APLICAC-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN I-O CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CONTA.DAT - STATUS "
                       WS-CONTA-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CLIENTE.DAT - STATUS "
                       WS-CLIENTE-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
      *----------------------------------------------------------------*
      * Sem o mestre de operadores toda transacao seria recusada;
      * melhor parar a cadeia com mensagem clara, como no CADCONTA.
      *----------------------------------------------------------------*
           OPEN INPUT OPERADOR-FILE.
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA OPERADOR.DAT - STATUS "
                       WS-OPERADOR-STATUS
               DISPLAY "CARREGUE O MESTRE DE OPERADORES E REEXECUTE "
                       "O PASSO"
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           OPEN EXTEND APLMOV-FILE.
           IF WS-APLMOV-STATUS = "35"
               OPEN OUTPUT APLMOV-FILE
           END-IF.
           OPEN EXTEND LANCAPL-FILE.
           IF WS-LANCAPL-STATUS = "35"
               OPEN OUTPUT LANCAPL-FILE
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-AUDITORIA-STATUS NOT = "00"
              OR WS-APLMOV-STATUS NOT = "00"
              OR WS-LANCAPL-STATUS NOT = "00"
              OR WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA ARQUIVOS DE SAIDA - STATUS "
                       WS-AUDITORIA-STATUS " " WS-APLMOV-STATUS " "
                       WS-LANCAPL-STATUS " " WS-RELATORIO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           MOVE WS-HOJE TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

      *----------------------------------------------------------------*
      * Aplica ou resgata cada transacao ainda pendente, na ordem do
      * arquivo da mesa.
      *----------------------------------------------------------------*
       0400-PROCESSAR-TRANSACOES.
           PERFORM VARYING WS-IX-TRN FROM 1 BY 1
                   UNTIL WS-IX-TRN > WS-QTD-TRN
               IF TRN-PENDENTE(WS-IX-TRN)
                   PERFORM 0405-VALIDAR-OPERADOR
               END-IF
               IF TRN-PENDENTE(WS-IX-TRN)
                   IF TRN-CODIGO(WS-IX-TRN) = "A"
                       PERFORM 0410-APLICAR
                   ELSE
                       PERFORM 0450-RESGATAR
                   END-IF
               END-IF
               IF TRN-REJEITADA(WS-IX-TRN)
                   ADD 1 TO WS-QTD-REJEITADAS
               END-IF
           END-PERFORM.

       0405-VALIDAR-OPERADOR.
           IF TRN-OPERADOR(WS-IX-TRN) = SPACES
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "TRANSACAO SEM OPERADOR"
                                   TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.
           MOVE TRN-OPERADOR(WS-IX-TRN) TO OP-CODIGO.
           READ OPERADOR-FILE
               INVALID KEY
                   SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
                   MOVE "OPERADOR NAO CADASTRADO"
                                   TO TRN-MOTIVO(WS-IX-TRN)
                   EXIT PARAGRAPH
           END-READ.
           IF NOT OP-ATIVO
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "OPERADOR INATIVO" TO TRN-MOTIVO(WS-IX-TRN)
           END-IF.

      *----------------------------------------------------------------*
      * Aplicacao: conta nova, conta de movimento corrente e ativa,
      * titular ativo no cadastro e saldo que cubra o principal.
      * Aceita, a aplicacao nasce pendente ate o razao efetivar o
      * debito (confirmada pelo vencimento da noite seguinte).
      *----------------------------------------------------------------*
       0410-APLICAR.
           MOVE TRN-CONTA(WS-IX-TRN) TO CT-CONTA.
           READ CONTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
                   MOVE "CONTA DA APLICACAO JA EXISTE"
                                   TO TRN-MOTIVO(WS-IX-TRN)
                   EXIT PARAGRAPH
           END-READ.
           MOVE TRN-CONTA(WS-IX-TRN) TO AP-CONTA.
           READ APLICAC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
                   MOVE "APLICACAO JA EXISTE"
                                   TO TRN-MOTIVO(WS-IX-TRN)
                   EXIT PARAGRAPH
           END-READ.

           MOVE TRN-MOVIMENTO(WS-IX-TRN) TO CT-CONTA.
           READ CONTA-FILE
               INVALID KEY
                   SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
                   MOVE "CONTA DE MOVIMENTO INEXISTENTE"
                                   TO TRN-MOTIVO(WS-IX-TRN)
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CT-CORRENTE
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "CONTA DE MOVIMENTO NAO E CONTA CORRENTE"
                                   TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.
           IF NOT CT-ATIVA
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "CONTA DE MOVIMENTO NAO ATIVA"
                                   TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-CPF TO WS-CPF-TITULAR.

           MOVE WS-CPF-TITULAR TO CPF.
           READ CLIENTE-FILE
               INVALID KEY
                   SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
                   MOVE "TITULAR NAO CADASTRADO"
                                   TO TRN-MOTIVO(WS-IX-TRN)
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CLI-ATIVO AND NOT CLI-SEM-SITUACAO
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "TITULAR NAO ATIVO NO CADASTRO"
                                   TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WS-RCS-FUNCAO.
           CALL "RECADSIT" USING WS-RCS-FUNCAO WS-CPF-TITULAR WS-HOJE
                                 WS-RCS-CLASSE WS-RCS-VENCIMENTO
                                 WS-RCS-SITUACAO WS-RCS-DIAS-ATRASO
                                 WS-RCS-MENSAGEM.
           IF RCS-BLOQUEADO
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "RECADASTRO VENCIDO"
                                   TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.

           IF TRN-SALDO-ACHADO(WS-IX-TRN) NOT = "S"
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "CONTA DE MOVIMENTO SEM SALDO"
                                   TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.
           IF TRN-SALDO(WS-IX-TRN) < TRN-VALOR(WS-IX-TRN)
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "SALDO INSUFICIENTE PARA A APLICACAO"
                                   TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-INT-VENCIMENTO =
               WS-INT-HOJE + TRN-PRAZO(WS-IX-TRN).
           PERFORM 0490-PROXIMO-DIA-UTIL.

           MOVE TRN-CONTA(WS-IX-TRN) TO CT-CONTA.
           MOVE WS-CPF-TITULAR       TO CT-CPF.
           SET CT-APLICACAO          TO TRUE.
           MOVE WS-HOJE              TO CT-DATA-ABERTURA.
           SET CT-ATIVA              TO TRUE.
           MOVE ZERO                 TO CT-LIMITE.
           WRITE REGISTRO-CONTA
               INVALID KEY
                   SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
                   MOVE "ERRO DE GRAVACAO DA CONTA DA APLICACAO"
                                   TO TRN-MOTIVO(WS-IX-TRN)
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE "REGISTRO"  TO WS-AUD-CAMPO.
           MOVE SPACES      TO WS-AUD-VALOR-ANTIGO.
           MOVE "ABERTURA"  TO WS-AUD-VALOR-NOVO.
           PERFORM 0600-REGISTRAR-AUDITORIA.

           MOVE SPACES                   TO REGISTRO-APLICACAO.
           MOVE TRN-CONTA(WS-IX-TRN)     TO AP-CONTA.
           MOVE WS-CPF-TITULAR           TO AP-CPF.
           MOVE TRN-MOVIMENTO(WS-IX-TRN) TO AP-CONTA-MOVIMENTO.
           MOVE TRN-VALOR(WS-IX-TRN)     TO AP-PRINCIPAL.
           MOVE WS-HOJE                  TO AP-DATA-APLICACAO.
           MOVE TRN-PRAZO(WS-IX-TRN)     TO AP-PRAZO.
           MOVE TRN-TAXA(WS-IX-TRN)      TO AP-TAXA.
           MOVE WS-DATA-VENCIMENTO       TO AP-DATA-VENCIMENTO.
           MOVE ZERO                     TO AP-JUROS-ACUM
                                            AP-JUROS-PAGOS
                                            AP-VALOR-MULTA
                                            AP-VALOR-IR
                                            AP-VALOR-LIQUIDO.
           MOVE WS-HOJE                  TO AP-DATA-ULT-APROP
                                            AP-DATA-SITUACAO.
           SET AP-PENDENTE               TO TRUE.
           MOVE TRN-OPERADOR(WS-IX-TRN)  TO AP-OPERADOR.
           WRITE REGISTRO-APLICACAO
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO APLICAC.DAT - CONTA "
                           AP-CONTA " STATUS " WS-APLICAC-STATUS
                   PERFORM 0990-ABORTAR
           END-WRITE.

           SET LA-DEBITO TO TRUE.
           MOVE AP-PRINCIPAL TO LA-VALOR.
           PERFORM 0610-GRAVAR-LANCAMENTO.
           MOVE ZERO TO WS-CALC-JUROS-BRUTOS WS-CALC-MULTA
                        WS-CALC-JUROS-PAGOS WS-CALC-IR
                        WS-CALC-LIQUIDO WS-CALC-DIAS.
           SET AM-APLICACAO TO TRUE.
           PERFORM 0650-GRAVAR-MOVIMENTO.

      *----------------------------------------------------------------*
      * O saldo aplicado sai do saldo disponivel das transacoes
      * seguintes da mesma conta de movimento.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IX-OUTRA FROM WS-IX-TRN BY 1
                   UNTIL WS-IX-OUTRA > WS-QTD-TRN
               IF TRN-MOVIMENTO(WS-IX-OUTRA) = AP-CONTA-MOVIMENTO
                   SUBTRACT AP-PRINCIPAL FROM TRN-SALDO(WS-IX-OUTRA)
               END-IF
           END-PERFORM.

           SET TRN-ACEITA(WS-IX-TRN) TO TRUE.
           ADD 1 TO WS-QTD-APLICADAS.
           ADD AP-PRINCIPAL TO WS-TOT-APLICADO.
           MOVE AP-CONTA           TO WS-APL-CONTA.
           MOVE AP-CONTA-MOVIMENTO TO WS-APL-MOVIMENTO.
           MOVE AP-PRINCIPAL       TO WS-APL-PRINCIPAL.
           MOVE AP-PRAZO           TO WS-APL-PRAZO.
           MOVE AP-TAXA            TO WS-APL-TAXA.
           MOVE AP-DATA-VENCIMENTO TO WS-APL-VENCIMENTO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-APLICACAO.

      *----------------------------------------------------------------*
      * Resgate antecipado: so de aplicacao ativa e antes do
      * vencimento (no dia do vencimento quem paga e o APLVENC).
      * Juros pelos dias corridos ate hoje, menos a multa da tabela,
      * menos o imposto; o liquido volta a conta de movimento.
      *----------------------------------------------------------------*
       0450-RESGATAR.
           MOVE TRN-CONTA(WS-IX-TRN) TO AP-CONTA.
           READ APLICAC-FILE
               INVALID KEY
                   SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
                   MOVE "APLICACAO INEXISTENTE"
                                   TO TRN-MOTIVO(WS-IX-TRN)
                   EXIT PARAGRAPH
           END-READ.
           IF AP-PENDENTE
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "APLICACAO AGUARDANDO CONFIRMACAO DO DEBITO"
                                   TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.
           IF NOT AP-ATIVA
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "APLICACAO JA LIQUIDADA OU CANCELADA"
                                   TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.
           IF AP-DATA-VENCIMENTO NOT > WS-HOJE
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "APLICACAO VENCIDA - PAGA NO VENCIMENTO"
                                   TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIAS-CORRIDOS = WS-INT-HOJE
               - FUNCTION INTEGER-OF-DATE(AP-DATA-APLICACAO).
           IF WS-DIAS-CORRIDOS < ZERO
               MOVE ZERO TO WS-DIAS-CORRIDOS
           END-IF.
           MOVE WS-DIAS-CORRIDOS TO WS-CALC-DIAS.
           MOVE "R" TO WS-CALC-FUNCAO.
           CALL "APLCALC" USING WS-CALC-FUNCAO
                                AP-PRINCIPAL
                                AP-TAXA
                                WS-CALC-DIAS
                                WS-CALC-JUROS-BRUTOS
                                WS-CALC-MULTA
                                WS-CALC-JUROS-PAGOS
                                WS-CALC-IR
                                WS-CALC-LIQUIDO
                                WS-CALC-STATUS
                                WS-CALC-MENSAGEM.
           IF WS-CALC-STATUS NOT = "0"
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE WS-CALC-MENSAGEM TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CALC-JUROS-BRUTOS TO AP-JUROS-ACUM.
           MOVE WS-HOJE              TO AP-DATA-ULT-APROP.
           MOVE WS-CALC-JUROS-PAGOS  TO AP-JUROS-PAGOS.
           MOVE WS-CALC-MULTA        TO AP-VALOR-MULTA.
           MOVE WS-CALC-IR           TO AP-VALOR-IR.
           MOVE WS-CALC-LIQUIDO      TO AP-VALOR-LIQUIDO.
           SET AP-RESGATADA TO TRUE.
           MOVE WS-HOJE TO AP-DATA-SITUACAO.
           MOVE TRN-OPERADOR(WS-IX-TRN) TO AP-OPERADOR.
           REWRITE REGISTRO-APLICACAO
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO APLICAC.DAT - CONTA "
                           AP-CONTA " STATUS " WS-APLICAC-STATUS
                   PERFORM 0990-ABORTAR
           END-REWRITE.

           SET LA-CREDITO TO TRUE.
           MOVE AP-VALOR-LIQUIDO TO LA-VALOR.
           PERFORM 0610-GRAVAR-LANCAMENTO.
           PERFORM 0500-ENCERRAR-CONTA.
           SET AM-RESGATE TO TRUE.
           PERFORM 0650-GRAVAR-MOVIMENTO.

           SET TRN-ACEITA(WS-IX-TRN) TO TRUE.
           ADD 1 TO WS-QTD-RESGATADAS.
           ADD AP-PRINCIPAL     TO WS-TOT-RESGATE-PRINC.
           ADD AP-VALOR-MULTA   TO WS-TOT-RESGATE-MULTA.
           ADD AP-VALOR-IR      TO WS-TOT-RESGATE-IR.
           ADD AP-VALOR-LIQUIDO TO WS-TOT-RESGATE-LIQ.
           MOVE AP-CONTA           TO WS-RES-CONTA.
           MOVE AP-CONTA-MOVIMENTO TO WS-RES-MOVIMENTO.
           MOVE AP-PRINCIPAL       TO WS-RES-PRINCIPAL.
           MOVE AP-VALOR-MULTA     TO WS-RES-MULTA.
           MOVE AP-VALOR-IR        TO WS-RES-IR.
           MOVE AP-VALOR-LIQUIDO   TO WS-RES-LIQUIDO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESGATE.

       0490-PROXIMO-DIA-UTIL.
           MOVE ZERO TO WS-DIAS-UTEIS.
           PERFORM UNTIL WS-DIAS-UTEIS = 1
               COMPUTE WS-DATA-VESPERA =
                   FUNCTION DATE-OF-INTEGER(WS-INT-VENCIMENTO - 1)
               COMPUTE WS-DATA-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER(WS-INT-VENCIMENTO)
               CALL "DIAUTIL" USING WS-DATA-VESPERA
                                    WS-DATA-VENCIMENTO
                                    WS-DIAS-UTEIS
                                    WS-DIAUTIL-STATUS
                                    WS-DIAUTIL-MENSAGEM
               IF WS-DIAUTIL-STATUS NOT = "0"
                   DISPLAY "AVISO - DIA UTIL NAO CALCULADO PARA "
                           TRN-CONTA(WS-IX-TRN) ": "
                           WS-DIAUTIL-MENSAGEM
                   MOVE 1 TO WS-DIAS-UTEIS
               ELSE
                   IF WS-DIAS-UTEIS NOT = 1
                       ADD 1 TO WS-INT-VENCIMENTO
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Encerra a conta "A" da aplicacao resgatada, com a trilha de
      * auditoria no layout do CADCONTA.
      *----------------------------------------------------------------*
       0500-ENCERRAR-CONTA.
           MOVE AP-CONTA TO CT-CONTA.
           READ CONTA-FILE
               INVALID KEY
                   DISPLAY "AVISO - CONTA DA APLICACAO AUSENTE DO "
                           "MESTRE: " AP-CONTA
                   EXIT PARAGRAPH
           END-READ.
           IF CT-ENCERRADA
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-SITUACAO TO WS-AUD-VALOR-ANTIGO.
           SET CT-ENCERRADA TO TRUE.
           REWRITE REGISTRO-CONTA
               INVALID KEY
                   DISPLAY "AVISO - ERRO AO ENCERRAR A CONTA DA "
                           "APLICACAO: " AP-CONTA
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "SITUACAO"  TO WS-AUD-CAMPO.
           MOVE CT-SITUACAO TO WS-AUD-VALOR-NOVO.
           PERFORM 0600-REGISTRAR-AUDITORIA.

       0600-REGISTRAR-AUDITORIA.
           MOVE SPACES                  TO AUD-CPF.
           MOVE CT-CONTA                TO AUD-CPF.
           MOVE WS-AUD-CAMPO            TO AUD-CAMPO.
           MOVE WS-AUD-VALOR-ANTIGO     TO AUD-VALOR-ANTIGO.
           MOVE WS-AUD-VALOR-NOVO       TO AUD-VALOR-NOVO.
           MOVE WS-HOJE                 TO AUD-DATA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE TRN-OPERADOR(WS-IX-TRN) TO AUD-OPERADOR.
           WRITE REGISTRO-AUDITORIA.

      *----------------------------------------------------------------*
      * Lancamento de origem "V" na conta de movimento; tipo e valor
      * ja movidos pelo chamador.
      *----------------------------------------------------------------*
       0610-GRAVAR-LANCAMENTO.
           MOVE AP-CONTA            TO WS-NSU-CONTA.
           MOVE AP-CONTA-MOVIMENTO  TO LA-CONTA.
           MOVE AP-CPF              TO LA-CPF.
           MOVE WS-HOJE             TO LA-DATA.
           SET LA-ORIGEM-APLICACAO  TO TRUE.
           MOVE SPACES              TO LA-CONTA-DESTINO.
           MOVE WS-NSU-APLICACAO    TO LA-NSU.
           WRITE LA-LANCAMENTO.

       0650-GRAVAR-MOVIMENTO.
           MOVE WS-HOJE              TO AM-DATA.
           MOVE AP-CONTA             TO AM-CONTA.
           MOVE AP-CPF               TO AM-CPF.
           MOVE AP-CONTA-MOVIMENTO   TO AM-CONTA-MOVIMENTO.
           MOVE AP-PRINCIPAL         TO AM-PRINCIPAL.
           MOVE WS-CALC-JUROS-BRUTOS TO AM-JUROS-BRUTOS.
           MOVE WS-CALC-MULTA        TO AM-VALOR-MULTA.
           MOVE WS-CALC-JUROS-PAGOS  TO AM-JUROS-PAGOS.
           MOVE WS-CALC-IR           TO AM-VALOR-IR.
           MOVE WS-CALC-LIQUIDO      TO AM-VALOR-LIQUIDO.
           MOVE WS-CALC-DIAS         TO AM-DIAS-CORRIDOS.
           MOVE TRN-OPERADOR(WS-IX-TRN) TO AM-OPERADOR.
           WRITE REGISTRO-APL-MOVIMENTO.

       0700-ENCERRAR.
           PERFORM VARYING WS-IX-TRN FROM 1 BY 1
                   UNTIL WS-IX-TRN > WS-QTD-TRN
               IF TRN-REJEITADA(WS-IX-TRN)
                   MOVE TRN-CODIGO(WS-IX-TRN) TO WS-REJ-CODIGO
                   MOVE TRN-CONTA(WS-IX-TRN)  TO WS-REJ-CONTA
                   MOVE TRN-MOTIVO(WS-IX-TRN) TO WS-REJ-MOTIVO
                   WRITE LINHA-RELATORIO FROM WS-LINHA-REJEICAO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "APLICACOES ACEITAS............" TO WS-ROD-TEXTO.
           MOVE WS-QTD-APLICADAS TO WS-ROD-QTD.
           MOVE WS-TOT-APLICADO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "RESGATES - PRINCIPAL.........." TO WS-ROD-TEXTO.
           MOVE WS-QTD-RESGATADAS TO WS-ROD-QTD.
           MOVE WS-TOT-RESGATE-PRINC TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "RESGATES - MULTA.............." TO WS-ROD-TEXTO.
           MOVE WS-QTD-RESGATADAS TO WS-ROD-QTD.
           MOVE WS-TOT-RESGATE-MULTA TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "RESGATES - IMPOSTO RETIDO....." TO WS-ROD-TEXTO.
           MOVE WS-QTD-RESGATADAS TO WS-ROD-QTD.
           MOVE WS-TOT-RESGATE-IR TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "RESGATES - CREDITADO.........." TO WS-ROD-TEXTO.
           MOVE WS-QTD-RESGATADAS TO WS-ROD-QTD.
           MOVE WS-TOT-RESGATE-LIQ TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "TRANSACOES REJEITADAS........." TO WS-ROD-TEXTO.
           MOVE WS-QTD-REJEITADAS TO WS-ROD-QTD.
           MOVE ZERO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

           CLOSE APLICAC-FILE.
           CLOSE CONTA-FILE.
           CLOSE CLIENTE-FILE.
           CLOSE OPERADOR-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE APLMOV-FILE.
           CLOSE LANCAPL-FILE.
           CLOSE RELATORIO-FILE.
           DISPLAY "TRANSACOES LIDAS.....: " WS-QTD-LIDAS.
           DISPLAY "APLICACOES ACEITAS...: " WS-QTD-APLICADAS.
           DISPLAY "RESGATES ANTECIPADOS.: " WS-QTD-RESGATADAS.
           DISPLAY "TRANSACOES REJEITADAS: " WS-QTD-REJEITADAS.

       0910-LER-TRANSACAO.
           READ TRANS-APL-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0990-ABORTAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Grava os contadores do job no arquivo de totais de controle
      * (rotina CTLTOT), para a conferencia do fechamento do dia.
      *----------------------------------------------------------------*
       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "APL-APLICADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-APLICADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "APL-RESGATADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-RESGATADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "APL-REJEITADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-REJEITADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
