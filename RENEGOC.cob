      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Renegociacao de divida - le as transacoes da mesa de
      *          cobranca (TRANSREN.DAT: conta, quantidade de parcelas
      *          e desconto) e fecha um acordo por conta com as
      *          parcelas vencidas em aberto da agenda AGDPARC.DAT
      *          mais o saldo negativo do SALDO.DAT: as parcelas
      *          antigas fecham como renegociadas, o novo plano entra
      *          na agenda com vencimentos em dia util e o numero do
      *          acordo, o saldo negativo e zerado por um credito de
      *          origem "N" em LANCREN.DAT e o acordo fica em
      *          ACORDO.DAT, ligado a pasta de COBRANCA.DAT. Na mesma
      *          passada confere os acordos vigentes: parcela do plano
      *          vencida alem do prazo do cartao RENEGOC.PAR quebra o
      *          acordo e o que restava volta a conta (debito "N") e a
      *          cobranca; plano todo pago liquida o acordo. Relacao
      *          em RENEGOC.LST, com as transacoes recusadas e o
      *          motivo (recusa nao para a noite: RC 0)
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. RENEGOC.
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
           SELECT TRANS-REN-FILE ASSIGN TO "TRANSREN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT PARAM-FILE ASSIGN TO "RENEGOC.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT NEGSALDO-FILE ASSIGN TO "NEGSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NG-CONTA
               FILE STATUS IS WS-NEGSALDO-STATUS.

           SELECT COBRANCA-FILE ASSIGN TO "COBRANCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CONTA
               FILE STATUS IS WS-COBRANCA-STATUS.

      *----------------------------------------------------------------*
      * Agenda e acordos atualizados gravados primeiro em AGDREN.TMP
      * e ACONOVO.TMP e so copiados por cima no final, como na baixa
      * de parcelas.
      *----------------------------------------------------------------*
           SELECT AGENDA-FILE ASSIGN TO "AGDPARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT AGD-NOVO-FILE ASSIGN TO "AGDREN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGD-NOVO-STATUS.

           SELECT ACORDO-FILE ASSIGN TO "ACORDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACORDO-STATUS.

           SELECT ACO-NOVO-FILE ASSIGN TO "ACONOVO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACO-NOVO-STATUS.

      *----------------------------------------------------------------*
      * Lancamentos de renegociacao, injetados pela edicao do
      * movimento junto com os demais arquivos de passagem e
      * truncados pelo razao na efetivacao.
      *----------------------------------------------------------------*
           SELECT LANCREN-FILE ASSIGN TO "LANCREN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCREN-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RENEGOC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Transacao de renegociacao: conta, quantidade de parcelas do
      * novo plano e desconto concedido sobre a divida (9 inteiros e
      * 2 decimais implicitos; zero = sem desconto).
      *----------------------------------------------------------------*
       FD  TRANS-REN-FILE.
       01  TRANS-RENEGOCIACAO.
           05 TR-CONTA             PIC X(08).
           05 TR-QTD-PARCELAS      PIC 9(02).
           05 TR-VALOR-DESCONTO    PIC 9(09)V99.

      *----------------------------------------------------------------*
      * Dias corridos de atraso de uma parcela do plano que quebram
      * o acordo, maximo de parcelas do plano e desconto maximo em %
      * da divida original.
      *----------------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RENEGOCIACAO.
           05 RNP-DIAS-QUEBRA      PIC 9(03).
           05 RNP-MAX-PARCELAS     PIC 9(02).
           05 RNP-PCT-MAX-DESCONTO PIC 9(03)V99.

       FD  SALDO-FILE.
           COPY SALDO.

       FD  NEGSALDO-FILE.
           COPY NEGSALDO.

       FD  COBRANCA-FILE.
           COPY COBRANCA.

       FD  AGENDA-FILE.
           COPY PARCAGD.

       FD  AGD-NOVO-FILE.
           COPY PARCAGD REPLACING ==REGISTRO-AGENDA==
                               BY ==AGN-REGISTRO-AGENDA==
                       LEADING ==AGD-== BY ==AGN-==.

       FD  ACORDO-FILE.
           COPY ACORDO.

       FD  ACO-NOVO-FILE.
           COPY ACORDO REPLACING ==REGISTRO-ACORDO==
                              BY ==ACN-REGISTRO-ACORDO==
                      LEADING ==ACO-== BY ==ACN-==.

       FD  LANCREN-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==LR-LANCAMENTO==
                       LEADING ==LC-== BY ==LR-==.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-TRANS-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-SALDO-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-NEGSALDO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-COBRANCA-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-AGENDA-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-AGD-NOVO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-ACORDO-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-ACO-NOVO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-LANCREN-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-ARQUIVO           PIC X     VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 WS-AGENDA-EXISTE         PIC X     VALUE "N".
           88 AGENDA-EXISTE        VALUE "S".
       77 WS-ACORDOS-EXISTEM       PIC X     VALUE "N".
           88 ACORDOS-EXISTEM      VALUE "S".

      *----------------------------------------------------------------*
      * Parametros em vigor: os do cartao ou, sem cartao, quebra com
      * 30 dias de atraso, ate 24 parcelas e ate 50% de desconto.
      *----------------------------------------------------------------*
       77 WS-DIAS-QUEBRA           PIC 9(03) VALUE 30.
       77 WS-MAX-PARCELAS          PIC 9(02) VALUE 24.
       77 WS-PCT-MAX-DESCONTO      PIC 9(03)V99 VALUE 50.00.

      *----------------------------------------------------------------*
      * Transacoes do dia, com a divida apurada por conta nas
      * passadas da agenda e do saldo.
      *----------------------------------------------------------------*
       77 WS-QTD-TRN               PIC 9(04) VALUE ZERO.
       77 WS-MAX-TRN               PIC 9(04) VALUE 500.
       77 WS-IX-TRN                PIC 9(04) VALUE ZERO.
       77 WS-IX-ACHADO             PIC 9(04) VALUE ZERO.
       01  WS-TABELA-TRANSACOES.
           05 TAB-TRN OCCURS 500 TIMES.
               10 TRN-CONTA            PIC X(08).
               10 TRN-CPF              PIC X(11).
               10 TRN-QTD-PARCELAS     PIC 9(02).
               10 TRN-DESCONTO         PIC 9(09)V99.
               10 TRN-QTD-VENCIDAS     PIC 9(03).
               10 TRN-VALOR-VENCIDAS   PIC 9(09)V99.
               10 TRN-SALDO-NEG        PIC 9(09)V99.
               10 TRN-DATA-ORIGEM      PIC 9(08).
               10 TRN-SALDO-ACHADO     PIC X.
               10 TRN-SITUACAO         PIC X.
                   88 TRN-PENDENTE     VALUE SPACE.
                   88 TRN-ACEITA       VALUE "A".
                   88 TRN-REJEITADA    VALUE "R".
               10 TRN-MOTIVO           PIC X(40).
               10 TRN-NUMERO           PIC 9(06).
               10 TRN-VALOR-ACORDO     PIC 9(09)V99.
               10 TRN-VALOR-PARCELA    PIC 9(09)V99.
               10 TRN-PRIMEIRO-VENCTO  PIC 9(08).

      *----------------------------------------------------------------*
      * Acordos vigentes de ACORDO.DAT, com o que o plano ainda tem
      * em aberto na agenda e se alguma parcela passou do prazo.
      *----------------------------------------------------------------*
       77 WS-QTD-ACV               PIC 9(04) VALUE ZERO.
       77 WS-MAX-ACV               PIC 9(04) VALUE 2000.
       77 WS-IX-ACV                PIC 9(04) VALUE ZERO.
       01  WS-TABELA-VIGENTES.
           05 TAB-ACV OCCURS 2000 TIMES.
               10 ACV-NUMERO           PIC 9(06).
               10 ACV-CONTA            PIC X(08).
               10 ACV-QTD-ABERTAS      PIC 9(03).
               10 ACV-VALOR-ABERTO     PIC 9(09)V99.
               10 ACV-QUEBRA           PIC X.
       77 WS-ULTIMO-ACORDO         PIC 9(06) VALUE ZERO.

       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-INT-HOJE              PIC 9(08) VALUE ZERO.
       77 WS-DIAS-ATRASO           PIC S9(05) VALUE ZERO.
       77 WS-VALOR-DIVIDA          PIC 9(09)V99 VALUE ZERO.
       77 WS-DESCONTO-MAXIMO       PIC 9(09)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * Calculo do plano como no PARCELA.cob: resto da divisao na
      * primeira parcela, vencimentos de 30 em 30 dias corridos a
      * partir do movimento, empurrados para o proximo dia util.
      *----------------------------------------------------------------*
       77 WS-VALOR-PARCELA         PIC 9(09)V99 VALUE ZERO.
       77 WS-PRIMEIRA-PARCELA      PIC 9(09)V99 VALUE ZERO.
       77 WS-RESTO                 PIC 9(09)V99 VALUE ZERO.
       77 WS-NUM-PARCELA           PIC 9(02) VALUE ZERO.
       77 WS-INT-VENCIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATA-VENCIMENTO       PIC 9(08) VALUE ZERO.
       77 WS-DATA-VESPERA          PIC 9(08) VALUE ZERO.
       77 WS-DIAS-UTEIS            PIC S9(05) VALUE ZERO.
       77 WS-DIAUTIL-STATUS        PIC X     VALUE "0".
       77 WS-DIAUTIL-MENSAGEM      PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * Pasta de cobranca a atualizar e lancamento a gravar.
      *----------------------------------------------------------------*
       77 WS-PST-CONTA             PIC X(08) VALUE SPACES.
       77 WS-PST-CPF               PIC X(11) VALUE SPACES.
       77 WS-PST-NUMERO            PIC 9(06) VALUE ZERO.
       77 WS-PST-SITUACAO          PIC X     VALUE SPACE.
       77 WS-LAN-TIPO              PIC X     VALUE SPACE.
       77 WS-LAN-VALOR             PIC 9(09)V99 VALUE ZERO.
       01  WS-NSU-ACORDO.
           05 FILLER               PIC X(06) VALUE "ACORDO".
           05 WS-NSU-NUMERO        PIC 9(06).

      *----------------------------------------------------------------*
      * Checkpoint de dia ja processado: refazer a renegociacao no
      * mesmo dia recriaria LANCREN.DAT sem os creditos dos acordos
      * ja fechados. O ultimo dia fica em RENEGOC.CKP (rotina CHKPT).
      *----------------------------------------------------------------*
       77 WS-CKPT-CHAVE            PIC X(11) VALUE SPACES.
       77 WS-CKPT-ENCONTRADO       PIC X     VALUE "N".
       77 WS-HOJE-TXT              PIC X(11) VALUE SPACES.
       77 WS-DATA-INICIO-JOB       PIC 9(08) VALUE ZERO.
       77 WS-HORA-INICIO-JOB       PIC 9(08) VALUE ZERO.

       77 WS-QTD-LIDAS             PIC 9(05) VALUE ZERO.
       77 WS-QTD-ACEITAS           PIC 9(05) VALUE ZERO.
       77 WS-QTD-REJEITADAS        PIC 9(05) VALUE ZERO.
       77 WS-QTD-QUEBRADOS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-LIQUIDADOS        PIC 9(05) VALUE ZERO.
       77 WS-QTD-PARC-RENEGOCIADAS PIC 9(05) VALUE ZERO.
       77 WS-QTD-PARC-DEVOLVIDAS   PIC 9(05) VALUE ZERO.
       77 WS-QTD-PARC-GERADAS      PIC 9(05) VALUE ZERO.
       77 WS-TOT-DIVIDA            PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-DESCONTO          PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-ACORDO            PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-DEVOLVIDO         PIC 9(11)V99 VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "RENEGOC".
       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(40) VALUE
              "RENEGOCIACAO DE DIVIDAS - MOVIMENTO DE ".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(17) VALUE "OCORRENC  ACORDO".
           05 FILLER               PIC X(09) VALUE "CONTA".
           05 FILLER               PIC X(13) VALUE "       DIVIDA".
           05 FILLER               PIC X(12) VALUE "    DESCONTO".
           05 FILLER               PIC X(14) VALUE "  PLANO".
           05 FILLER               PIC X(08) VALUE "1O VENC".

       01  WS-LINHA-ACORDO.
           05 WS-ACD-OCORRENCIA    PIC X(10).
           05 WS-ACD-NUMERO        PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ACD-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ACD-DIVIDA        PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ACD-DESCONTO      PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ACD-QTD           PIC Z9.
           05 FILLER               PIC X(01) VALUE "X".
           05 WS-ACD-PARCELA       PIC ZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ACD-VENCIMENTO    PIC 9(08).

       01  WS-LINHA-SITUACAO.
           05 WS-SIT-OCORRENCIA    PIC X(10).
           05 WS-SIT-NUMERO        PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-SIT-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-SIT-VALOR         PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-SIT-TEXTO         PIC X(40).

       01  WS-LINHA-REJEICAO.
           05 FILLER               PIC X(17) VALUE "REJEITADA".
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
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0100-CARREGAR-TRANSACOES.
           PERFORM 0150-CARREGAR-ACORDOS.
           PERFORM 0200-APURAR-AGENDA.
           PERFORM 0250-APURAR-SALDOS.
           PERFORM 0300-VALIDAR-TRANSACOES.
           PERFORM 0400-ABRIR-SAIDAS.
           PERFORM 0450-REGRAVAR-AGENDA.
           PERFORM 0500-REGRAVAR-ACORDOS.
           PERFORM 0700-ENCERRAR.
           PERFORM 0800-EFETIVAR-AGENDA.
           PERFORM 0850-EFETIVAR-ACORDOS.
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
               DISPLAY "AVISO - RENEGOCIACAO JA EXECUTADA EM "
                       WS-HOJE ", NADA A FAZER"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-HOJE TO WS-DATA-INICIO-JOB.
           ACCEPT WS-HORA-INICIO-JOB FROM TIME.

      *----------------------------------------------------------------*
      * Cartao de parametros; ausente ou invalido valem os padroes,
      * com aviso.
      *----------------------------------------------------------------*
       0050-LER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "AVISO - RENEGOC.PAR AUSENTE, VALEM OS "
                       "PARAMETROS PADRAO"
               EXIT PARAGRAPH
           END-IF.
           READ PARAM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PARAM-STATUS = "00"
              AND RNP-DIAS-QUEBRA IS NUMERIC
              AND RNP-MAX-PARCELAS IS NUMERIC
              AND RNP-PCT-MAX-DESCONTO IS NUMERIC
              AND RNP-DIAS-QUEBRA > ZERO
              AND RNP-MAX-PARCELAS > ZERO
              AND RNP-PCT-MAX-DESCONTO NOT > 100
               MOVE RNP-DIAS-QUEBRA      TO WS-DIAS-QUEBRA
               MOVE RNP-MAX-PARCELAS     TO WS-MAX-PARCELAS
               MOVE RNP-PCT-MAX-DESCONTO TO WS-PCT-MAX-DESCONTO
           ELSE
               DISPLAY "AVISO - RENEGOC.PAR INVALIDO, VALEM OS "
                       "PARAMETROS PADRAO"
           END-IF.
           CLOSE PARAM-FILE.
           DISPLAY "DIAS PARA QUEBRA: " WS-DIAS-QUEBRA
                   " MAXIMO DE PARCELAS: " WS-MAX-PARCELAS
                   " DESCONTO MAXIMO %: " WS-PCT-MAX-DESCONTO.

      *----------------------------------------------------------------*
      * Transacoes da mesa: campos numericos, quantidade de parcelas
      * dentro do cartao e uma transacao por conta. TRANSREN.DAT
      * ausente = noite sem renegociacao, so a conferencia dos
      * acordos vigentes.
      *----------------------------------------------------------------*
       0100-CARREGAR-TRANSACOES.
           OPEN INPUT TRANS-REN-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "AVISO - TRANSREN.DAT AUSENTE, NENHUMA "
                       "RENEGOCIACAO A FECHAR"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0910-LER-TRANSACAO.
           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO WS-QTD-LIDAS
               PERFORM 0110-GUARDAR-TRANSACAO
               PERFORM 0910-LER-TRANSACAO
           END-PERFORM.
           CLOSE TRANS-REN-FILE.

       0110-GUARDAR-TRANSACAO.
           IF WS-QTD-TRN >= WS-MAX-TRN
               DISPLAY "ERRO - MAIS DE " WS-MAX-TRN
                       " TRANSACOES DE RENEGOCIACAO"
               CLOSE TRANS-REN-FILE
               PERFORM 0990-ABORTAR
           END-IF.
           ADD 1 TO WS-QTD-TRN.
           MOVE SPACES            TO TAB-TRN(WS-QTD-TRN).
           MOVE TR-CONTA          TO TRN-CONTA(WS-QTD-TRN).
           MOVE ZERO              TO TRN-QTD-PARCELAS(WS-QTD-TRN)
                                     TRN-DESCONTO(WS-QTD-TRN)
                                     TRN-QTD-VENCIDAS(WS-QTD-TRN)
                                     TRN-VALOR-VENCIDAS(WS-QTD-TRN)
                                     TRN-SALDO-NEG(WS-QTD-TRN)
                                     TRN-NUMERO(WS-QTD-TRN)
                                     TRN-VALOR-ACORDO(WS-QTD-TRN)
                                     TRN-VALOR-PARCELA(WS-QTD-TRN)
                                     TRN-PRIMEIRO-VENCTO(WS-QTD-TRN).
           MOVE WS-HOJE           TO TRN-DATA-ORIGEM(WS-QTD-TRN).
           MOVE "N"               TO TRN-SALDO-ACHADO(WS-QTD-TRN).
           IF TR-QTD-PARCELAS IS NOT NUMERIC
              OR TR-VALOR-DESCONTO IS NOT NUMERIC
               SET TRN-REJEITADA(WS-QTD-TRN) TO TRUE
               MOVE "QUANTIDADE OU DESCONTO NAO NUMERICO"
                                  TO TRN-MOTIVO(WS-QTD-TRN)
               EXIT PARAGRAPH
           END-IF.
           MOVE TR-QTD-PARCELAS   TO TRN-QTD-PARCELAS(WS-QTD-TRN).
           MOVE TR-VALOR-DESCONTO TO TRN-DESCONTO(WS-QTD-TRN).
           IF TR-QTD-PARCELAS = ZERO
              OR TR-QTD-PARCELAS > WS-MAX-PARCELAS
               SET TRN-REJEITADA(WS-QTD-TRN) TO TRUE
               MOVE "QUANTIDADE DE PARCELAS FORA DO CARTAO"
                                  TO TRN-MOTIVO(WS-QTD-TRN)
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IX-TRN FROM 1 BY 1
                   UNTIL WS-IX-TRN >= WS-QTD-TRN
               IF TRN-CONTA(WS-IX-TRN) = TR-CONTA
                  AND NOT TRN-REJEITADA(WS-IX-TRN)
                   SET TRN-REJEITADA(WS-QTD-TRN) TO TRUE
                   MOVE "CONTA REPETIDA NO MOVIMENTO"
                                  TO TRN-MOTIVO(WS-QTD-TRN)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Acordos ja registrados: guarda os vigentes e o ultimo numero
      * usado. ACORDO.DAT ausente = nenhum acordo fechado ainda.
      *----------------------------------------------------------------*
       0150-CARREGAR-ACORDOS.
           OPEN INPUT ACORDO-FILE.
           IF WS-ACORDO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           SET ACORDOS-EXISTEM TO TRUE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0920-LER-ACORDO.
           PERFORM UNTIL FIM-ARQUIVO
               IF ACO-NUMERO > WS-ULTIMO-ACORDO
                   MOVE ACO-NUMERO TO WS-ULTIMO-ACORDO
               END-IF
               IF ACO-VIGENTE
                   IF WS-QTD-ACV >= WS-MAX-ACV
                       DISPLAY "ERRO - MAIS DE " WS-MAX-ACV
                               " ACORDOS VIGENTES"
                       CLOSE ACORDO-FILE
                       PERFORM 0990-ABORTAR
                   END-IF
                   ADD 1 TO WS-QTD-ACV
                   MOVE ACO-NUMERO TO ACV-NUMERO(WS-QTD-ACV)
                   MOVE ACO-CONTA  TO ACV-CONTA(WS-QTD-ACV)
                   MOVE ZERO       TO ACV-QTD-ABERTAS(WS-QTD-ACV)
                   MOVE ZERO       TO ACV-VALOR-ABERTO(WS-QTD-ACV)
                   MOVE "N"        TO ACV-QUEBRA(WS-QTD-ACV)
               END-IF
               PERFORM 0920-LER-ACORDO
           END-PERFORM.
           CLOSE ACORDO-FILE.

      *----------------------------------------------------------------*
      * Primeira passada na agenda: o que cada acordo vigente ainda
      * tem em aberto (e se alguma parcela passou do prazo de
      * quebra) e as parcelas vencidas em aberto das contas com
      * transacao, com o vencimento mais antigo.
      *----------------------------------------------------------------*
       0200-APURAR-AGENDA.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "AVISO - AGDPARC.DAT AUSENTE, SO O SALDO "
                       "NEGATIVO ENTRA NOS ACORDOS"
               EXIT PARAGRAPH
           END-IF.
           SET AGENDA-EXISTE TO TRUE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0930-LER-AGENDA.
           PERFORM UNTIL FIM-ARQUIVO
               IF AGD-ABERTA
                   PERFORM 0210-AVALIAR-PARCELA
               END-IF
               PERFORM 0930-LER-AGENDA
           END-PERFORM.
           CLOSE AGENDA-FILE.

       0210-AVALIAR-PARCELA.
           IF AGD-NUM-ACORDO IS NUMERIC AND AGD-NUM-ACORDO > ZERO
               PERFORM 0610-LOCALIZAR-VIGENTE
               IF WS-IX-ACHADO > ZERO
                   ADD 1 TO ACV-QTD-ABERTAS(WS-IX-ACHADO)
                   ADD AGD-VALOR TO ACV-VALOR-ABERTO(WS-IX-ACHADO)
                   IF AGD-DATA-VENCIMENTO < WS-HOJE
                       COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE
                           - FUNCTION INTEGER-OF-DATE
                                 (AGD-DATA-VENCIMENTO)
                       IF WS-DIAS-ATRASO > WS-DIAS-QUEBRA
                           MOVE "S" TO ACV-QUEBRA(WS-IX-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF AGD-DATA-VENCIMENTO NOT < WS-HOJE
               EXIT PARAGRAPH
           END-IF.
           MOVE AGD-CONTA TO WS-PST-CONTA.
           PERFORM 0600-LOCALIZAR-TRANSACAO.
           IF WS-IX-ACHADO > ZERO
               ADD 1 TO TRN-QTD-VENCIDAS(WS-IX-ACHADO)
               ADD AGD-VALOR TO TRN-VALOR-VENCIDAS(WS-IX-ACHADO)
               MOVE AGD-CPF TO TRN-CPF(WS-IX-ACHADO)
               IF AGD-DATA-VENCIMENTO < TRN-DATA-ORIGEM(WS-IX-ACHADO)
                   MOVE AGD-DATA-VENCIMENTO
                                 TO TRN-DATA-ORIGEM(WS-IX-ACHADO)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Saldo das contas com transacao, lido pela chave: o negativo
      * entra na divida.
      *----------------------------------------------------------------*
       0250-APURAR-SALDOS.
           IF WS-QTD-TRN = ZERO
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
               IF NOT TRN-REJEITADA(WS-IX-TRN)
                   PERFORM 0255-LER-SALDO-TRANSACAO
               END-IF
           END-PERFORM.
           CLOSE SALDO-FILE.

       0255-LER-SALDO-TRANSACAO.
           MOVE TRN-CONTA(WS-IX-TRN) TO SAL-CONTA.
           READ SALDO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE "S"     TO TRN-SALDO-ACHADO(WS-IX-TRN).
           MOVE SAL-CPF TO TRN-CPF(WS-IX-TRN).
           IF SAL-SALDO < ZERO
               COMPUTE TRN-SALDO-NEG(WS-IX-TRN) = SAL-SALDO * -1
           END-IF.

      *----------------------------------------------------------------*
      * Fecha ou recusa cada transacao ainda pendente e numera os
      * acordos aceitos. A data de origem da divida e a mais antiga
      * entre o primeiro vencimento em atraso e o inicio do saldo
      * negativo (NEGSALDO.DAT).
      *----------------------------------------------------------------*
       0300-VALIDAR-TRANSACOES.
           OPEN I-O NEGSALDO-FILE.
           IF WS-NEGSALDO-STATUS = "35"
               CLOSE NEGSALDO-FILE
               OPEN OUTPUT NEGSALDO-FILE
               CLOSE NEGSALDO-FILE
               OPEN I-O NEGSALDO-FILE
           END-IF.
           IF WS-NEGSALDO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA NEGSALDO.DAT - STATUS "
                       WS-NEGSALDO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM VARYING WS-IX-TRN FROM 1 BY 1
                   UNTIL WS-IX-TRN > WS-QTD-TRN
               IF TRN-PENDENTE(WS-IX-TRN)
                   PERFORM 0310-VALIDAR-TRANSACAO
               END-IF
               IF TRN-REJEITADA(WS-IX-TRN)
                   ADD 1 TO WS-QTD-REJEITADAS
               END-IF
           END-PERFORM.

       0310-VALIDAR-TRANSACAO.
           MOVE ZERO TO WS-IX-ACHADO.
           PERFORM VARYING WS-IX-ACV FROM 1 BY 1
                   UNTIL WS-IX-ACV > WS-QTD-ACV
               IF ACV-CONTA(WS-IX-ACV) = TRN-CONTA(WS-IX-TRN)
                   MOVE WS-IX-ACV TO WS-IX-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IX-ACHADO > ZERO
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "CONTA COM ACORDO EM VIGOR"
                                  TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.
           IF TRN-SALDO-ACHADO(WS-IX-TRN) NOT = "S"
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "CONTA INEXISTENTE NO SALDO"
                                  TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VALOR-DIVIDA = TRN-VALOR-VENCIDAS(WS-IX-TRN)
                                   + TRN-SALDO-NEG(WS-IX-TRN).
           IF WS-VALOR-DIVIDA = ZERO
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "SEM DIVIDA VENCIDA A RENEGOCIAR"
                                  TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DESCONTO-MAXIMO =
               WS-VALOR-DIVIDA * WS-PCT-MAX-DESCONTO / 100.
           IF TRN-DESCONTO(WS-IX-TRN) > WS-DESCONTO-MAXIMO
              OR TRN-DESCONTO(WS-IX-TRN) NOT < WS-VALOR-DIVIDA
               SET TRN-REJEITADA(WS-IX-TRN) TO TRUE
               MOVE "DESCONTO ACIMA DO LIMITE DO CARTAO"
                                  TO TRN-MOTIVO(WS-IX-TRN)
               EXIT PARAGRAPH
           END-IF.

           IF TRN-SALDO-NEG(WS-IX-TRN) > ZERO
               MOVE TRN-CONTA(WS-IX-TRN) TO NG-CONTA
               READ NEGSALDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NG-DATA-INICIO < TRN-DATA-ORIGEM(WS-IX-TRN)
                           MOVE NG-DATA-INICIO
                                  TO TRN-DATA-ORIGEM(WS-IX-TRN)
                       END-IF
               END-READ
           END-IF.
           ADD 1 TO WS-ULTIMO-ACORDO.
           MOVE WS-ULTIMO-ACORDO TO TRN-NUMERO(WS-IX-TRN).
           COMPUTE TRN-VALOR-ACORDO(WS-IX-TRN) =
               WS-VALOR-DIVIDA - TRN-DESCONTO(WS-IX-TRN).
           SET TRN-ACEITA(WS-IX-TRN) TO TRUE.
           ADD 1 TO WS-QTD-ACEITAS.

       0400-ABRIR-SAIDAS.
           OPEN OUTPUT AGD-NOVO-FILE.
           OPEN OUTPUT ACO-NOVO-FILE.
           OPEN OUTPUT LANCREN-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-AGD-NOVO-STATUS NOT = "00"
              OR WS-ACO-NOVO-STATUS NOT = "00"
              OR WS-LANCREN-STATUS NOT = "00"
              OR WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA ARQUIVOS DE SAIDA - STATUS "
                       WS-AGD-NOVO-STATUS " " WS-ACO-NOVO-STATUS " "
                       WS-LANCREN-STATUS " " WS-RELATORIO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN I-O COBRANCA-FILE.
           IF WS-COBRANCA-STATUS = "35"
               CLOSE COBRANCA-FILE
               OPEN OUTPUT COBRANCA-FILE
               CLOSE COBRANCA-FILE
               OPEN I-O COBRANCA-FILE
           END-IF.
           IF WS-COBRANCA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA COBRANCA.DAT - STATUS "
                       WS-COBRANCA-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           MOVE WS-HOJE TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

      *----------------------------------------------------------------*
      * Segunda passada na agenda: parcela vencida de conta com
      * acordo aceito fecha como renegociada; parcela em aberto de
      * acordo quebrado fecha como devolvida a conta. Depois entram
      * os planos dos acordos novos.
      *----------------------------------------------------------------*
       0450-REGRAVAR-AGENDA.
           IF AGENDA-EXISTE
               OPEN INPUT AGENDA-FILE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM 0930-LER-AGENDA
               PERFORM UNTIL FIM-ARQUIVO
                   IF AGD-ABERTA
                       PERFORM 0460-FECHAR-PARCELA
                   END-IF
                   MOVE REGISTRO-AGENDA TO AGN-REGISTRO-AGENDA
                   WRITE AGN-REGISTRO-AGENDA
                   PERFORM 0930-LER-AGENDA
               END-PERFORM
               CLOSE AGENDA-FILE
           END-IF.
           PERFORM VARYING WS-IX-TRN FROM 1 BY 1
                   UNTIL WS-IX-TRN > WS-QTD-TRN
               IF TRN-ACEITA(WS-IX-TRN)
                   PERFORM 0470-GERAR-PLANO
               END-IF
           END-PERFORM.

       0460-FECHAR-PARCELA.
           IF AGD-NUM-ACORDO IS NUMERIC AND AGD-NUM-ACORDO > ZERO
               PERFORM 0610-LOCALIZAR-VIGENTE
               IF WS-IX-ACHADO > ZERO
                   IF ACV-QUEBRA(WS-IX-ACHADO) = "S"
                       SET AGD-DEVOLVIDA TO TRUE
                       MOVE WS-HOJE TO AGD-DATA-PAGAMENTO
                       ADD 1 TO WS-QTD-PARC-DEVOLVIDAS
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF AGD-DATA-VENCIMENTO NOT < WS-HOJE
               EXIT PARAGRAPH
           END-IF.
           MOVE AGD-CONTA TO WS-PST-CONTA.
           PERFORM 0600-LOCALIZAR-TRANSACAO.
           IF WS-IX-ACHADO > ZERO
               IF TRN-ACEITA(WS-IX-ACHADO)
                   SET AGD-RENEGOCIADA TO TRUE
                   MOVE WS-HOJE TO AGD-DATA-PAGAMENTO
                   ADD 1 TO WS-QTD-PARC-RENEGOCIADAS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Plano do acordo: valor do acordo dividido na quantidade de
      * parcelas pedida, resto na primeira, vencimento a cada 30
      * dias corridos a partir do movimento, em dia util.
      *----------------------------------------------------------------*
       0470-GERAR-PLANO.
           DIVIDE TRN-VALOR-ACORDO(WS-IX-TRN)
               BY TRN-QTD-PARCELAS(WS-IX-TRN)
               GIVING WS-VALOR-PARCELA
               REMAINDER WS-RESTO.
           ADD WS-VALOR-PARCELA WS-RESTO GIVING WS-PRIMEIRA-PARCELA.
           MOVE WS-VALOR-PARCELA TO TRN-VALOR-PARCELA(WS-IX-TRN).
           PERFORM VARYING WS-NUM-PARCELA FROM 1 BY 1
                   UNTIL WS-NUM-PARCELA > TRN-QTD-PARCELAS(WS-IX-TRN)
               PERFORM 0480-AGENDAR-PARCELA
           END-PERFORM.

       0480-AGENDAR-PARCELA.
           COMPUTE WS-INT-VENCIMENTO =
               WS-INT-HOJE + (WS-NUM-PARCELA * 30).
           PERFORM 0490-PROXIMO-DIA-UTIL.
           IF WS-NUM-PARCELA = 1
               MOVE WS-DATA-VENCIMENTO
                                 TO TRN-PRIMEIRO-VENCTO(WS-IX-TRN)
           END-IF.
           MOVE TRN-CONTA(WS-IX-TRN)        TO AGN-CONTA.
           MOVE TRN-CPF(WS-IX-TRN)          TO AGN-CPF.
           MOVE WS-NUM-PARCELA              TO AGN-NUM-PARCELA.
           MOVE TRN-QTD-PARCELAS(WS-IX-TRN) TO AGN-QTD-PARCELAS.
           IF WS-NUM-PARCELA = 1
               MOVE WS-PRIMEIRA-PARCELA TO AGN-VALOR
           ELSE
               MOVE WS-VALOR-PARCELA    TO AGN-VALOR
           END-IF.
           MOVE WS-DATA-VENCIMENTO          TO AGN-DATA-VENCIMENTO.
           SET AGN-ABERTA                   TO TRUE.
           MOVE ZERO                        TO AGN-DATA-PAGAMENTO.
           MOVE ZERO                        TO AGN-NOSSO-NUMERO.
           SET AGN-COB-NAO-ENVIADA          TO TRUE.
           MOVE ZERO                        TO AGN-DATA-COBRANCA.
           MOVE SPACES                      TO AGN-MOTIVO-BANCO.
           MOVE TRN-NUMERO(WS-IX-TRN)       TO AGN-NUM-ACORDO.
           WRITE AGN-REGISTRO-AGENDA.
           ADD 1 TO WS-QTD-PARC-GERADAS.

      *----------------------------------------------------------------*
      * Um dia D e util quando DIAUTIL conta 1 dia util entre a
      * vespera e D; senao avanca um dia corrido e tenta de novo. Se
      * a rotina devolver erro, o vencimento fica no dia corrido
      * calculado, com aviso.
      *----------------------------------------------------------------*
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
      * Acordos: os vigentes quebrados ou liquidados mudam de
      * situacao; depois entram os acordos novos, com o credito que
      * zera o saldo negativo levado para o acordo. As recusas saem
      * no fim da relacao.
      *----------------------------------------------------------------*
       0500-REGRAVAR-ACORDOS.
           IF ACORDOS-EXISTEM
               OPEN INPUT ACORDO-FILE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM 0920-LER-ACORDO
               PERFORM UNTIL FIM-ARQUIVO
                   IF ACO-VIGENTE
                       PERFORM 0510-CONFERIR-VIGENTE
                   END-IF
                   MOVE REGISTRO-ACORDO TO ACN-REGISTRO-ACORDO
                   WRITE ACN-REGISTRO-ACORDO
                   PERFORM 0920-LER-ACORDO
               END-PERFORM
               CLOSE ACORDO-FILE
           END-IF.
           PERFORM VARYING WS-IX-TRN FROM 1 BY 1
                   UNTIL WS-IX-TRN > WS-QTD-TRN
               IF TRN-ACEITA(WS-IX-TRN)
                   PERFORM 0550-GRAVAR-ACORDO-NOVO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IX-TRN FROM 1 BY 1
                   UNTIL WS-IX-TRN > WS-QTD-TRN
               IF TRN-REJEITADA(WS-IX-TRN)
                   MOVE TRN-CONTA(WS-IX-TRN)  TO WS-REJ-CONTA
                   MOVE TRN-MOTIVO(WS-IX-TRN) TO WS-REJ-MOTIVO
                   WRITE LINHA-RELATORIO FROM WS-LINHA-REJEICAO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Acordo quebrado: o que o plano ainda tinha em aberto volta
      * para a conta num debito de origem "N"; a data de origem da
      * divida volta ao NEGSALDO.DAT (a exclusao de saldo negativo
      * mantem a data se a conta ficar negativa e apaga se nao) e a
      * pasta de cobranca volta para a cobranca normal. Acordo sem
      * parcela em aberto esta liquidado.
      *----------------------------------------------------------------*
       0510-CONFERIR-VIGENTE.
           PERFORM 0620-LOCALIZAR-VIGENTE-ACORDO.
           IF WS-IX-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ACO-CONTA  TO WS-PST-CONTA.
           MOVE ACO-CPF    TO WS-PST-CPF.
           MOVE ACO-NUMERO TO WS-PST-NUMERO.
           IF ACV-QUEBRA(WS-IX-ACHADO) = "S"
               SET ACO-QUEBRADO TO TRUE
               MOVE WS-HOJE TO ACO-DATA-SITUACAO
               MOVE ACV-VALOR-ABERTO(WS-IX-ACHADO)
                                 TO ACO-VALOR-DEVOLVIDO
               ADD 1 TO WS-QTD-QUEBRADOS
               ADD ACO-VALOR-DEVOLVIDO TO WS-TOT-DEVOLVIDO
               IF ACO-VALOR-DEVOLVIDO > ZERO
                   MOVE "D" TO WS-LAN-TIPO
                   MOVE ACO-VALOR-DEVOLVIDO TO WS-LAN-VALOR
                   PERFORM 0650-GRAVAR-LANCAMENTO
                   PERFORM 0520-DEVOLVER-AGING
               END-IF
               MOVE "Q" TO WS-PST-SITUACAO
               PERFORM 0660-ATUALIZAR-PASTA
               MOVE "QUEBRADO"          TO WS-SIT-OCORRENCIA
               MOVE ACO-VALOR-DEVOLVIDO TO WS-SIT-VALOR
               MOVE "DIVIDA DEVOLVIDA A CONTA E A COBRANCA"
                                        TO WS-SIT-TEXTO
           ELSE
               IF ACV-QTD-ABERTAS(WS-IX-ACHADO) > ZERO
                   EXIT PARAGRAPH
               END-IF
               SET ACO-LIQUIDADO TO TRUE
               MOVE WS-HOJE TO ACO-DATA-SITUACAO
               ADD 1 TO WS-QTD-LIQUIDADOS
               MOVE "L" TO WS-PST-SITUACAO
               PERFORM 0660-ATUALIZAR-PASTA
               MOVE "LIQUIDADO"         TO WS-SIT-OCORRENCIA
               MOVE ACO-VALOR-ACORDO    TO WS-SIT-VALOR
               MOVE "PLANO TODO PAGO"   TO WS-SIT-TEXTO
           END-IF.
           MOVE ACO-NUMERO TO WS-SIT-NUMERO.
           MOVE ACO-CONTA  TO WS-SIT-CONTA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SITUACAO.

       0520-DEVOLVER-AGING.
           MOVE ACO-CONTA TO NG-CONTA.
           READ NEGSALDO-FILE
               INVALID KEY
                   MOVE ACO-CONTA       TO NG-CONTA
                   MOVE ACO-CPF         TO NG-CPF
                   MOVE ACO-DATA-ORIGEM TO NG-DATA-INICIO
                   WRITE REGISTRO-NEGATIVO
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO NEGSALDO.DAT: "
                                   ACO-CONTA
                   END-WRITE
               NOT INVALID KEY
                   IF ACO-DATA-ORIGEM < NG-DATA-INICIO
                       MOVE ACO-DATA-ORIGEM TO NG-DATA-INICIO
                       REWRITE REGISTRO-NEGATIVO
                           INVALID KEY
                               DISPLAY "ERRO GRAVACAO NEGSALDO.DAT: "
                                       ACO-CONTA
                       END-REWRITE
                   END-IF
           END-READ.

       0550-GRAVAR-ACORDO-NOVO.
           MOVE TRN-NUMERO(WS-IX-TRN)         TO ACN-NUMERO.
           MOVE TRN-CONTA(WS-IX-TRN)          TO ACN-CONTA.
           MOVE TRN-CPF(WS-IX-TRN)            TO ACN-CPF.
           MOVE WS-HOJE                       TO ACN-DATA.
           MOVE TRN-QTD-VENCIDAS(WS-IX-TRN)   TO ACN-QTD-PARC-ORIG.
           MOVE TRN-VALOR-VENCIDAS(WS-IX-TRN) TO ACN-VALOR-PARC-ORIG.
           MOVE TRN-SALDO-NEG(WS-IX-TRN)      TO ACN-VALOR-SALDO-NEG.
           COMPUTE ACN-VALOR-DIVIDA = TRN-VALOR-VENCIDAS(WS-IX-TRN)
                                    + TRN-SALDO-NEG(WS-IX-TRN).
           MOVE TRN-DESCONTO(WS-IX-TRN)       TO ACN-VALOR-DESCONTO.
           MOVE TRN-VALOR-ACORDO(WS-IX-TRN)   TO ACN-VALOR-ACORDO.
           MOVE TRN-QTD-PARCELAS(WS-IX-TRN)   TO ACN-QTD-PARCELAS.
           MOVE TRN-VALOR-PARCELA(WS-IX-TRN)  TO ACN-VALOR-PARCELA.
           MOVE TRN-PRIMEIRO-VENCTO(WS-IX-TRN)
                                              TO ACN-PRIMEIRO-VENCTO.
           MOVE TRN-DATA-ORIGEM(WS-IX-TRN)    TO ACN-DATA-ORIGEM.
           SET ACN-VIGENTE                    TO TRUE.
           MOVE WS-HOJE                       TO ACN-DATA-SITUACAO.
           MOVE ZERO                          TO ACN-VALOR-DEVOLVIDO.
           WRITE ACN-REGISTRO-ACORDO.
           ADD ACN-VALOR-DIVIDA   TO WS-TOT-DIVIDA.
           ADD ACN-VALOR-DESCONTO TO WS-TOT-DESCONTO.
           ADD ACN-VALOR-ACORDO   TO WS-TOT-ACORDO.

           MOVE ACN-CONTA  TO WS-PST-CONTA.
           MOVE ACN-CPF    TO WS-PST-CPF.
           MOVE ACN-NUMERO TO WS-PST-NUMERO.
           IF ACN-VALOR-SALDO-NEG > ZERO
               MOVE "C" TO WS-LAN-TIPO
               MOVE ACN-VALOR-SALDO-NEG TO WS-LAN-VALOR
               PERFORM 0650-GRAVAR-LANCAMENTO
           END-IF.
           MOVE "V" TO WS-PST-SITUACAO.
           PERFORM 0660-ATUALIZAR-PASTA.

           MOVE "ACORDO"            TO WS-ACD-OCORRENCIA.
           MOVE ACN-NUMERO          TO WS-ACD-NUMERO.
           MOVE ACN-CONTA           TO WS-ACD-CONTA.
           MOVE ACN-VALOR-DIVIDA    TO WS-ACD-DIVIDA.
           MOVE ACN-VALOR-DESCONTO  TO WS-ACD-DESCONTO.
           MOVE ACN-QTD-PARCELAS    TO WS-ACD-QTD.
           MOVE ACN-VALOR-PARCELA   TO WS-ACD-PARCELA.
           MOVE ACN-PRIMEIRO-VENCTO TO WS-ACD-VENCIMENTO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ACORDO.

      *----------------------------------------------------------------*
      * Transacao da conta em WS-PST-CONTA (0 = nenhuma).
      *----------------------------------------------------------------*
       0600-LOCALIZAR-TRANSACAO.
           MOVE ZERO TO WS-IX-ACHADO.
           PERFORM VARYING WS-IX-TRN FROM 1 BY 1
                   UNTIL WS-IX-TRN > WS-QTD-TRN
                      OR WS-IX-ACHADO > ZERO
               IF TRN-CONTA(WS-IX-TRN) = WS-PST-CONTA
                  AND NOT TRN-REJEITADA(WS-IX-TRN)
                   MOVE WS-IX-TRN TO WS-IX-ACHADO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Acordo vigente da parcela (AGD-NUM-ACORDO) ou do registro de
      * acordo (ACO-NUMERO) na tabela (0 = nao vigente).
      *----------------------------------------------------------------*
       0610-LOCALIZAR-VIGENTE.
           MOVE ZERO TO WS-IX-ACHADO.
           PERFORM VARYING WS-IX-ACV FROM 1 BY 1
                   UNTIL WS-IX-ACV > WS-QTD-ACV
                      OR WS-IX-ACHADO > ZERO
               IF ACV-NUMERO(WS-IX-ACV) = AGD-NUM-ACORDO
                   MOVE WS-IX-ACV TO WS-IX-ACHADO
               END-IF
           END-PERFORM.

       0620-LOCALIZAR-VIGENTE-ACORDO.
           MOVE ZERO TO WS-IX-ACHADO.
           PERFORM VARYING WS-IX-ACV FROM 1 BY 1
                   UNTIL WS-IX-ACV > WS-QTD-ACV
                      OR WS-IX-ACHADO > ZERO
               IF ACV-NUMERO(WS-IX-ACV) = ACO-NUMERO
                   MOVE WS-IX-ACV TO WS-IX-ACHADO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Lancamento de renegociacao para o ciclo: origem "N", data do
      * movimento e o numero do acordo no NSU.
      *----------------------------------------------------------------*
       0650-GRAVAR-LANCAMENTO.
           MOVE WS-PST-NUMERO       TO WS-NSU-NUMERO.
           MOVE SPACES              TO LR-LANCAMENTO.
           MOVE WS-PST-CONTA        TO LR-CONTA.
           MOVE WS-PST-CPF          TO LR-CPF.
           MOVE WS-HOJE             TO LR-DATA.
           MOVE WS-LAN-TIPO         TO LR-TIPO.
           MOVE WS-LAN-VALOR        TO LR-VALOR.
           SET LR-ORIGEM-RENEG      TO TRUE.
           MOVE WS-NSU-ACORDO       TO LR-NSU.
           WRITE LR-LANCAMENTO.

      *----------------------------------------------------------------*
      * Liga o acordo a pasta de cobranca da conta, criando a pasta
      * quando a conta ainda nao recebeu carta (faixa "ACORDO", sem
      * data de carta). Acordo novo substitui a promessa em curso;
      * acordo quebrado zera a data da carta, para a proxima carta
      * da faixa 90+ sair sem esperar a carencia.
      *----------------------------------------------------------------*
       0660-ATUALIZAR-PASTA.
           MOVE WS-PST-CONTA TO CB-CONTA.
           READ COBRANCA-FILE
               INVALID KEY
                   MOVE WS-PST-CONTA   TO CB-CONTA
                   MOVE WS-PST-CPF     TO CB-CPF
                   MOVE ZERO           TO CB-DATA-CARTA
                   MOVE "ACORDO"       TO CB-FAIXA
                   MOVE ZERO           TO CB-PROM-VALOR
                   MOVE ZERO           TO CB-PROM-DATA
                   SET CB-SEM-PROMESSA TO TRUE
                   MOVE ZERO           TO CB-DATA-SITUACAO
                   MOVE WS-PST-NUMERO  TO CB-NUM-ACORDO
                   MOVE WS-PST-SITUACAO TO CB-SIT-ACORDO
                   MOVE WS-HOJE        TO CB-DATA-ACORDO
                   WRITE REGISTRO-COBRANCA
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO COBRANCA.DAT: "
                                   WS-PST-CONTA
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-PST-NUMERO   TO CB-NUM-ACORDO.
           MOVE WS-PST-SITUACAO TO CB-SIT-ACORDO.
           MOVE WS-HOJE         TO CB-DATA-ACORDO.
           IF CB-ACORDO-VIGENTE AND CB-PROMETIDA
               SET CB-SEM-PROMESSA TO TRUE
               MOVE WS-HOJE TO CB-DATA-SITUACAO
           END-IF.
           IF CB-ACORDO-QUEBRADO
               MOVE ZERO TO CB-DATA-CARTA
           END-IF.
           REWRITE REGISTRO-COBRANCA
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COBRANCA.DAT: "
                           WS-PST-CONTA
           END-REWRITE.

       0700-ENCERRAR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "ACORDOS FECHADOS.............." TO WS-ROD-TEXTO.
           MOVE WS-QTD-ACEITAS TO WS-ROD-QTD.
           MOVE WS-TOT-ACORDO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "DIVIDA ORIGINAL RENEGOCIADA..." TO WS-ROD-TEXTO.
           MOVE WS-QTD-PARC-RENEGOCIADAS TO WS-ROD-QTD.
           MOVE WS-TOT-DIVIDA TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "DESCONTOS CONCEDIDOS.........." TO WS-ROD-TEXTO.
           MOVE WS-QTD-ACEITAS TO WS-ROD-QTD.
           MOVE WS-TOT-DESCONTO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "ACORDOS QUEBRADOS............." TO WS-ROD-TEXTO.
           MOVE WS-QTD-QUEBRADOS TO WS-ROD-QTD.
           MOVE WS-TOT-DEVOLVIDO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "ACORDOS LIQUIDADOS............" TO WS-ROD-TEXTO.
           MOVE WS-QTD-LIQUIDADOS TO WS-ROD-QTD.
           MOVE ZERO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "TRANSACOES REJEITADAS........." TO WS-ROD-TEXTO.
           MOVE WS-QTD-REJEITADAS TO WS-ROD-QTD.
           MOVE ZERO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

           CLOSE AGD-NOVO-FILE.
           CLOSE ACO-NOVO-FILE.
           CLOSE LANCREN-FILE.
           CLOSE RELATORIO-FILE.
           CLOSE COBRANCA-FILE.
           CLOSE NEGSALDO-FILE.
           DISPLAY "TRANSACOES LIDAS.....: " WS-QTD-LIDAS.
           DISPLAY "ACORDOS FECHADOS.....: " WS-QTD-ACEITAS.
           DISPLAY "TRANSACOES REJEITADAS: " WS-QTD-REJEITADAS.
           DISPLAY "PARCELAS RENEGOCIADAS: " WS-QTD-PARC-RENEGOCIADAS.
           DISPLAY "PARCELAS DOS PLANOS..: " WS-QTD-PARC-GERADAS.
           DISPLAY "ACORDOS QUEBRADOS....: " WS-QTD-QUEBRADOS.
           DISPLAY "PARCELAS DEVOLVIDAS..: " WS-QTD-PARC-DEVOLVIDAS.
           DISPLAY "ACORDOS LIQUIDADOS...: " WS-QTD-LIQUIDADOS.

      *----------------------------------------------------------------*
      * Copia AGDREN.TMP por cima de AGDPARC.DAT. Sem agenda e sem
      * acordo novo nao ha o que copiar.
      *----------------------------------------------------------------*
       0800-EFETIVAR-AGENDA.
           IF NOT AGENDA-EXISTE AND WS-QTD-ACEITAS = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AGD-NOVO-FILE.
           OPEN OUTPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVACAO AGDPARC.DAT - STATUS "
                       WS-AGENDA-STATUS
               CLOSE AGD-NOVO-FILE
               PERFORM 0990-ABORTAR
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0950-LER-AGENDA-NOVA.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE AGN-REGISTRO-AGENDA TO REGISTRO-AGENDA
               WRITE REGISTRO-AGENDA
               PERFORM 0950-LER-AGENDA-NOVA
           END-PERFORM.
           CLOSE AGD-NOVO-FILE.
           CLOSE AGENDA-FILE.

       0850-EFETIVAR-ACORDOS.
           IF NOT ACORDOS-EXISTEM AND WS-QTD-ACEITAS = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ACO-NOVO-FILE.
           OPEN OUTPUT ACORDO-FILE.
           IF WS-ACORDO-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVACAO ACORDO.DAT - STATUS "
                       WS-ACORDO-STATUS
               CLOSE ACO-NOVO-FILE
               PERFORM 0990-ABORTAR
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0960-LER-ACORDO-NOVO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE ACN-REGISTRO-ACORDO TO REGISTRO-ACORDO
               WRITE REGISTRO-ACORDO
               PERFORM 0960-LER-ACORDO-NOVO
           END-PERFORM.
           CLOSE ACO-NOVO-FILE.
           CLOSE ACORDO-FILE.

       0910-LER-TRANSACAO.
           READ TRANS-REN-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0920-LER-ACORDO.
           READ ACORDO-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0930-LER-AGENDA.
           READ AGENDA-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0950-LER-AGENDA-NOVA.
           READ AGD-NOVO-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0960-LER-ACORDO-NOVO.
           READ ACO-NOVO-FILE
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
           MOVE "ACORDOS-FECHADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-ACEITAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "ACORDOS-REJEITADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-REJEITADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "ACORDOS-QUEBRADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-QUEBRADOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "ACORDOS-LIQUIDADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-LIQUIDADOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "PARC-RENEGOCIADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-PARC-RENEGOCIADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
