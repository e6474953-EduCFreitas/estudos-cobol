      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Posicao diaria da carteira - no fim da cadeia
      *          noturna apura a fotografia do dia: depositos e
      *          cheque especial utilizado (SALDO.DAT), contas por
      *          tipo e situacao e as abertas e encerradas no dia
      *          (CONTA.DAT e a trilha AUDCTA.DAT), clientes por
      *          situacao (CLIENTE.DAT), saldo devedor por faixa de
      *          dias negativo (NEGSALDO.DAT), parcelas em aberto
      *          vencidas e a vencer (AGDPARC.DAT) e aplicacoes a
      *          prazo por situacao, com principal e juros
      *          apropriados das abertas (APLICAC.DAT). Grava um
      *          registro por data de movimento no historico
      *          POSHST.DAT (a reexecucao da data substitui o
      *          registro dela) e emite POSCART.LST, uma pagina
      *          comparando o dia com ontem, com o fim do mes
      *          anterior e com o mesmo dia do mes anterior;
      *          variacao acima dos limites do cartao POSCART.PAR
      *          sai marcada com "*".
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. POSCART.
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
           SELECT PARAM-FILE ASSIGN TO "POSCART.PAR"
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

           SELECT CONTA-FILE ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT AGENDA-FILE ASSIGN TO "AGDPARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT APLICAC-FILE ASSIGN TO "APLICAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CONTA
               FILE STATUS IS WS-APLICAC-STATUS.

      *----------------------------------------------------------------*
      * Historico da posicao, regravado via POSNOVO.TMP com o
      * registro do dia no lugar dele (ordem de data).
      *----------------------------------------------------------------*
           SELECT POSICAO-FILE ASSIGN TO "POSHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSICAO-STATUS.

           SELECT POS-NOVO-FILE ASSIGN TO "POSNOVO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-NOVO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "POSCART.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Limites de variacao, em percentual (3 inteiros e 2 casas
      * decimais implicitas): um para os indicadores de valor e um
      * para os de quantidade. Sem cartao, 10% e 5%.
      *----------------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-POSCART.
           05 PP-PCT-VALOR          PIC 9(03)V99.
           05 PP-PCT-QTD            PIC 9(03)V99.

       FD  SALDO-FILE.
           COPY SALDO.

       FD  NEGSALDO-FILE.
           COPY NEGSALDO.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  AUDITORIA-FILE.
           COPY AUDIT.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  AGENDA-FILE.
           COPY PARCAGD.

       FD  APLICAC-FILE.
           COPY APLICAC.

       FD  POSICAO-FILE.
           COPY POSHST.

       FD  POS-NOVO-FILE.
           COPY POSHST REPLACING ==REGISTRO-POSICAO==
                              BY ==REGISTRO-POS-NOVO==
                       LEADING ==PH-== BY ==PN-==.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(120).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-SALDO-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-NEGSALDO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-CONTA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-AUDITORIA-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-CLIENTE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-AGENDA-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-APLICAC-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-POSICAO-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-POS-NOVO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-SALDO             PIC X     VALUE "N".
           88 FIM-SALDO            VALUE "S".
       77 WS-FIM-CONTA             PIC X     VALUE "N".
           88 FIM-CONTA            VALUE "S".
       77 WS-FIM-AUDITORIA         PIC X     VALUE "N".
           88 FIM-AUDITORIA        VALUE "S".
       77 WS-FIM-CLIENTE           PIC X     VALUE "N".
           88 FIM-CLIENTE          VALUE "S".
       77 WS-FIM-AGENDA            PIC X     VALUE "N".
           88 FIM-AGENDA           VALUE "S".
       77 WS-FIM-APLICAC           PIC X     VALUE "N".
           88 FIM-APLICAC          VALUE "S".
       77 WS-FIM-POSICAO           PIC X     VALUE "N".
           88 FIM-POSICAO          VALUE "S".

       77 WS-NEGSALDO-DISPONIVEL   PIC X     VALUE "S".
           88 NEGSALDO-DISPONIVEL  VALUE "S".
       77 WS-DIA-GRAVADO           PIC X     VALUE "N".
           88 DIA-GRAVADO          VALUE "S".

       77 WS-PCT-VALOR             PIC 9(03)V99 VALUE 10.
       77 WS-PCT-QTD               PIC 9(03)V99 VALUE 5.

      *----------------------------------------------------------------*
      * Datas de comparacao: ontem e a ultima posicao anterior ao
      * dia; o fim do mes anterior e a ultima posicao ate o ultimo
      * dia dele; o mesmo dia do mes anterior e a ultima posicao do
      * mes anterior ate aquele dia (dia que nao existe no mes
      * anterior vale o ultimo dia dele).
      *----------------------------------------------------------------*
       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-DATA-INICIO-MES       PIC 9(08) VALUE ZERO.
       77 WS-DATA-FIM-MES-ANT      PIC 9(08) VALUE ZERO.
       77 WS-DATA-MESMO-DIA        PIC 9(08) VALUE ZERO.
       77 WS-DIAS-NEGATIVO         PIC S9(05) VALUE ZERO.

       77 WS-QTD-HISTORICO         PIC 9(05) VALUE ZERO.
       77 WS-QTD-SINALIZADOS       PIC 9(03) VALUE ZERO.
       77 WS-JOB-NOME              PIC X(08) VALUE "POSCART".

      *----------------------------------------------------------------*
      * Posicao do dia e as tres posicoes de comparacao, e a area
      * de trabalho que carrega cada uma na coluna da tabela.
      *----------------------------------------------------------------*
           COPY POSHST REPLACING ==REGISTRO-POSICAO==
                              BY ==WS-POS-HOJE==
                       LEADING ==PH-== BY ==HJ-==.
           COPY POSHST REPLACING ==REGISTRO-POSICAO==
                              BY ==WS-POS-ONTEM==
                       LEADING ==PH-== BY ==OT-==.
           COPY POSHST REPLACING ==REGISTRO-POSICAO==
                              BY ==WS-POS-FIM-MES==
                       LEADING ==PH-== BY ==FM-==.
           COPY POSHST REPLACING ==REGISTRO-POSICAO==
                              BY ==WS-POS-MESMO-DIA==
                       LEADING ==PH-== BY ==MD-==.
           COPY POSHST REPLACING ==REGISTRO-POSICAO==
                              BY ==WS-POS-COLUNA==
                       LEADING ==PH-== BY ==CL-==.

      *----------------------------------------------------------------*
      * Indicadores do relatorio, na ordem de impressao: tipo ("V"
      * valor / "Q" quantidade - define o limite e a edicao) e nome.
      *----------------------------------------------------------------*
       01  TABELA-INDICADOR-NOMES.
           05 FILLER               PIC X(27) VALUE
              "VDEPOSITOS (SALDO CREDOR)  ".
           05 FILLER               PIC X(27) VALUE
              "QCONTAS COM SALDO CREDOR   ".
           05 FILLER               PIC X(27) VALUE
              "VCHEQUE ESPECIAL UTILIZADO ".
           05 FILLER               PIC X(27) VALUE
              "QCONTAS COM SALDO DEVEDOR  ".
           05 FILLER               PIC X(27) VALUE
              "QCORRENTES ATIVAS          ".
           05 FILLER               PIC X(27) VALUE
              "QCORRENTES BLOQUEADAS      ".
           05 FILLER               PIC X(27) VALUE
              "QCORRENTES DORMENTES       ".
           05 FILLER               PIC X(27) VALUE
              "QCORRENTES ENCERRADAS      ".
           05 FILLER               PIC X(27) VALUE
              "QPOUPANCAS ATIVAS          ".
           05 FILLER               PIC X(27) VALUE
              "QPOUPANCAS BLOQUEADAS      ".
           05 FILLER               PIC X(27) VALUE
              "QPOUPANCAS DORMENTES       ".
           05 FILLER               PIC X(27) VALUE
              "QPOUPANCAS ENCERRADAS      ".
           05 FILLER               PIC X(27) VALUE
              "QCONTAS ABERTAS NO DIA     ".
           05 FILLER               PIC X(27) VALUE
              "QCONTAS ENCERRADAS NO DIA  ".
           05 FILLER               PIC X(27) VALUE
              "QCLIENTES ATIVOS           ".
           05 FILLER               PIC X(27) VALUE
              "QCLIENTES INATIVOS         ".
           05 FILLER               PIC X(27) VALUE
              "QCLIENTES FALECIDOS        ".
           05 FILLER               PIC X(27) VALUE
              "QCLIENTES BLOQUEADOS       ".
           05 FILLER               PIC X(27) VALUE
              "VNEGATIVO 1-29 DIAS        ".
           05 FILLER               PIC X(27) VALUE
              "VNEGATIVO 30-59 DIAS       ".
           05 FILLER               PIC X(27) VALUE
              "VNEGATIVO 60-89 DIAS       ".
           05 FILLER               PIC X(27) VALUE
              "VNEGATIVO 90+ DIAS         ".
           05 FILLER               PIC X(27) VALUE
              "QPARCELAS VENCIDAS - QTD   ".
           05 FILLER               PIC X(27) VALUE
              "VPARCELAS VENCIDAS - VALOR ".
           05 FILLER               PIC X(27) VALUE
              "QPARCELAS A VENCER - QTD   ".
           05 FILLER               PIC X(27) VALUE
              "VPARCELAS A VENCER - VALOR ".
           05 FILLER               PIC X(27) VALUE
              "QCONTAS DE APLICACAO       ".
           05 FILLER               PIC X(27) VALUE
              "QAPLICACOES PENDENTES      ".
           05 FILLER               PIC X(27) VALUE
              "QAPLICACOES ATIVAS         ".
           05 FILLER               PIC X(27) VALUE
              "QAPLICACOES VENCIDAS       ".
           05 FILLER               PIC X(27) VALUE
              "QAPLICACOES RESGATADAS     ".
           05 FILLER               PIC X(27) VALUE
              "QAPLICACOES CANCELADAS     ".
           05 FILLER               PIC X(27) VALUE
              "VAPLICACOES - PRINCIPAL    ".
           05 FILLER               PIC X(27) VALUE
              "VAPLICACOES - JUROS APROPR.".
       01  TABELA-INDICADOR-NOMES-TAB
                                REDEFINES TABELA-INDICADOR-NOMES.
           05 TAB-INDICADOR OCCURS 34 TIMES.
               10 TAB-IND-TIPO     PIC X.
               10 TAB-IND-NOME     PIC X(26).

      *----------------------------------------------------------------*
      * Valores de cada indicador por coluna: (1) hoje, (2) ontem,
      * (3) fim do mes anterior, (4) mesmo dia do mes anterior.
      *----------------------------------------------------------------*
       77 WS-QTD-INDICADORES       PIC 9(02) VALUE 34.
       77 WS-IND                   PIC 9(02) VALUE ZERO.
       77 WS-COL                   PIC 9(01) VALUE ZERO.
       01  WS-TAB-VALORES.
           05 WS-VALOR-IND OCCURS 34 TIMES.
               10 WS-VALOR         PIC 9(13)V99 OCCURS 4 TIMES.
       01  WS-TAB-COLUNAS.
           05 WS-COLUNA OCCURS 4 TIMES.
               10 WS-COL-DATA      PIC 9(08).
               10 WS-COL-EXISTE    PIC X.

       77 WS-DIFERENCA             PIC S9(13)V99 VALUE ZERO.
       77 WS-VARIACAO              PIC S9(05)V9 VALUE ZERO.
       77 WS-VARIACAO-ABS          PIC 9(05)V9 VALUE ZERO.
       77 WS-LIMITE-IND            PIC 9(03)V99 VALUE ZERO.
       77 WS-ED-VALOR              PIC ZZZZZZZZZZZZ9.99.
       77 WS-ED-QTD                PIC ZZZZZZZZZZZZZZZ9.
       77 WS-ED-VARIACAO           PIC -----9.9.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(40) VALUE
              "POSICAO DIARIA DA CARTEIRA - MOVIMENTO".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(26) VALUE "INDICADOR".
           05 FILLER               PIC X(16) VALUE
              "            HOJE".
           05 FILLER               PIC X(25) VALUE
              "           ONTEM    VAR% ".
           05 FILLER               PIC X(25) VALUE
              "    FIM MES ANT.    VAR% ".
           05 FILLER               PIC X(25) VALUE
              "  MESMO DIA M.A.    VAR% ".

       01  WS-CABECALHO-3.
           05 FILLER               PIC X(34) VALUE SPACES.
           05 WS-C3-HOJE           PIC 9(08).
           05 WS-C3-COLUNA OCCURS 3 TIMES PIC X(25).

       01  WS-LINHA-DETALHE.
           05 WS-DET-NOME          PIC X(26).
           05 WS-DET-HOJE          PIC X(16).
           05 WS-DET-COMPARACAO OCCURS 3 TIMES.
               10 WS-DET-BASE      PIC X(16).
               10 WS-DET-VARIACAO  PIC X(08).
               10 WS-DET-MARCA     PIC X(01).

       01  WS-LINHA-SEPARADORA     PIC X(117) VALUE ALL "-".

       01  WS-LINHA-RODAPE-1.
           05 FILLER               PIC X(40) VALUE
              "* VARIACAO ACIMA DO LIMITE - VALORES: ".
           05 WS-ROD-PCT-VALOR     PIC ZZ9.99.
           05 FILLER               PIC X(18) VALUE
              "%  QUANTIDADES: ".
           05 WS-ROD-PCT-QTD       PIC ZZ9.99.
           05 FILLER               PIC X(01) VALUE "%".

       01  WS-LINHA-RODAPE-2.
           05 FILLER               PIC X(40) VALUE
              "INDICADORES SINALIZADOS...............:".
           05 WS-ROD-SINALIZADOS   PIC ZZ9.
      *================================================================*
       PROCEDURE                          DIVISION.
      *================================================================*
       0000-PRINCIPAL.
           CALL "JOBLOG" USING WS-JOB-NOME "S".
           CALL "DATAMOV" USING WS-DATA-MOVIMENTO
                                WS-DATAMOV-STATUS
                                WS-DATAMOV-MENSAGEM.
           IF WS-DATAMOV-STATUS NOT = "0"
               DISPLAY "DATA DO MOVIMENTO INVALIDA - "
                       WS-DATAMOV-MENSAGEM
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0050-LER-PARAMETROS.
           INITIALIZE WS-POS-HOJE.
           MOVE WS-DATA-MOVIMENTO TO HJ-DATA.
           PERFORM 0100-APURAR-SALDOS.
           PERFORM 0200-APURAR-CONTAS.
           PERFORM 0250-APURAR-ENCERRAMENTOS.
           PERFORM 0300-APURAR-CLIENTES.
           PERFORM 0350-APURAR-PARCELAS.
           PERFORM 0370-APURAR-APLICACOES.
           PERFORM 0400-ATUALIZAR-HISTORICO.
           PERFORM 0450-EFETIVAR-HISTORICO.
           PERFORM 0500-EMITIR-RELATORIO.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Limites do cartao POSCART.PAR e as datas de comparacao.
      *----------------------------------------------------------------*
       0050-LER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARAM-STATUS = "00"
                   IF PP-PCT-VALOR IS NUMERIC AND PP-PCT-VALOR > ZERO
                       MOVE PP-PCT-VALOR TO WS-PCT-VALOR
                   END-IF
                   IF PP-PCT-QTD IS NUMERIC AND PP-PCT-QTD > ZERO
                       MOVE PP-PCT-QTD TO WS-PCT-QTD
                   END-IF
               END-IF
               CLOSE PARAM-FILE
           ELSE
               DISPLAY "POSCART.PAR AUSENTE - LIMITES PADRAO "
                       "(10% VALORES, 5% QUANTIDADES)"
           END-IF.

           MOVE WS-DATA-MOVIMENTO TO WS-DATA-INICIO-MES.
           MOVE "01"              TO WS-DATA-INICIO-MES(7:2).
           COMPUTE WS-DATA-FIM-MES-ANT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-MES) - 1).
           MOVE WS-DATA-FIM-MES-ANT    TO WS-DATA-MESMO-DIA.
           MOVE WS-DATA-MOVIMENTO(7:2) TO WS-DATA-MESMO-DIA(7:2).
           IF WS-DATA-MESMO-DIA > WS-DATA-FIM-MES-ANT
               MOVE WS-DATA-FIM-MES-ANT TO WS-DATA-MESMO-DIA
           END-IF.

      *----------------------------------------------------------------*
      * Saldos: credores somam os depositos, devedores o cheque
      * especial utilizado e, pelo inicio do negativo em
      * NEGSALDO.DAT, a faixa de dias (contada como no aging; conta
      * devedora sem controle fica na primeira faixa).
      *----------------------------------------------------------------*
       0100-APURAR-SALDOS.
           OPEN INPUT SALDO-FILE.
           IF WS-SALDO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA SALDO.DAT - STATUS "
                       WS-SALDO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NEGSALDO-FILE.
           IF WS-NEGSALDO-STATUS NOT = "00"
               MOVE "N" TO WS-NEGSALDO-DISPONIVEL
               DISPLAY "AVISO - NEGSALDO.DAT INDISPONIVEL, SALDO "
                       "DEVEDOR TODO NA PRIMEIRA FAIXA"
           END-IF.
           PERFORM 0910-LER-SALDO.
           PERFORM UNTIL FIM-SALDO
               EVALUATE TRUE
                   WHEN SAL-SALDO > ZERO
                       ADD SAL-SALDO TO HJ-DEPOSITOS
                       ADD 1 TO HJ-QTD-CREDORAS
                   WHEN SAL-SALDO < ZERO
                       SUBTRACT SAL-SALDO FROM HJ-CHEQUE-ESPECIAL
                       ADD 1 TO HJ-QTD-DEVEDORAS
                       PERFORM 0150-CLASSIFICAR-NEGATIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 0910-LER-SALDO
           END-PERFORM.
           CLOSE SALDO-FILE.
           IF NEGSALDO-DISPONIVEL
               CLOSE NEGSALDO-FILE
           END-IF.

       0150-CLASSIFICAR-NEGATIVO.
           MOVE 1 TO WS-DIAS-NEGATIVO.
           IF NEGSALDO-DISPONIVEL
               MOVE SAL-CONTA TO NG-CONTA
               READ NEGSALDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NG-DATA-INICIO IS NUMERIC
                          AND NG-DATA-INICIO > ZERO
                          AND NG-DATA-INICIO <= WS-DATA-MOVIMENTO
                           COMPUTE WS-DIAS-NEGATIVO =
                               FUNCTION INTEGER-OF-DATE(
                                   WS-DATA-MOVIMENTO)
                               - FUNCTION INTEGER-OF-DATE(
                                   NG-DATA-INICIO)
                       END-IF
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIAS-NEGATIVO < 30
                   SUBTRACT SAL-SALDO FROM HJ-NEG-FAIXA-1
               WHEN WS-DIAS-NEGATIVO < 60
                   SUBTRACT SAL-SALDO FROM HJ-NEG-FAIXA-2
               WHEN WS-DIAS-NEGATIVO < 90
                   SUBTRACT SAL-SALDO FROM HJ-NEG-FAIXA-3
               WHEN OTHER
                   SUBTRACT SAL-SALDO FROM HJ-NEG-FAIXA-4
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Contas por tipo e situacao, e as abertas na data.
      *----------------------------------------------------------------*
       0200-APURAR-CONTAS.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CONTA.DAT - STATUS "
                       WS-CONTA-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO CT-CONTA.
           START CONTA-FILE KEY IS NOT LESS CT-CONTA
               INVALID KEY
                   SET FIM-CONTA TO TRUE
           END-START.
           IF NOT FIM-CONTA
               PERFORM 0920-LER-CONTA
           END-IF.
           PERFORM UNTIL FIM-CONTA
               IF CT-CORRENTE
                   EVALUATE TRUE
                       WHEN CT-ATIVA      ADD 1 TO HJ-CC-ATIVAS
                       WHEN CT-BLOQUEADA  ADD 1 TO HJ-CC-BLOQUEADAS
                       WHEN CT-DORMENTE   ADD 1 TO HJ-CC-DORMENTES
                       WHEN CT-ENCERRADA  ADD 1 TO HJ-CC-ENCERRADAS
                   END-EVALUATE
               END-IF
               IF CT-POUPANCA
                   EVALUATE TRUE
                       WHEN CT-ATIVA      ADD 1 TO HJ-PP-ATIVAS
                       WHEN CT-BLOQUEADA  ADD 1 TO HJ-PP-BLOQUEADAS
                       WHEN CT-DORMENTE   ADD 1 TO HJ-PP-DORMENTES
                       WHEN CT-ENCERRADA  ADD 1 TO HJ-PP-ENCERRADAS
                   END-EVALUATE
               END-IF
               IF CT-APLICACAO AND NOT CT-ENCERRADA
                   ADD 1 TO HJ-APL-CONTAS
               END-IF
               IF CT-DATA-ABERTURA = WS-DATA-MOVIMENTO
                   ADD 1 TO HJ-ABERTAS-DIA
               END-IF
               PERFORM 0920-LER-CONTA
           END-PERFORM.
           CLOSE CONTA-FILE.

      *----------------------------------------------------------------*
      * Encerradas na data: CONTA.DAT nao guarda a data do
      * encerramento, que sai da trilha de auditoria das contas
      * (mudanca de SITUACAO para "E" com a data do movimento).
      *----------------------------------------------------------------*
       0250-APURAR-ENCERRAMENTOS.
           OPEN INPUT AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "AVISO - AUDCTA.DAT INDISPONIVEL, ENCERRADAS "
                       "NO DIA SAEM ZERADAS"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0930-LER-AUDITORIA.
           PERFORM UNTIL FIM-AUDITORIA
               IF AUD-DATA = WS-DATA-MOVIMENTO
                  AND AUD-CAMPO = "SITUACAO"
                  AND AUD-VALOR-NOVO = "E"
                   ADD 1 TO HJ-ENCERRADAS-DIA
               END-IF
               PERFORM 0930-LER-AUDITORIA
           END-PERFORM.
           CLOSE AUDITORIA-FILE.

       0300-APURAR-CLIENTES.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CLIENTE.DAT - STATUS "
                       WS-CLIENTE-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO CPF.
           START CLIENTE-FILE KEY IS NOT LESS CPF
               INVALID KEY
                   SET FIM-CLIENTE TO TRUE
           END-START.
           IF NOT FIM-CLIENTE
               PERFORM 0940-LER-CLIENTE
           END-IF.
           PERFORM UNTIL FIM-CLIENTE
               EVALUATE TRUE
                   WHEN CLI-INATIVO
                       ADD 1 TO HJ-CLI-INATIVOS
                   WHEN CLI-FALECIDO
                       ADD 1 TO HJ-CLI-FALECIDOS
                   WHEN CLI-BLOQUEADO
                       ADD 1 TO HJ-CLI-BLOQUEADOS
                   WHEN OTHER
                       ADD 1 TO HJ-CLI-ATIVOS
               END-EVALUATE
               PERFORM 0940-LER-CLIENTE
           END-PERFORM.
           CLOSE CLIENTE-FILE.

       0350-APURAR-PARCELAS.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "AVISO - AGDPARC.DAT INDISPONIVEL, PARCELAS "
                       "SAEM ZERADAS"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0950-LER-AGENDA.
           PERFORM UNTIL FIM-AGENDA
               IF AGD-ABERTA
                   IF AGD-DATA-VENCIMENTO < WS-DATA-MOVIMENTO
                       ADD 1 TO HJ-PARC-VENCIDAS-QTD
                       ADD AGD-VALOR TO HJ-PARC-VENCIDAS-VLR
                   ELSE
                       ADD 1 TO HJ-PARC-AVENCER-QTD
                       ADD AGD-VALOR TO HJ-PARC-AVENCER-VLR
                   END-IF
               END-IF
               PERFORM 0950-LER-AGENDA
           END-PERFORM.
           CLOSE AGENDA-FILE.

      *----------------------------------------------------------------*
      * Aplicacoes a prazo por situacao; principal das pendentes e
      * ativas e juros apropriados das ativas (a pendente ainda nao
      * apropriou nada). Sem APLICAC.DAT o grupo sai zerado.
      *----------------------------------------------------------------*
       0370-APURAR-APLICACOES.
           OPEN INPUT APLICAC-FILE.
           IF WS-APLICAC-STATUS NOT = "00"
               DISPLAY "AVISO - APLICAC.DAT INDISPONIVEL, APLICACOES "
                       "SAEM ZERADAS"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO AP-CONTA.
           START APLICAC-FILE KEY IS NOT LESS AP-CONTA
               INVALID KEY
                   SET FIM-APLICAC TO TRUE
           END-START.
           IF NOT FIM-APLICAC
               PERFORM 0980-LER-APLICAC
           END-IF.
           PERFORM UNTIL FIM-APLICAC
               EVALUATE TRUE
                   WHEN AP-PENDENTE
                       ADD 1 TO HJ-APL-PENDENTES
                       ADD AP-PRINCIPAL TO HJ-APL-PRINCIPAL
                   WHEN AP-ATIVA
                       ADD 1 TO HJ-APL-ATIVAS
                       ADD AP-PRINCIPAL TO HJ-APL-PRINCIPAL
                       ADD AP-JUROS-ACUM TO HJ-APL-JUROS-ACUM
                   WHEN AP-VENCIDA
                       ADD 1 TO HJ-APL-VENCIDAS
                   WHEN AP-RESGATADA
                       ADD 1 TO HJ-APL-RESGATADAS
                   WHEN AP-CANCELADA
                       ADD 1 TO HJ-APL-CANCELADAS
               END-EVALUATE
               PERFORM 0980-LER-APLICAC
           END-PERFORM.
           CLOSE APLICAC-FILE.

      *----------------------------------------------------------------*
      * Copia o historico para POSNOVO.TMP com a posicao do dia na
      * ordem de data (a posicao antiga da mesma data e descartada)
      * e guarda as tres posicoes de comparacao pelo caminho.
      * Historico ausente e a primeira execucao.
      *----------------------------------------------------------------*
       0400-ATUALIZAR-HISTORICO.
           MOVE ZERO TO WS-COL-DATA(2) WS-COL-DATA(3) WS-COL-DATA(4).
           MOVE "N"  TO WS-COL-EXISTE(2) WS-COL-EXISTE(3)
                        WS-COL-EXISTE(4).
           OPEN OUTPUT POS-NOVO-FILE.
           IF WS-POS-NOVO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA POSNOVO.TMP - STATUS "
                       WS-POS-NOVO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT POSICAO-FILE.
           EVALUATE WS-POSICAO-STATUS
               WHEN "00"
                   PERFORM 0960-LER-POSICAO
               WHEN "35"
                   DISPLAY "AVISO - POSHST.DAT AUSENTE, INICIANDO O "
                           "HISTORICO DA POSICAO"
                   SET FIM-POSICAO TO TRUE
               WHEN OTHER
                   DISPLAY "ERRO ABERTURA POSHST.DAT - STATUS "
                           WS-POSICAO-STATUS
                   CLOSE POS-NOVO-FILE
                   CALL "JOBLOG" USING WS-JOB-NOME "E"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM UNTIL FIM-POSICAO
               IF PH-DATA > WS-DATA-MOVIMENTO AND NOT DIA-GRAVADO
                   PERFORM 0420-GRAVAR-DIA
               END-IF
               IF PH-DATA NOT = WS-DATA-MOVIMENTO
                   PERFORM 0410-GUARDAR-COMPARACAO
                   MOVE REGISTRO-POSICAO TO REGISTRO-POS-NOVO
                   WRITE REGISTRO-POS-NOVO
                   ADD 1 TO WS-QTD-HISTORICO
               END-IF
               PERFORM 0960-LER-POSICAO
           END-PERFORM.
           IF NOT DIA-GRAVADO
               PERFORM 0420-GRAVAR-DIA
           END-IF.
           IF WS-POSICAO-STATUS NOT = "35"
               CLOSE POSICAO-FILE
           END-IF.
           CLOSE POS-NOVO-FILE.

      *----------------------------------------------------------------*
      * Historico em ordem de data: a ultima posicao que cabe em
      * cada criterio e a que vale.
      *----------------------------------------------------------------*
       0410-GUARDAR-COMPARACAO.
      *    Posicao gravada antes do grupo das aplicacoes: zera o
      *    grupo, que segue assim para o historico regravado.
           IF PH-APLICACOES IS NOT NUMERIC
               MOVE ZEROS TO PH-APLICACOES
           END-IF.
           IF PH-DATA < WS-DATA-MOVIMENTO
               MOVE REGISTRO-POSICAO TO WS-POS-ONTEM
               MOVE "S" TO WS-COL-EXISTE(2)
           END-IF.
           IF PH-DATA <= WS-DATA-FIM-MES-ANT
               MOVE REGISTRO-POSICAO TO WS-POS-FIM-MES
               MOVE "S" TO WS-COL-EXISTE(3)
           END-IF.
           IF PH-DATA <= WS-DATA-MESMO-DIA
              AND PH-DATA(1:6) = WS-DATA-MESMO-DIA(1:6)
               MOVE REGISTRO-POSICAO TO WS-POS-MESMO-DIA
               MOVE "S" TO WS-COL-EXISTE(4)
           END-IF.

       0420-GRAVAR-DIA.
           MOVE WS-POS-HOJE TO REGISTRO-POS-NOVO.
           WRITE REGISTRO-POS-NOVO.
           ADD 1 TO WS-QTD-HISTORICO.
           SET DIA-GRAVADO TO TRUE.

      *----------------------------------------------------------------*
      * Copia POSNOVO.TMP por cima de POSHST.DAT, como o expurgo do
      * historico de saldo faz com HSTNOVO.TMP.
      *----------------------------------------------------------------*
       0450-EFETIVAR-HISTORICO.
           MOVE "N" TO WS-FIM-POSICAO.
           OPEN INPUT POS-NOVO-FILE.
           OPEN OUTPUT POSICAO-FILE.
           IF WS-POSICAO-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVACAO POSHST.DAT - STATUS "
                       WS-POSICAO-STATUS
               CLOSE POS-NOVO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0970-LER-POS-NOVO.
           PERFORM UNTIL FIM-POSICAO
               MOVE REGISTRO-POS-NOVO TO REGISTRO-POSICAO
               WRITE REGISTRO-POSICAO
               PERFORM 0970-LER-POS-NOVO
           END-PERFORM.
           CLOSE POS-NOVO-FILE.
           CLOSE POSICAO-FILE.
           DISPLAY "POSICOES NO HISTORICO: " WS-QTD-HISTORICO.

      *----------------------------------------------------------------*
      * Relatorio de uma pagina: a tabela de indicadores e carregada
      * coluna a coluna e impressa com a variacao de cada comparacao.
      *----------------------------------------------------------------*
       0500-EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA POSCART.LST - STATUS "
                       WS-RELATORIO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-DATA-MOVIMENTO TO WS-COL-DATA(1).
           MOVE "S"               TO WS-COL-EXISTE(1).
           MOVE 1 TO WS-COL.
           MOVE WS-POS-HOJE TO WS-POS-COLUNA.
           PERFORM 0550-CARREGAR-COLUNA.
           MOVE 2 TO WS-COL.
           MOVE WS-POS-ONTEM TO WS-POS-COLUNA.
           PERFORM 0550-CARREGAR-COLUNA.
           MOVE 3 TO WS-COL.
           MOVE WS-POS-FIM-MES TO WS-POS-COLUNA.
           PERFORM 0550-CARREGAR-COLUNA.
           MOVE 4 TO WS-COL.
           MOVE WS-POS-MESMO-DIA TO WS-POS-COLUNA.
           PERFORM 0550-CARREGAR-COLUNA.

           MOVE WS-DATA-MOVIMENTO TO WS-CAB-DATA.
           MOVE WS-DATA-MOVIMENTO TO WS-C3-HOJE.
           PERFORM VARYING WS-COL FROM 2 BY 1 UNTIL WS-COL > 4
               MOVE SPACES TO WS-C3-COLUNA(WS-COL - 1)
               IF WS-COL-EXISTE(WS-COL) = "S"
                   MOVE WS-COL-DATA(WS-COL)
                     TO WS-C3-COLUNA(WS-COL - 1)(9:8)
               ELSE
                   MOVE "     SEM POSICAO"
                     TO WS-C3-COLUNA(WS-COL - 1)
               END-IF
           END-PERFORM.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-3.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-INDICADORES
               IF WS-IND = 5 OR WS-IND = 13 OR WS-IND = 15
                  OR WS-IND = 19 OR WS-IND = 23 OR WS-IND = 27
                   MOVE SPACES TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
               PERFORM 0600-IMPRIMIR-INDICADOR
           END-PERFORM.

           MOVE WS-PCT-VALOR       TO WS-ROD-PCT-VALOR.
           MOVE WS-PCT-QTD         TO WS-ROD-PCT-QTD.
           MOVE WS-QTD-SINALIZADOS TO WS-ROD-SINALIZADOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-1.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-2.
           CLOSE RELATORIO-FILE.
           DISPLAY "INDICADORES SINALIZADOS: " WS-QTD-SINALIZADOS.

       0550-CARREGAR-COLUNA.
           IF WS-COL-EXISTE(WS-COL) = "S"
               MOVE CL-DATA TO WS-COL-DATA(WS-COL)
           END-IF.
           MOVE CL-DEPOSITOS         TO WS-VALOR(1, WS-COL).
           MOVE CL-QTD-CREDORAS      TO WS-VALOR(2, WS-COL).
           MOVE CL-CHEQUE-ESPECIAL   TO WS-VALOR(3, WS-COL).
           MOVE CL-QTD-DEVEDORAS     TO WS-VALOR(4, WS-COL).
           MOVE CL-CC-ATIVAS         TO WS-VALOR(5, WS-COL).
           MOVE CL-CC-BLOQUEADAS     TO WS-VALOR(6, WS-COL).
           MOVE CL-CC-DORMENTES      TO WS-VALOR(7, WS-COL).
           MOVE CL-CC-ENCERRADAS     TO WS-VALOR(8, WS-COL).
           MOVE CL-PP-ATIVAS         TO WS-VALOR(9, WS-COL).
           MOVE CL-PP-BLOQUEADAS     TO WS-VALOR(10, WS-COL).
           MOVE CL-PP-DORMENTES      TO WS-VALOR(11, WS-COL).
           MOVE CL-PP-ENCERRADAS     TO WS-VALOR(12, WS-COL).
           MOVE CL-ABERTAS-DIA       TO WS-VALOR(13, WS-COL).
           MOVE CL-ENCERRADAS-DIA    TO WS-VALOR(14, WS-COL).
           MOVE CL-CLI-ATIVOS        TO WS-VALOR(15, WS-COL).
           MOVE CL-CLI-INATIVOS      TO WS-VALOR(16, WS-COL).
           MOVE CL-CLI-FALECIDOS     TO WS-VALOR(17, WS-COL).
           MOVE CL-CLI-BLOQUEADOS    TO WS-VALOR(18, WS-COL).
           MOVE CL-NEG-FAIXA-1       TO WS-VALOR(19, WS-COL).
           MOVE CL-NEG-FAIXA-2       TO WS-VALOR(20, WS-COL).
           MOVE CL-NEG-FAIXA-3       TO WS-VALOR(21, WS-COL).
           MOVE CL-NEG-FAIXA-4       TO WS-VALOR(22, WS-COL).
           MOVE CL-PARC-VENCIDAS-QTD TO WS-VALOR(23, WS-COL).
           MOVE CL-PARC-VENCIDAS-VLR TO WS-VALOR(24, WS-COL).
           MOVE CL-PARC-AVENCER-QTD  TO WS-VALOR(25, WS-COL).
           MOVE CL-PARC-AVENCER-VLR  TO WS-VALOR(26, WS-COL).
           MOVE CL-APL-CONTAS        TO WS-VALOR(27, WS-COL).
           MOVE CL-APL-PENDENTES     TO WS-VALOR(28, WS-COL).
           MOVE CL-APL-ATIVAS        TO WS-VALOR(29, WS-COL).
           MOVE CL-APL-VENCIDAS      TO WS-VALOR(30, WS-COL).
           MOVE CL-APL-RESGATADAS    TO WS-VALOR(31, WS-COL).
           MOVE CL-APL-CANCELADAS    TO WS-VALOR(32, WS-COL).
           MOVE CL-APL-PRINCIPAL     TO WS-VALOR(33, WS-COL).
           MOVE CL-APL-JUROS-ACUM    TO WS-VALOR(34, WS-COL).

      *----------------------------------------------------------------*
      * Linha do indicador: valor de hoje e, para cada comparacao
      * com posicao, o valor base e a variacao percentual; acima do
      * limite do tipo do indicador sai com "*". Base zero com valor
      * hoje e movimento novo, sempre sinalizado.
      *----------------------------------------------------------------*
       0600-IMPRIMIR-INDICADOR.
           MOVE SPACES TO WS-LINHA-DETALHE.
           MOVE TAB-IND-NOME(WS-IND) TO WS-DET-NOME.
           IF TAB-IND-TIPO(WS-IND) = "V"
               MOVE WS-PCT-VALOR TO WS-LIMITE-IND
           ELSE
               MOVE WS-PCT-QTD   TO WS-LIMITE-IND
           END-IF.
           MOVE 1 TO WS-COL.
           PERFORM 0650-EDITAR-VALOR.
           MOVE WS-ED-VALOR TO WS-DET-HOJE.
           IF TAB-IND-TIPO(WS-IND) = "Q"
               MOVE WS-ED-QTD TO WS-DET-HOJE
           END-IF.
           PERFORM VARYING WS-COL FROM 2 BY 1 UNTIL WS-COL > 4
               IF WS-COL-EXISTE(WS-COL) = "S"
                   PERFORM 0650-EDITAR-VALOR
                   IF TAB-IND-TIPO(WS-IND) = "Q"
                       MOVE WS-ED-QTD TO WS-DET-BASE(WS-COL - 1)
                   ELSE
                       MOVE WS-ED-VALOR TO WS-DET-BASE(WS-COL - 1)
                   END-IF
                   PERFORM 0660-CALCULAR-VARIACAO
               END-IF
           END-PERFORM.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       0650-EDITAR-VALOR.
           MOVE WS-VALOR(WS-IND, WS-COL) TO WS-ED-VALOR.
           MOVE WS-VALOR(WS-IND, WS-COL) TO WS-ED-QTD.

       0660-CALCULAR-VARIACAO.
           IF WS-VALOR(WS-IND, WS-COL) = ZERO
               IF WS-VALOR(WS-IND, 1) = ZERO
                   MOVE ZERO TO WS-ED-VARIACAO
                   MOVE WS-ED-VARIACAO TO WS-DET-VARIACAO(WS-COL - 1)
               ELSE
                   MOVE "    NOVO" TO WS-DET-VARIACAO(WS-COL - 1)
                   MOVE "*" TO WS-DET-MARCA(WS-COL - 1)
                   ADD 1 TO WS-QTD-SINALIZADOS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIFERENCA =
               WS-VALOR(WS-IND, 1) - WS-VALOR(WS-IND, WS-COL).
           COMPUTE WS-VARIACAO ROUNDED =
               WS-DIFERENCA * 100 / WS-VALOR(WS-IND, WS-COL)
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-VARIACAO
           END-COMPUTE.
           MOVE WS-VARIACAO TO WS-ED-VARIACAO.
           MOVE WS-ED-VARIACAO TO WS-DET-VARIACAO(WS-COL - 1).
           IF WS-VARIACAO < ZERO
               COMPUTE WS-VARIACAO-ABS = ZERO - WS-VARIACAO
           ELSE
               MOVE WS-VARIACAO TO WS-VARIACAO-ABS
           END-IF.
           IF WS-VARIACAO-ABS > WS-LIMITE-IND
               MOVE "*" TO WS-DET-MARCA(WS-COL - 1)
               ADD 1 TO WS-QTD-SINALIZADOS
           END-IF.

       0910-LER-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END
                   SET FIM-SALDO TO TRUE
           END-READ.

       0920-LER-CONTA.
           READ CONTA-FILE NEXT RECORD
               AT END
                   SET FIM-CONTA TO TRUE
           END-READ.

       0930-LER-AUDITORIA.
           READ AUDITORIA-FILE
               AT END
                   SET FIM-AUDITORIA TO TRUE
           END-READ.

       0940-LER-CLIENTE.
           READ CLIENTE-FILE NEXT RECORD
               AT END
                   SET FIM-CLIENTE TO TRUE
           END-READ.

       0950-LER-AGENDA.
           READ AGENDA-FILE
               AT END
                   SET FIM-AGENDA TO TRUE
           END-READ.

       0960-LER-POSICAO.
           READ POSICAO-FILE
               AT END
                   SET FIM-POSICAO TO TRUE
           END-READ.

       0970-LER-POS-NOVO.
           READ POS-NOVO-FILE
               AT END
                   SET FIM-POSICAO TO TRUE
           END-READ.

       0980-LER-APLICAC.
           READ APLICAC-FILE NEXT RECORD
               AT END
                   SET FIM-APLICAC TO TRUE
           END-READ.
