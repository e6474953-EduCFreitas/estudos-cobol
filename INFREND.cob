      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Informe de rendimentos anual por CPF - para o
      *          ano-calendario do cartao INFREND.PAR (AAAA; sem
      *          cartao, o ano anterior ao da data do movimento) le os
      *          doze historicos mensais MOVaaaamm.ARC e os resumos
      *          mensais RESUMOMES.DAT do arquivamento (ARQMOV.cob) e
      *          emite um informe por cliente cobrindo todas as suas
      *          contas em CONTA.DAT: saldo em 31/12 do ano anterior e
      *          do ano pedido, juros creditados (origem "J"), tarifas
      *          (origem "F") e impostos (IOF, origem "I") cobrados.
      *          Conta de aplicacao a prazo (tipo "A") entra com os
      *          juros pagos e o imposto de renda retido nos
      *          vencimentos e resgates do ano (APLMOV.DAT) e com o
      *          principal mais os juros apropriados em cada 31/12
      *          como saldo (APLICAC.DAT).
      *          Grava tambem INFREND.DAT, um registro de layout fixo
      *          por CPF para a interface de declaracao fiscal, com os
      *          creditos e debitos do ano conciliados contra os
      *          totais dos resumos mensais; CPF que nao concilia sai
      *          marcado no informe e no arquivo, e o job termina com
      *          RC 4 para a conferencia antes do envio.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. INFREND.
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
           SELECT PARAM-FILE ASSIGN TO "INFREND.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

      *----------------------------------------------------------------*
      * Historico mensal de cada mes do ano, nomeado MOVaaaamm.ARC
      * como o ARQMOV o grava, aberto pelo nome variavel e copiado
      * para o acumulado do ano INFMOV.TMP antes da ordenacao.
      *----------------------------------------------------------------*
           SELECT ARQUIVO-MES ASSIGN USING WS-NOME-ARQUIVO-MES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-MES-STATUS.

           SELECT MOV-ANO-FILE ASSIGN TO "INFMOV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-ANO-STATUS.

           SELECT SORT-MOV ASSIGN TO "WORKINF.TMP".

           SELECT MOV-ORDENADO ASSIGN TO "INFORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENADO-STATUS.

           SELECT RESUMO-FILE ASSIGN TO "RESUMOMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMO-STATUS.

           SELECT SORT-RES ASSIGN TO "WORKINR.TMP".

           SELECT RES-ORDENADO ASSIGN TO "INRORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-ORDENADO-STATUS.

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

      *----------------------------------------------------------------*
      * Aplicacoes a prazo: a carteira (posicao em 31/12) e os
      * eventos de liquidacao, ordenados por conta para casar com
      * CONTA.DAT como os movimentos.
      *----------------------------------------------------------------*
           SELECT APLICAC-FILE ASSIGN TO "APLICAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CONTA
               FILE STATUS IS WS-APLICAC-STATUS.

           SELECT APLMOV-FILE ASSIGN TO "APLMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLMOV-STATUS.

           SELECT SORT-APL ASSIGN TO "WORKINA.TMP".

           SELECT APL-ORDENADO ASSIGN TO "INAORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-ORDENADO-STATUS.

      *----------------------------------------------------------------*
      * Totais do ano por conta, gravados em ordem de conta e
      * reordenados por CPF e conta para a emissao.
      *----------------------------------------------------------------*
           SELECT INF-CONTA-FILE ASSIGN TO "INFCTA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-CONTA-STATUS.

           SELECT SORT-CTA ASSIGN TO "WORKINC.TMP".

           SELECT CTA-ORDENADO ASSIGN TO "INCORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTA-ORDENADO-STATUS.

           SELECT INFREND-FILE ASSIGN TO "INFREND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFREND-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "INFREND.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-INFREND.
           05 PI-ANO                PIC 9(04).

       FD  ARQUIVO-MES.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==AR-LANCAMENTO==
                       LEADING ==LC-== BY ==AR-==.

       FD  MOV-ANO-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==MA-LANCAMENTO==
                       LEADING ==LC-== BY ==MA-==.

       SD  SORT-MOV.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==SM-LANCAMENTO==
                       LEADING ==LC-== BY ==SM-==.

       FD  MOV-ORDENADO.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==MO-LANCAMENTO==
                       LEADING ==LC-== BY ==MO-==.

       FD  RESUMO-FILE.
           COPY RESUMOM.

       SD  SORT-RES.
           COPY RESUMOM REPLACING ==REGISTRO-RESUMO-MES==
                               BY ==SR-REGISTRO-RESUMO-MES==
                       LEADING ==RM-== BY ==SR-==.

       FD  RES-ORDENADO.
           COPY RESUMOM REPLACING ==REGISTRO-RESUMO-MES==
                               BY ==RO-REGISTRO-RESUMO-MES==
                       LEADING ==RM-== BY ==RO-==.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  APLICAC-FILE.
           COPY APLICAC.

       FD  APLMOV-FILE.
           COPY APLMOV.

       SD  SORT-APL.
           COPY APLMOV REPLACING ==REGISTRO-APL-MOVIMENTO==
                              BY ==SA-REGISTRO-APL-MOVIMENTO==
                       LEADING ==AM-== BY ==SA-==.

       FD  APL-ORDENADO.
           COPY APLMOV REPLACING ==REGISTRO-APL-MOVIMENTO==
                              BY ==AO-REGISTRO-APL-MOVIMENTO==
                       LEADING ==AM-== BY ==AO-==.

       FD  INF-CONTA-FILE.
           COPY INFCTA.

       SD  SORT-CTA.
           COPY INFCTA REPLACING ==REGISTRO-INF-CONTA==
                              BY ==SC-REGISTRO-INF-CONTA==
                       LEADING ==IC-== BY ==SC-==.

       FD  CTA-ORDENADO.
           COPY INFCTA REPLACING ==REGISTRO-INF-CONTA==
                              BY ==CO-REGISTRO-INF-CONTA==
                       LEADING ==IC-== BY ==CO-==.

       FD  INFREND-FILE.
           COPY INFREG.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-ARQ-MES-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-MOV-ANO-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-ORDENADO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-RESUMO-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RES-ORDENADO-STATUS   PIC X(02) VALUE ZEROS.
       77 WS-CONTA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-CLIENTE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-APLICAC-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-APLMOV-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-APL-ORDENADO-STATUS   PIC X(02) VALUE ZEROS.
       77 WS-INF-CONTA-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-CTA-ORDENADO-STATUS   PIC X(02) VALUE ZEROS.
       77 WS-INFREND-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-ARQ-MES           PIC X     VALUE "N".
           88 FIM-ARQ-MES          VALUE "S".
       77 WS-FIM-MOVIMENTOS        PIC X     VALUE "N".
           88 FIM-MOVIMENTOS       VALUE "S".
       77 WS-FIM-RESUMO            PIC X     VALUE "N".
           88 FIM-RESUMO           VALUE "S".
       77 WS-FIM-CONTA             PIC X     VALUE "N".
           88 FIM-CONTA            VALUE "S".
       77 WS-FIM-CTA-ORDENADO      PIC X     VALUE "N".
           88 FIM-CTA-ORDENADO     VALUE "S".
       77 WS-FIM-APLMOV            PIC X     VALUE "N".
           88 FIM-APLMOV           VALUE "S".
       77 WS-APLICAC-DISPONIVEL    PIC X     VALUE "S".
           88 APLICAC-DISPONIVEL   VALUE "S".

       77 WS-CLIENTE-DISPONIVEL    PIC X     VALUE "S".
           88 CLIENTE-DISPONIVEL   VALUE "S".

      *----------------------------------------------------------------*
      * Ano-calendario pedido e os meses de 31/12 que definem os dois
      * saldos do informe (dezembro do ano anterior e do ano pedido).
      *----------------------------------------------------------------*
       77 WS-ANO-PEDIDO            PIC 9(04) VALUE ZERO.
       77 WS-ANOMES-DEZ-ANTERIOR   PIC 9(06) VALUE ZERO.
       77 WS-ANOMES-DEZ-ATUAL      PIC 9(06) VALUE ZERO.
       77 WS-DATA-FIM-ANO          PIC 9(08) VALUE ZERO.
       77 WS-DATA-FIM-ANO-ANT      PIC 9(08) VALUE ZERO.
       77 WS-MES                   PIC 9(02) VALUE ZERO.

       01  WS-NOME-ARQUIVO-MES.
           05 FILLER               PIC X(03) VALUE "MOV".
           05 WS-NOME-ANO          PIC 9(04) VALUE ZEROS.
           05 WS-NOME-MES          PIC 9(02) VALUE ZEROS.
           05 FILLER               PIC X(04) VALUE ".ARC".

      *----------------------------------------------------------------*
      * Saldos de 31/12 da conta corrente da passada: o fechamento do
      * ultimo resumo ate dezembro ou, se a conta so teve movimento
      * depois, a abertura do primeiro resumo posterior (sem
      * movimento no meio o saldo nao mudou). Conta sem resumo
      * nenhum nunca movimentou: saldo zero.
      *----------------------------------------------------------------*
       77 WS-ACHOU-ANTERIOR        PIC X     VALUE "N".
       77 WS-ACHOU-ATUAL           PIC X     VALUE "N".
       77 WS-MOVIMENTOU-ANO        PIC X     VALUE "N".

      *----------------------------------------------------------------*
      * Posicao da aplicacao numa data (principal mais os juros
      * apropriados ate ela, pelo APLCALC como na apropriacao
      * noturna).
      *----------------------------------------------------------------*
       77 WS-DATA-POSICAO          PIC 9(08) VALUE ZERO.
       77 WS-VALOR-POSICAO         PIC 9(11)V99 VALUE ZERO.
       77 WS-DIAS-CORRIDOS         PIC S9(05) VALUE ZERO.
       77 WS-QTD-ERROS-APL         PIC 9(05) VALUE ZERO.
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
      * Acumuladores do CPF em emissao.
      *----------------------------------------------------------------*
       77 WS-CPF-GRUPO             PIC X(11) VALUE SPACES.
       77 WS-NOME-GRUPO            PIC X(20) VALUE SPACES.
       77 WS-CPF-QTD-CONTAS        PIC 9(03) VALUE ZERO.
       77 WS-CPF-SALDO-ANTERIOR    PIC S9(11)V99 VALUE ZERO.
       77 WS-CPF-SALDO-ATUAL       PIC S9(11)V99 VALUE ZERO.
       77 WS-CPF-JUROS             PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-TARIFAS           PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-IMPOSTOS          PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-IR-RETIDO         PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-APL-ANTERIOR      PIC S9(11)V99 VALUE ZERO.
       77 WS-CPF-APL-ATUAL         PIC S9(11)V99 VALUE ZERO.
       77 WS-CPF-ARQ-CREDITOS      PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-ARQ-DEBITOS       PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-RES-CREDITOS      PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-RES-DEBITOS       PIC 9(11)V99 VALUE ZERO.
       77 WS-SALDO-CALCULADO       PIC S9(11)V99 VALUE ZERO.
       77 WS-SALDO-CONTAS          PIC S9(11)V99 VALUE ZERO.

       77 WS-QTD-MESES-LIDOS       PIC 9(02) VALUE ZERO.
       77 WS-QTD-MOVIMENTOS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-SEM-CONTA         PIC 9(07) VALUE ZERO.
       77 WS-QTD-CONTAS            PIC 9(05) VALUE ZERO.
       77 WS-QTD-INFORMES          PIC 9(05) VALUE ZERO.
       77 WS-QTD-DIVERGENTES       PIC 9(05) VALUE ZERO.
       77 WS-TOT-JUROS             PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-TARIFAS           PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-IMPOSTOS          PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-IR-RETIDO         PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-RES-CREDITOS      PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-RES-DEBITOS       PIC 9(13)V99 VALUE ZERO.
       77 WS-NUM-PAGINA            PIC 9(04) VALUE ZERO.
       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "INFREND".

       01  WS-LINHA-SEPARADORA     PIC X(100) VALUE ALL "-".

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(41) VALUE
              "INFORME DE RENDIMENTOS - ANO-CALENDARIO".
           05 WS-CAB-ANO           PIC 9(04).
           05 FILLER               PIC X(10) VALUE "  PAGINA: ".
           05 WS-CAB-PAGINA        PIC ZZZ9.

       01  WS-LINHA-CLIENTE.
           05 FILLER               PIC X(05) VALUE "CPF: ".
           05 WS-CLI-CPF           PIC X(11).
           05 FILLER               PIC X(10) VALUE " CLIENTE: ".
           05 WS-CLI-NOME          PIC X(20).

       01  WS-LINHA-ENDERECO.
           05 FILLER               PIC X(10) VALUE "ENDERECO: ".
           05 WS-CLI-ENDERECO      PIC X(20).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(09) VALUE "CONTA".
           05 FILLER               PIC X(02) VALUE "T".
           05 FILLER               PIC X(09) VALUE "SALDO EM ".
           05 FILLER               PIC X(06) VALUE "31/12/".
           05 WS-CAB-ANO-ANTERIOR  PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE "SALDO EM ".
           05 FILLER               PIC X(06) VALUE "31/12/".
           05 WS-CAB-ANO-ATUAL     PIC 9(04).
           05 FILLER               PIC X(16) VALUE
              " JUROS CREDIT.".
           05 FILLER               PIC X(15) VALUE "TARIFAS".
           05 FILLER               PIC X(09) VALUE "IMPOSTOS".
           05 FILLER               PIC X(10) VALUE "IR RETIDO".

       01  WS-LINHA-DETALHE.
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-TIPO          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-SALDO-ANT     PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-SALDO-ATU     PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-JUROS         PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-TARIFAS       PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-IMPOSTOS      PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-IR-RETIDO     PIC ----------9.99.

       01  WS-LINHA-TOTAL-CPF.
           05 FILLER               PIC X(11) VALUE "TOTAL".
           05 WS-TCP-SALDO-ANT     PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TCP-SALDO-ATU     PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TCP-JUROS         PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TCP-TARIFAS       PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TCP-IMPOSTOS      PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TCP-IR-RETIDO     PIC ----------9.99.

      *----------------------------------------------------------------*
      * Conciliacao do CPF: creditos e debitos do ano pelo resumo
      * mensal e pelos historicos, e a situacao.
      *----------------------------------------------------------------*
       01  WS-LINHA-CONCILIACAO.
           05 FILLER               PIC X(20) VALUE
              "CREDITOS DO ANO....:".
           05 WS-CON-RES-CRED      PIC ----------9.99.
           05 FILLER               PIC X(12) VALUE "  DEBITOS..:".
           05 WS-CON-RES-DEB       PIC ----------9.99.
           05 FILLER               PIC X(12) VALUE "  SITUACAO:".
           05 WS-CON-SITUACAO      PIC X(12).

       01  WS-LINHA-DIVERGENCIA.
           05 FILLER               PIC X(20) VALUE
              "NOS HISTORICOS.....:".
           05 WS-DIV-ARQ-CRED      PIC ----------9.99.
           05 FILLER               PIC X(12) VALUE "  DEBITOS..:".
           05 WS-DIV-ARQ-DEB       PIC ----------9.99.
           05 FILLER               PIC X(12) VALUE "  SALDO.:".
           05 WS-DIV-SALDO-CALC    PIC ----------9.99.

       01  WS-LINHA-RODAPE-1.
           05 FILLER               PIC X(28) VALUE
              "TOTAL DE INFORMES EMITIDOS..".
           05 WS-ROD-QTD           PIC ZZZZ9.
           05 FILLER               PIC X(16) VALUE
              "  DIVERGENTES..".
           05 WS-ROD-DIVERGENTES   PIC ZZZZ9.

       01  WS-LINHA-RODAPE-2.
           05 FILLER               PIC X(28) VALUE
              "JUROS/TARIFAS/IMPOSTOS......".
           05 WS-ROD-JUROS         PIC --------------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ROD-TARIFAS       PIC --------------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ROD-IMPOSTOS      PIC --------------9.99.

       01  WS-LINHA-RODAPE-3.
           05 FILLER               PIC X(28) VALUE
              "CREDITOS/DEBITOS (RESUMO)...".
           05 WS-ROD-RES-CRED      PIC --------------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ROD-RES-DEB       PIC --------------9.99.

       01  WS-LINHA-RODAPE-4.
           05 FILLER               PIC X(28) VALUE
              "IR RETIDO (APLICACOES)......".
           05 WS-ROD-IR-RETIDO     PIC --------------9.99.
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
           PERFORM 0050-DEFINIR-ANO.
           PERFORM 0100-JUNTAR-HISTORICOS-ANO.
           PERFORM 0150-ORDENAR-ENTRADAS.
           PERFORM 0200-TOTALIZAR-CONTAS.
           PERFORM 0400-EMITIR-INFORMES.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           IF WS-QTD-DIVERGENTES > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------*
      * Ano pedido do cartao INFREND.PAR; sem cartao, o ano anterior
      * ao da data do movimento (o informe e pedido em fevereiro).
      *----------------------------------------------------------------*
       0050-DEFINIR-ANO.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARAM-STATUS = "00"
                  AND PI-ANO IS NUMERIC
                  AND PI-ANO > ZERO
                   MOVE PI-ANO TO WS-ANO-PEDIDO
               END-IF
               CLOSE PARAM-FILE
           END-IF.
           IF WS-ANO-PEDIDO = ZERO
               MOVE WS-DATA-MOVIMENTO(1:4) TO WS-ANO-PEDIDO
               SUBTRACT 1 FROM WS-ANO-PEDIDO
               DISPLAY "INFREND.PAR AUSENTE - APURANDO O ANO "
                       WS-ANO-PEDIDO
           END-IF.
           COMPUTE WS-ANOMES-DEZ-ATUAL = WS-ANO-PEDIDO * 100 + 12.
           SUBTRACT 100 FROM WS-ANOMES-DEZ-ATUAL
               GIVING WS-ANOMES-DEZ-ANTERIOR.
           COMPUTE WS-DATA-FIM-ANO = WS-ANOMES-DEZ-ATUAL * 100 + 31.
           COMPUTE WS-DATA-FIM-ANO-ANT =
               WS-ANOMES-DEZ-ANTERIOR * 100 + 31.
           MOVE WS-ANO-PEDIDO TO WS-CAB-ANO.
           MOVE WS-ANO-PEDIDO TO WS-CAB-ANO-ATUAL.
           MOVE WS-ANOMES-DEZ-ANTERIOR(1:4) TO WS-CAB-ANO-ANTERIOR.

      *----------------------------------------------------------------*
      * Copia os doze historicos mensais do ano para INFMOV.TMP. Mes
      * sem historico (nao arquivado, ou sem movimento nenhum) so
      * gera aviso - se faltar movimento de verdade, a conciliacao
      * com o resumo mensal aponta.
      *----------------------------------------------------------------*
       0100-JUNTAR-HISTORICOS-ANO.
           OPEN OUTPUT MOV-ANO-FILE.
           IF WS-MOV-ANO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA INFMOV.TMP - STATUS "
                       WS-MOV-ANO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ANO-PEDIDO TO WS-NOME-ANO.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               MOVE WS-MES TO WS-NOME-MES
               PERFORM 0110-COPIAR-HISTORICO-MES
           END-PERFORM.
           CLOSE MOV-ANO-FILE.
           DISPLAY "HISTORICOS MENSAIS LIDOS: " WS-QTD-MESES-LIDOS.

       0110-COPIAR-HISTORICO-MES.
           OPEN INPUT ARQUIVO-MES.
           IF WS-ARQ-MES-STATUS NOT = "00"
               DISPLAY "AVISO - " WS-NOME-ARQUIVO-MES " AUSENTE"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-MESES-LIDOS.
           MOVE "N" TO WS-FIM-ARQ-MES.
           PERFORM 0910-LER-ARQUIVO-MES.
           PERFORM UNTIL FIM-ARQ-MES
               MOVE AR-LANCAMENTO TO MA-LANCAMENTO
               WRITE MA-LANCAMENTO
               PERFORM 0910-LER-ARQUIVO-MES
           END-PERFORM.
           CLOSE ARQUIVO-MES.

      *----------------------------------------------------------------*
      * Movimentos do ano e resumos mensais ordenados por conta, para
      * casar com CONTA.DAT lido na ordem da chave. Sem resumo mensal
      * nao ha saldo de 31/12 nem conciliacao: o job para com RC 8.
      *----------------------------------------------------------------*
       0150-ORDENAR-ENTRADAS.
           SORT SORT-MOV
               ON ASCENDING KEY SM-CONTA SM-DATA
               USING MOV-ANO-FILE
               GIVING MOV-ORDENADO.

           OPEN INPUT RESUMO-FILE.
           IF WS-RESUMO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RESUMOMES.DAT - STATUS "
                       WS-RESUMO-STATUS
               DISPLAY "RODE O ARQUIVAMENTO MENSAL (ARQMOV) ANTES "
                       "DO INFORME DE RENDIMENTOS"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RESUMO-FILE.
           SORT SORT-RES
               ON ASCENDING KEY SR-CONTA SR-ANOMES
               USING RESUMO-FILE
               GIVING RES-ORDENADO.

      *----------------------------------------------------------------*
      * Sem APLMOV.DAT nenhuma aplicacao foi liquidada ainda: nao ha
      * juros nem imposto de aplicacao a informar.
      *----------------------------------------------------------------*
           OPEN INPUT APLMOV-FILE.
           IF WS-APLMOV-STATUS NOT = "00"
               DISPLAY "AVISO - APLMOV.DAT AUSENTE, SEM RENDIMENTO DE "
                       "APLICACAO NO ANO"
               SET FIM-APLMOV TO TRUE
           ELSE
               CLOSE APLMOV-FILE
               SORT SORT-APL
                   ON ASCENDING KEY SA-CONTA SA-DATA
                   USING APLMOV-FILE
                   GIVING APL-ORDENADO
           END-IF.

      *----------------------------------------------------------------*
      * Passada por conta: percorre CONTA.DAT na ordem da chave
      * casando com os movimentos e os resumos ordenados, e grava os
      * totais do ano de cada conta que o cliente manteve no ano.
      *----------------------------------------------------------------*
       0200-TOTALIZAR-CONTAS.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CONTA.DAT - STATUS "
                       WS-CONTA-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MOV-ORDENADO.
           OPEN INPUT RES-ORDENADO.
           IF NOT FIM-APLMOV
               OPEN INPUT APL-ORDENADO
           END-IF.
           OPEN INPUT APLICAC-FILE.
           IF WS-APLICAC-STATUS NOT = "00"
               MOVE "N" TO WS-APLICAC-DISPONIVEL
               DISPLAY "AVISO - APLICAC.DAT AUSENTE, CONTAS DE "
                       "APLICACAO SEM SALDO EM 31/12"
           END-IF.
           OPEN OUTPUT INF-CONTA-FILE.
           IF WS-INF-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA INFCTA.TMP - STATUS "
                       WS-INF-CONTA-STATUS
               CLOSE CONTA-FILE
               CLOSE MOV-ORDENADO
               CLOSE RES-ORDENADO
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0920-LER-MOVIMENTO.
           PERFORM 0930-LER-RESUMO.
           IF NOT FIM-APLMOV
               PERFORM 0960-LER-APL-ORDENADO
           END-IF.
           MOVE LOW-VALUES TO CT-CONTA.
           START CONTA-FILE KEY IS NOT LESS CT-CONTA
               INVALID KEY
                   SET FIM-CONTA TO TRUE
           END-START.
           IF NOT FIM-CONTA
               PERFORM 0940-LER-CONTA
           END-IF.
           PERFORM UNTIL FIM-CONTA
               PERFORM 0250-TOTALIZAR-CONTA
               PERFORM 0940-LER-CONTA
           END-PERFORM.

      *----------------------------------------------------------------*
      * Movimento de conta fora do mestre (nao deve ocorrer) sobra no
      * fim ou entre contas: fica fora do informe, com aviso.
      *----------------------------------------------------------------*
           PERFORM UNTIL FIM-MOVIMENTOS
               ADD 1 TO WS-QTD-SEM-CONTA
               PERFORM 0920-LER-MOVIMENTO
           END-PERFORM.
           IF WS-QTD-SEM-CONTA > ZERO
               DISPLAY "AVISO - " WS-QTD-SEM-CONTA " MOVIMENTO(S) DO "
                       "ANO DE CONTA FORA DE CONTA.DAT"
           END-IF.

           CLOSE CONTA-FILE.
           CLOSE MOV-ORDENADO.
           CLOSE RES-ORDENADO.
           IF WS-APLMOV-STATUS = "00"
               CLOSE APL-ORDENADO
           END-IF.
           IF APLICAC-DISPONIVEL
               CLOSE APLICAC-FILE
           END-IF.
           CLOSE INF-CONTA-FILE.
           DISPLAY "MOVIMENTOS DO ANO....: " WS-QTD-MOVIMENTOS.
           DISPLAY "CONTAS NO INFORME....: " WS-QTD-CONTAS.
           IF WS-QTD-ERROS-APL > ZERO
               DISPLAY "AVISO - " WS-QTD-ERROS-APL " POSICAO(OES) DE "
                       "APLICACAO SEM JUROS POR ERRO DE CALCULO"
           END-IF.

       0250-TOTALIZAR-CONTA.
           INITIALIZE REGISTRO-INF-CONTA.
           MOVE CT-CPF   TO IC-CPF.
           MOVE CT-CONTA TO IC-CONTA.
           MOVE CT-TIPO  TO IC-TIPO.
           MOVE "N" TO WS-MOVIMENTOU-ANO.

           PERFORM UNTIL FIM-MOVIMENTOS OR MO-CONTA >= CT-CONTA
               ADD 1 TO WS-QTD-SEM-CONTA
               PERFORM 0920-LER-MOVIMENTO
           END-PERFORM.
           PERFORM UNTIL FIM-MOVIMENTOS OR MO-CONTA NOT = CT-CONTA
               PERFORM 0300-SOMAR-MOVIMENTO
               PERFORM 0920-LER-MOVIMENTO
           END-PERFORM.

           PERFORM UNTIL FIM-RESUMO OR RO-CONTA >= CT-CONTA
               PERFORM 0930-LER-RESUMO
           END-PERFORM.
           MOVE "N" TO WS-ACHOU-ANTERIOR.
           MOVE "N" TO WS-ACHOU-ATUAL.
           PERFORM UNTIL FIM-RESUMO OR RO-CONTA NOT = CT-CONTA
               PERFORM 0350-APLICAR-RESUMO
               PERFORM 0930-LER-RESUMO
           END-PERFORM.

           PERFORM UNTIL FIM-APLMOV OR AO-CONTA >= CT-CONTA
               PERFORM 0960-LER-APL-ORDENADO
           END-PERFORM.
           PERFORM UNTIL FIM-APLMOV OR AO-CONTA NOT = CT-CONTA
               PERFORM 0370-SOMAR-EVENTO-APLICACAO
               PERFORM 0960-LER-APL-ORDENADO
           END-PERFORM.
           IF CT-APLICACAO
               PERFORM 0380-POSICIONAR-APLICACAO
           END-IF.

      *----------------------------------------------------------------*
      * Conta aberta depois do ano nao entra; conta encerrada que
      * chegou ao ano zerada e sem movimento tambem nao.
      *----------------------------------------------------------------*
           IF CT-DATA-ABERTURA IS NUMERIC
              AND CT-DATA-ABERTURA > WS-DATA-FIM-ANO
               EXIT PARAGRAPH
           END-IF.
           IF CT-ENCERRADA
              AND WS-MOVIMENTOU-ANO = "N"
              AND IC-SALDO-ANTERIOR = ZERO
              AND IC-SALDO-ATUAL = ZERO
               EXIT PARAGRAPH
           END-IF.
           WRITE REGISTRO-INF-CONTA.
           ADD 1 TO WS-QTD-CONTAS.

       0300-SOMAR-MOVIMENTO.
           ADD 1 TO WS-QTD-MOVIMENTOS.
           MOVE "S" TO WS-MOVIMENTOU-ANO.
           IF MO-CREDITO
               ADD MO-VALOR TO IC-ARQ-CREDITOS
           ELSE
               ADD MO-VALOR TO IC-ARQ-DEBITOS
           END-IF.
           EVALUATE TRUE
               WHEN MO-ORIGEM-JUROS AND MO-CREDITO
                   ADD MO-VALOR TO IC-JUROS
               WHEN MO-ORIGEM-TARIFA AND MO-DEBITO
                   ADD MO-VALOR TO IC-TARIFAS
               WHEN MO-ORIGEM-IOF AND MO-DEBITO
                   ADD MO-VALOR TO IC-IMPOSTOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Resumos da conta em ordem crescente de mes: o ultimo ate cada
      * dezembro da o fechamento; se o primeiro ja e posterior, a
      * abertura dele vale para o dezembro anterior. Creditos e
      * debitos dos meses do ano pedido somam para a conciliacao.
      *----------------------------------------------------------------*
       0350-APLICAR-RESUMO.
           IF RO-ANOMES <= WS-ANOMES-DEZ-ANTERIOR
               MOVE RO-SALDO-FECHAMENTO TO IC-SALDO-ANTERIOR
               MOVE "S" TO WS-ACHOU-ANTERIOR
           ELSE
               IF WS-ACHOU-ANTERIOR = "N"
                   MOVE RO-SALDO-ABERTURA TO IC-SALDO-ANTERIOR
                   MOVE "S" TO WS-ACHOU-ANTERIOR
               END-IF
           END-IF.
           IF RO-ANOMES <= WS-ANOMES-DEZ-ATUAL
               MOVE RO-SALDO-FECHAMENTO TO IC-SALDO-ATUAL
               MOVE "S" TO WS-ACHOU-ATUAL
           ELSE
               IF WS-ACHOU-ATUAL = "N"
                   MOVE RO-SALDO-ABERTURA TO IC-SALDO-ATUAL
                   MOVE "S" TO WS-ACHOU-ATUAL
               END-IF
           END-IF.
           IF RO-ANOMES(1:4) = WS-ANO-PEDIDO
               ADD RO-TOTAL-CREDITOS TO IC-RES-CREDITOS
               ADD RO-TOTAL-DEBITOS  TO IC-RES-DEBITOS
           END-IF.

      *----------------------------------------------------------------*
      * Eventos da aplicacao: os vencimentos e resgates do ano pedido
      * dao o rendimento (juros pagos, ja sem a multa do resgate) e o
      * imposto retido na fonte. O credito liquido na conta de
      * movimento (origem "V") nao e juros e nao entra de novo.
      *----------------------------------------------------------------*
       0370-SOMAR-EVENTO-APLICACAO.
           IF AO-DATA(1:4) NOT = WS-ANO-PEDIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-MOVIMENTOU-ANO.
           IF AO-VENCIMENTO OR AO-RESGATE
               ADD AO-JUROS-PAGOS TO IC-JUROS
               ADD AO-VALOR-IR    TO IC-IR-RETIDO
           END-IF.

      *----------------------------------------------------------------*
      * Conta de aplicacao nao tem resumo mensal: os saldos de 31/12
      * saem da carteira, recalculados para cada data.
      *----------------------------------------------------------------*
       0380-POSICIONAR-APLICACAO.
           IF NOT APLICAC-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-CONTA TO AP-CONTA.
           READ APLICAC-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-DATA-FIM-ANO-ANT TO WS-DATA-POSICAO.
           PERFORM 0390-CALCULAR-POSICAO.
           MOVE WS-VALOR-POSICAO TO IC-SALDO-ANTERIOR.
           MOVE WS-DATA-FIM-ANO TO WS-DATA-POSICAO.
           PERFORM 0390-CALCULAR-POSICAO.
           MOVE WS-VALOR-POSICAO TO IC-SALDO-ATUAL.

      *----------------------------------------------------------------*
      * Aplicacao aberta na data: aplicada ate ela, nao cancelada e
      * nao liquidada ate ela. Vale o principal mais os juros brutos
      * dos dias corridos desde a aplicacao (limitados ao vencimento).
      *----------------------------------------------------------------*
       0390-CALCULAR-POSICAO.
           MOVE ZERO TO WS-VALOR-POSICAO.
           IF AP-CANCELADA
              OR AP-DATA-APLICACAO > WS-DATA-POSICAO
               EXIT PARAGRAPH
           END-IF.
           IF (AP-VENCIDA OR AP-RESGATADA)
              AND AP-DATA-SITUACAO <= WS-DATA-POSICAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATA-POSICAO > AP-DATA-VENCIMENTO
               COMPUTE WS-DIAS-CORRIDOS =
                   FUNCTION INTEGER-OF-DATE(AP-DATA-VENCIMENTO)
                   - FUNCTION INTEGER-OF-DATE(AP-DATA-APLICACAO)
           ELSE
               COMPUTE WS-DIAS-CORRIDOS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-POSICAO)
                   - FUNCTION INTEGER-OF-DATE(AP-DATA-APLICACAO)
           END-IF.
           IF WS-DIAS-CORRIDOS < ZERO
               MOVE ZERO TO WS-DIAS-CORRIDOS
           END-IF.
           MOVE WS-DIAS-CORRIDOS TO WS-CALC-DIAS.
           MOVE "J" TO WS-CALC-FUNCAO.
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
               ADD 1 TO WS-QTD-ERROS-APL
               DISPLAY "AVISO - APLICACAO " AP-CONTA " EM "
                       WS-DATA-POSICAO ": " WS-CALC-MENSAGEM
               MOVE ZERO TO WS-CALC-JUROS-BRUTOS
           END-IF.
           COMPUTE WS-VALOR-POSICAO =
               AP-PRINCIPAL + WS-CALC-JUROS-BRUTOS.

      *----------------------------------------------------------------*
      * Reordena os totais por CPF e conta e emite um informe por
      * CPF, com o registro correspondente em INFREND.DAT.
      *----------------------------------------------------------------*
       0400-EMITIR-INFORMES.
           SORT SORT-CTA
               ON ASCENDING KEY SC-CPF SC-CONTA
               USING INF-CONTA-FILE
               GIVING CTA-ORDENADO.

           OPEN INPUT CTA-ORDENADO.
           OPEN OUTPUT INFREND-FILE.
           IF WS-INFREND-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA INFREND.DAT - STATUS "
                       WS-INFREND-STATUS
               CLOSE CTA-ORDENADO
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA INFREND.LST - STATUS "
                       WS-RELATORIO-STATUS
               CLOSE CTA-ORDENADO
               CLOSE INFREND-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "N" TO WS-CLIENTE-DISPONIVEL
               DISPLAY "AVISO - CLIENTE.DAT INDISPONIVEL, INFORME "
                       "SERA EMITIDO SEM NOME E ENDERECO"
           END-IF.

           PERFORM 0950-LER-CTA-ORDENADO.
           PERFORM UNTIL FIM-CTA-ORDENADO
               PERFORM 0450-INICIAR-CPF
               PERFORM UNTIL FIM-CTA-ORDENADO
                       OR CO-CPF NOT = WS-CPF-GRUPO
                   PERFORM 0500-IMPRIMIR-CONTA
                   PERFORM 0950-LER-CTA-ORDENADO
               END-PERFORM
               PERFORM 0600-FECHAR-CPF
           END-PERFORM.

           MOVE WS-QTD-INFORMES    TO WS-ROD-QTD.
           MOVE WS-QTD-DIVERGENTES TO WS-ROD-DIVERGENTES.
           MOVE WS-TOT-JUROS       TO WS-ROD-JUROS.
           MOVE WS-TOT-TARIFAS     TO WS-ROD-TARIFAS.
           MOVE WS-TOT-IMPOSTOS    TO WS-ROD-IMPOSTOS.
           MOVE WS-TOT-RES-CREDITOS TO WS-ROD-RES-CRED.
           MOVE WS-TOT-RES-DEBITOS  TO WS-ROD-RES-DEB.
           MOVE WS-TOT-IR-RETIDO    TO WS-ROD-IR-RETIDO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-1.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-2.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-3.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-4.

           CLOSE CTA-ORDENADO.
           CLOSE INFREND-FILE.
           CLOSE RELATORIO-FILE.
           IF CLIENTE-DISPONIVEL
               CLOSE CLIENTE-FILE
           END-IF.
           DISPLAY "INFORMES EMITIDOS....: " WS-QTD-INFORMES.
           DISPLAY "CPF NAO CONCILIADOS..: " WS-QTD-DIVERGENTES.

       0450-INICIAR-CPF.
           MOVE CO-CPF TO WS-CPF-GRUPO.
           MOVE ZERO TO WS-CPF-QTD-CONTAS.
           MOVE ZERO TO WS-CPF-SALDO-ANTERIOR.
           MOVE ZERO TO WS-CPF-SALDO-ATUAL.
           MOVE ZERO TO WS-CPF-JUROS.
           MOVE ZERO TO WS-CPF-TARIFAS.
           MOVE ZERO TO WS-CPF-IMPOSTOS.
           MOVE ZERO TO WS-CPF-IR-RETIDO.
           MOVE ZERO TO WS-CPF-APL-ANTERIOR.
           MOVE ZERO TO WS-CPF-APL-ATUAL.
           MOVE ZERO TO WS-CPF-ARQ-CREDITOS.
           MOVE ZERO TO WS-CPF-ARQ-DEBITOS.
           MOVE ZERO TO WS-CPF-RES-CREDITOS.
           MOVE ZERO TO WS-CPF-RES-DEBITOS.

           MOVE SPACES TO WS-NOME-GRUPO.
           MOVE SPACES TO WS-CLI-ENDERECO.
           IF CLIENTE-DISPONIVEL
               MOVE CO-CPF TO CPF
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME     TO WS-NOME-GRUPO
                       MOVE ENDERECO TO WS-CLI-ENDERECO
               END-READ
           END-IF.

           ADD 1 TO WS-NUM-PAGINA.
           MOVE WS-NUM-PAGINA TO WS-CAB-PAGINA.
           MOVE WS-CPF-GRUPO  TO WS-CLI-CPF.
           MOVE WS-NOME-GRUPO TO WS-CLI-NOME.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CLIENTE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ENDERECO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

       0500-IMPRIMIR-CONTA.
           ADD 1 TO WS-CPF-QTD-CONTAS.
           ADD CO-SALDO-ANTERIOR TO WS-CPF-SALDO-ANTERIOR.
           ADD CO-SALDO-ATUAL    TO WS-CPF-SALDO-ATUAL.
           ADD CO-JUROS          TO WS-CPF-JUROS.
           ADD CO-TARIFAS        TO WS-CPF-TARIFAS.
           ADD CO-IMPOSTOS       TO WS-CPF-IMPOSTOS.
           ADD CO-IR-RETIDO      TO WS-CPF-IR-RETIDO.
           IF CO-TIPO = "A"
               ADD CO-SALDO-ANTERIOR TO WS-CPF-APL-ANTERIOR
               ADD CO-SALDO-ATUAL    TO WS-CPF-APL-ATUAL
           END-IF.
           ADD CO-ARQ-CREDITOS   TO WS-CPF-ARQ-CREDITOS.
           ADD CO-ARQ-DEBITOS    TO WS-CPF-ARQ-DEBITOS.
           ADD CO-RES-CREDITOS   TO WS-CPF-RES-CREDITOS.
           ADD CO-RES-DEBITOS    TO WS-CPF-RES-DEBITOS.

           MOVE CO-CONTA          TO WS-DET-CONTA.
           MOVE CO-TIPO           TO WS-DET-TIPO.
           MOVE CO-SALDO-ANTERIOR TO WS-DET-SALDO-ANT.
           MOVE CO-SALDO-ATUAL    TO WS-DET-SALDO-ATU.
           MOVE CO-JUROS          TO WS-DET-JUROS.
           MOVE CO-TARIFAS        TO WS-DET-TARIFAS.
           MOVE CO-IMPOSTOS       TO WS-DET-IMPOSTOS.
           MOVE CO-IR-RETIDO      TO WS-DET-IR-RETIDO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

      *----------------------------------------------------------------*
      * Fecha o CPF: total das contas, conciliacao contra o resumo
      * mensal e o registro de interface. Concilia quando os
      * historicos somam o mesmo que o resumo e o saldo anterior mais
      * creditos menos debitos do resumo chega ao saldo atual. As
      * aplicacoes nao tem resumo mensal: os saldos delas ficam fora
      * da equacao (os juros entram no saldo sem passar pela conta).
      *----------------------------------------------------------------*
       0600-FECHAR-CPF.
           MOVE WS-CPF-SALDO-ANTERIOR TO WS-TCP-SALDO-ANT.
           MOVE WS-CPF-SALDO-ATUAL    TO WS-TCP-SALDO-ATU.
           MOVE WS-CPF-JUROS          TO WS-TCP-JUROS.
           MOVE WS-CPF-TARIFAS        TO WS-TCP-TARIFAS.
           MOVE WS-CPF-IMPOSTOS       TO WS-TCP-IMPOSTOS.
           MOVE WS-CPF-IR-RETIDO      TO WS-TCP-IR-RETIDO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-CPF.

           COMPUTE WS-SALDO-CALCULADO =
               WS-CPF-SALDO-ANTERIOR - WS-CPF-APL-ANTERIOR
               + WS-CPF-RES-CREDITOS - WS-CPF-RES-DEBITOS.
           COMPUTE WS-SALDO-CONTAS =
               WS-CPF-SALDO-ATUAL - WS-CPF-APL-ATUAL.

           MOVE WS-CPF-GRUPO          TO IR-CPF.
           MOVE WS-NOME-GRUPO         TO IR-NOME.
           MOVE WS-ANO-PEDIDO         TO IR-ANO.
           MOVE WS-CPF-QTD-CONTAS     TO IR-QTD-CONTAS.
           MOVE WS-CPF-SALDO-ANTERIOR TO IR-SALDO-ANTERIOR.
           MOVE WS-CPF-SALDO-ATUAL    TO IR-SALDO-ATUAL.
           MOVE WS-CPF-JUROS          TO IR-JUROS.
           MOVE WS-CPF-TARIFAS        TO IR-TARIFAS.
           MOVE WS-CPF-IMPOSTOS       TO IR-IMPOSTOS.
           MOVE WS-CPF-IR-RETIDO      TO IR-IR-RETIDO.
           MOVE WS-CPF-RES-CREDITOS   TO IR-TOTAL-CREDITOS.
           MOVE WS-CPF-RES-DEBITOS    TO IR-TOTAL-DEBITOS.
           IF WS-CPF-ARQ-CREDITOS = WS-CPF-RES-CREDITOS
              AND WS-CPF-ARQ-DEBITOS = WS-CPF-RES-DEBITOS
              AND WS-SALDO-CALCULADO = WS-SALDO-CONTAS
               SET IR-CONFERE TO TRUE
               MOVE "CONFERE" TO WS-CON-SITUACAO
           ELSE
               SET IR-DIVERGE TO TRUE
               MOVE "DIVERGENTE" TO WS-CON-SITUACAO
               ADD 1 TO WS-QTD-DIVERGENTES
               DISPLAY "AVISO - INFORME NAO CONCILIA COM O RESUMO "
                       "MENSAL: CPF " WS-CPF-GRUPO
           END-IF.
           WRITE REGISTRO-INF-REND.
           ADD 1 TO WS-QTD-INFORMES.

           MOVE WS-CPF-RES-CREDITOS TO WS-CON-RES-CRED.
           MOVE WS-CPF-RES-DEBITOS  TO WS-CON-RES-DEB.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONCILIACAO.
           IF IR-DIVERGE
               MOVE WS-CPF-ARQ-CREDITOS TO WS-DIV-ARQ-CRED
               MOVE WS-CPF-ARQ-DEBITOS  TO WS-DIV-ARQ-DEB
               MOVE WS-SALDO-CALCULADO  TO WS-DIV-SALDO-CALC
               WRITE LINHA-RELATORIO FROM WS-LINHA-DIVERGENCIA
           END-IF.

           ADD WS-CPF-JUROS        TO WS-TOT-JUROS.
           ADD WS-CPF-TARIFAS      TO WS-TOT-TARIFAS.
           ADD WS-CPF-IMPOSTOS     TO WS-TOT-IMPOSTOS.
           ADD WS-CPF-IR-RETIDO    TO WS-TOT-IR-RETIDO.
           ADD WS-CPF-RES-CREDITOS TO WS-TOT-RES-CREDITOS.
           ADD WS-CPF-RES-DEBITOS  TO WS-TOT-RES-DEBITOS.

       0910-LER-ARQUIVO-MES.
           READ ARQUIVO-MES
               AT END
                   SET FIM-ARQ-MES TO TRUE
           END-READ.

       0920-LER-MOVIMENTO.
           READ MOV-ORDENADO
               AT END
                   SET FIM-MOVIMENTOS TO TRUE
           END-READ.

       0930-LER-RESUMO.
           READ RES-ORDENADO
               AT END
                   SET FIM-RESUMO TO TRUE
           END-READ.

       0940-LER-CONTA.
           READ CONTA-FILE NEXT RECORD
               AT END
                   SET FIM-CONTA TO TRUE
           END-READ.

       0950-LER-CTA-ORDENADO.
           READ CTA-ORDENADO
               AT END
                   SET FIM-CTA-ORDENADO TO TRUE
           END-READ.

       0960-LER-APL-ORDENADO.
           READ APL-ORDENADO
               AT END
                   SET FIM-APLMOV TO TRUE
           END-READ.
