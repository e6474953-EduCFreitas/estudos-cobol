      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Conciliacao da cobranca bancaria - posicao da agenda
      *          AGDPARC.DAT na cobranca: parcelas em aberto ainda nao
      *          enviadas, enviadas sem confirmacao do banco,
      *          registradas em aberto (vencidas a parte), rejeitadas,
      *          liquidadas no banco e as excecoes (paga fora do banco,
      *          renegociada ou devolvida a conta por acordo quebrado
      *          com boleto ainda registrado, liquidada no banco e
      *          ainda nao baixada), em quantidade e valor, com a
      *          lista das parcelas que pedem acao em CNABCONC.LST
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. CNABCONC.
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
           SELECT AGENDA-FILE ASSIGN TO "AGDPARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "CNABCONC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  AGENDA-FILE.
           COPY PARCAGD.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-AGENDA-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-AGENDA            PIC X     VALUE "N".
           88 FIM-AGENDA           VALUE "S".

      *----------------------------------------------------------------*
      * Posicao de cada parcela na cobranca (0 = fora da cobranca:
      * paga sem ter ido ao banco). As posicoes 2, 4, 6 e 7 pedem
      * acao e saem tambem na lista de excecoes.
      *----------------------------------------------------------------*
       77 WS-IDX-POSICAO           PIC 9(01) VALUE ZERO.
       01  TABELA-POSICOES.
           05 TAB-POSICAO OCCURS 7 TIMES.
               10 TAB-POS-QTD      PIC 9(07).
               10 TAB-POS-VALOR    PIC 9(13)V99.
       01  TABELA-POSICAO-NOMES.
           05 FILLER               PIC X(30) VALUE
              "NAO ENVIADAS (EM ABERTO)".
           05 FILLER               PIC X(30) VALUE
              "ENVIADAS SEM CONFIRMACAO".
           05 FILLER               PIC X(30) VALUE
              "REGISTRADAS EM ABERTO".
           05 FILLER               PIC X(30) VALUE
              "REJEITADAS PELO BANCO".
           05 FILLER               PIC X(30) VALUE
              "LIQUIDADAS NO BANCO E BAIXADAS".
           05 FILLER               PIC X(30) VALUE
              "PAGAS FORA - BOLETO NO BANCO".
           05 FILLER               PIC X(30) VALUE
              "LIQUIDADAS - AGUARDANDO BAIXA".
       01  TABELA-POSICAO-NOMES-TAB REDEFINES TABELA-POSICAO-NOMES.
           05 TAB-POS-NOME OCCURS 7 TIMES PIC X(30).

       77 WS-QTD-REG-VENCIDAS      PIC 9(07) VALUE ZERO.
       77 WS-VALOR-REG-VENCIDAS    PIC 9(13)V99 VALUE ZERO.
       77 WS-QTD-FORA-COBRANCA     PIC 9(07) VALUE ZERO.
       77 WS-QTD-EXCECOES          PIC 9(07) VALUE ZERO.
       77 WS-QTD-PARCELAS          PIC 9(07) VALUE ZERO.
       77 WS-DIAS-ENVIO            PIC S9(05) VALUE ZERO.
       77 WS-DATA-COBRANCA         PIC 9(08) VALUE ZERO.
       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "CNABCONC".

       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(40) VALUE
              "CONCILIACAO DA COBRANCA BANCARIA - EM: ".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(31) VALUE "POSICAO".
           05 FILLER               PIC X(09) VALUE "   QTDE".
           05 FILLER               PIC X(18) VALUE "            VALOR".

       01  WS-LINHA-POSICAO.
           05 WS-POS-NOME          PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-POS-QTD           PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-POS-VALOR         PIC ---------------9.99.

       01  WS-CABECALHO-3.
           05 FILLER               PIC X(40) VALUE
              "PARCELAS QUE PEDEM ACAO".

       01  WS-CABECALHO-4.
           05 FILLER               PIC X(10) VALUE "CONTA".
           05 FILLER               PIC X(07) VALUE "PARC".
           05 FILLER               PIC X(12) VALUE "NOSSO NUM".
           05 FILLER               PIC X(10) VALUE "VENCTO".
           05 FILLER               PIC X(15) VALUE "VALOR".
           05 FILLER               PIC X(05) VALUE "DIAS".
           05 FILLER               PIC X(21) VALUE "SITUACAO".

       01  WS-LINHA-EXCECAO.
           05 WS-EXC-CONTA         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EXC-PARCELA       PIC Z9.
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-EXC-QTD           PIC 99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EXC-NOSSO         PIC 9(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EXC-VENCIMENTO    PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-EXC-VALOR         PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-EXC-DIAS          PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-EXC-SITUACAO      PIC X(22).

       01  WS-LINHA-RODAPE.
           05 WS-ROD-TEXTO         PIC X(31).
           05 WS-ROD-QTD           PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ROD-VALOR         PIC ---------------9.99.
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
           PERFORM 0100-ABRIR-ARQUIVOS.
           PERFORM 0910-LER-AGENDA.
           PERFORM UNTIL FIM-AGENDA
               ADD 1 TO WS-QTD-PARCELAS
               PERFORM 0200-CLASSIFICAR-PARCELA
               PERFORM 0910-LER-AGENDA
           END-PERFORM.
           PERFORM 0300-IMPRIMIR-POSICAO.
           CLOSE AGENDA-FILE.
           CLOSE RELATORIO-FILE.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Sem agenda nao ha cobranca: o job termina normal.
      *----------------------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "AVISO - AGDPARC.DAT AUSENTE, NADA A CONCILIAR"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CNABCONC.LST - STATUS "
                       WS-RELATORIO-STATUS
               CLOSE AGENDA-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-MOVIMENTO TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-3.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-4.

      *----------------------------------------------------------------*
      * Enquadra a parcela numa posicao e acumula; as que pedem acao
      * saem na lista com os dias desde o envio ao banco.
      *----------------------------------------------------------------*
       0200-CLASSIFICAR-PARCELA.
           MOVE ZERO TO WS-IDX-POSICAO.
           EVALUATE TRUE
               WHEN AGD-ABERTA AND AGD-COB-NAO-ENVIADA
                   MOVE 1 TO WS-IDX-POSICAO
               WHEN AGD-ABERTA AND AGD-COB-ENVIADA
                   MOVE 2 TO WS-IDX-POSICAO
               WHEN AGD-ABERTA AND AGD-COB-REGISTRADA
                   MOVE 3 TO WS-IDX-POSICAO
                   IF AGD-DATA-VENCIMENTO < WS-DATA-MOVIMENTO
                       ADD 1 TO WS-QTD-REG-VENCIDAS
                       ADD AGD-VALOR TO WS-VALOR-REG-VENCIDAS
                   END-IF
               WHEN AGD-ABERTA AND AGD-COB-REJEITADA
                   MOVE 4 TO WS-IDX-POSICAO
               WHEN AGD-PAGA AND AGD-COB-LIQUIDADA
                   MOVE 5 TO WS-IDX-POSICAO
               WHEN (AGD-PAGA OR AGD-RENEGOCIADA OR AGD-DEVOLVIDA)
                    AND (AGD-COB-ENVIADA OR AGD-COB-REGISTRADA)
                   MOVE 6 TO WS-IDX-POSICAO
               WHEN AGD-ABERTA AND AGD-COB-LIQUIDADA
                   MOVE 7 TO WS-IDX-POSICAO
               WHEN OTHER
                   ADD 1 TO WS-QTD-FORA-COBRANCA
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1         TO TAB-POS-QTD(WS-IDX-POSICAO).
           ADD AGD-VALOR TO TAB-POS-VALOR(WS-IDX-POSICAO).
           IF WS-IDX-POSICAO = 2 OR 4 OR 6 OR 7
               PERFORM 0250-LISTAR-EXCECAO
           END-IF.

       0250-LISTAR-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES.
           MOVE ZERO TO WS-DIAS-ENVIO.
           IF AGD-DATA-COBRANCA IS NUMERIC
              AND AGD-DATA-COBRANCA > ZERO
              AND AGD-DATA-COBRANCA <= WS-DATA-MOVIMENTO
               MOVE AGD-DATA-COBRANCA TO WS-DATA-COBRANCA
               COMPUTE WS-DIAS-ENVIO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-COBRANCA)
           END-IF.
           MOVE AGD-CONTA           TO WS-EXC-CONTA.
           MOVE AGD-NUM-PARCELA     TO WS-EXC-PARCELA.
           MOVE AGD-QTD-PARCELAS    TO WS-EXC-QTD.
           MOVE AGD-NOSSO-NUMERO    TO WS-EXC-NOSSO.
           MOVE AGD-DATA-VENCIMENTO TO WS-EXC-VENCIMENTO.
           MOVE AGD-VALOR           TO WS-EXC-VALOR.
           MOVE WS-DIAS-ENVIO       TO WS-EXC-DIAS.
           EVALUATE WS-IDX-POSICAO
               WHEN 2
                   MOVE "SEM CONFIRMACAO"   TO WS-EXC-SITUACAO
               WHEN 4
                   MOVE SPACES TO WS-EXC-SITUACAO
                   STRING "REJEITADA MOTIVO " AGD-MOTIVO-BANCO
                          DELIMITED BY SIZE
                          INTO WS-EXC-SITUACAO
                   END-STRING
               WHEN 6
                   MOVE "PAGA FORA - PEDIR BX" TO WS-EXC-SITUACAO
               WHEN 7
                   MOVE "LIQUIDADA SEM BAIXA"  TO WS-EXC-SITUACAO
           END-EVALUATE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-EXCECAO.

      *----------------------------------------------------------------*
      * Quadro de posicao: enviadas = todas as que estao no banco ou
      * ja passaram por ele; em aberto no banco = registradas e
      * enviadas sem confirmacao.
      *----------------------------------------------------------------*
       0300-IMPRIMIR-POSICAO.
           MOVE "PARCELAS QUE PEDEM ACAO........" TO WS-ROD-TEXTO.
           MOVE WS-QTD-EXCECOES TO WS-ROD-QTD.
           MOVE ZERO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.
           PERFORM VARYING WS-IDX-POSICAO FROM 1 BY 1
                   UNTIL WS-IDX-POSICAO > 7
               MOVE TAB-POS-NOME(WS-IDX-POSICAO)  TO WS-POS-NOME
               MOVE TAB-POS-QTD(WS-IDX-POSICAO)   TO WS-POS-QTD
               MOVE TAB-POS-VALOR(WS-IDX-POSICAO) TO WS-POS-VALOR
               WRITE LINHA-RELATORIO FROM WS-LINHA-POSICAO
           END-PERFORM.
           MOVE "  REGISTRADAS JA VENCIDAS......" TO WS-ROD-TEXTO.
           MOVE WS-QTD-REG-VENCIDAS   TO WS-ROD-QTD.
           MOVE WS-VALOR-REG-VENCIDAS TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "PAGAS FORA DA COBRANCA........." TO WS-ROD-TEXTO.
           MOVE WS-QTD-FORA-COBRANCA TO WS-ROD-QTD.
           MOVE ZERO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

           MOVE "TOTAL ENVIADAS AO BANCO........" TO WS-ROD-TEXTO.
           COMPUTE WS-ROD-QTD = TAB-POS-QTD(2) + TAB-POS-QTD(3)
                              + TAB-POS-QTD(4) + TAB-POS-QTD(5)
                              + TAB-POS-QTD(6) + TAB-POS-QTD(7).
           COMPUTE WS-ROD-VALOR = TAB-POS-VALOR(2) + TAB-POS-VALOR(3)
                                + TAB-POS-VALOR(4) + TAB-POS-VALOR(5)
                                + TAB-POS-VALOR(6) + TAB-POS-VALOR(7).
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "  CONFIRMADAS PELO BANCO......." TO WS-ROD-TEXTO.
           COMPUTE WS-ROD-QTD = TAB-POS-QTD(3) + TAB-POS-QTD(5)
                              + TAB-POS-QTD(6) + TAB-POS-QTD(7).
           COMPUTE WS-ROD-VALOR = TAB-POS-VALOR(3) + TAB-POS-VALOR(5)
                                + TAB-POS-VALOR(6) + TAB-POS-VALOR(7).
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "  PAGAS NO BANCO..............." TO WS-ROD-TEXTO.
           COMPUTE WS-ROD-QTD = TAB-POS-QTD(5) + TAB-POS-QTD(7).
           COMPUTE WS-ROD-VALOR = TAB-POS-VALOR(5) + TAB-POS-VALOR(7).
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "  EM ABERTO NO BANCO..........." TO WS-ROD-TEXTO.
           COMPUTE WS-ROD-QTD = TAB-POS-QTD(2) + TAB-POS-QTD(3).
           COMPUTE WS-ROD-VALOR = TAB-POS-VALOR(2) + TAB-POS-VALOR(3).
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

           DISPLAY "PARCELAS NA AGENDA...: " WS-QTD-PARCELAS.
           DISPLAY "EM ABERTO NO BANCO...: " WS-ROD-QTD.
           DISPLAY "PEDEM ACAO...........: " WS-QTD-EXCECOES.

      *----------------------------------------------------------------*
      * Grava os contadores do job no arquivo de totais de controle
      * para o balanceamento do fechamento diario.
      *----------------------------------------------------------------*
       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "PARCELAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-PARCELAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "EXCECOES" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-EXCECOES TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

       0910-LER-AGENDA.
           READ AGENDA-FILE
               AT END
                   SET FIM-AGENDA TO TRUE
           END-READ.
