      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Relatorio mensal dos acordos de renegociacao de
      *          divida (ACORDO.DAT, mantido pelo RENEGOC.cob): os
      *          acordos em vigor no fim do processamento, com as
      *          parcelas do plano pagas e em aberto e o valor ainda
      *          em aberto na agenda AGDPARC.DAT, e os acordos
      *          quebrados e liquidados no mes pedido, com a divida
      *          devolvida a conta. O mes vem do cartao RENEGREL.PAR
      *          (AAAAMM); sem cartao vale o mes anterior ao da data
      *          do movimento. Relacao em RENEGREL.LST
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. RENEGREL.
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
           SELECT ACORDO-FILE ASSIGN TO "ACORDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACORDO-STATUS.

           SELECT AGENDA-FILE ASSIGN TO "AGDPARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT PARAM-FILE ASSIGN TO "RENEGREL.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RENEGREL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  ACORDO-FILE.
           COPY ACORDO.

       FD  AGENDA-FILE.
           COPY PARCAGD.

       FD  PARAM-FILE.
       01  PARAM-RENEGREL.
           05 PR-ANOMES             PIC 9(06).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-ACORDO-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-AGENDA-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-ARQUIVO           PIC X     VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 WS-ACORDO-DISPONIVEL     PIC X     VALUE "S".
           88 ACORDO-DISPONIVEL    VALUE "S".

       77 WS-ANOMES-PEDIDO         PIC 9(06) VALUE ZERO.
       77 WS-ANOMES-ATUAL          PIC 9(06) VALUE ZERO.
       01  WS-ANOMES-CALC          PIC 9(06) VALUE ZERO.
       01  WS-ANOMES-CALC-TAB REDEFINES WS-ANOMES-CALC.
           05 WS-CALC-ANO          PIC 9(04).
           05 WS-CALC-MES          PIC 9(02).

      *----------------------------------------------------------------*
      * Acordos vigentes, com a posicao do plano apurada na agenda.
      *----------------------------------------------------------------*
       77 WS-QTD-VIG               PIC 9(04) VALUE ZERO.
       77 WS-MAX-VIG               PIC 9(04) VALUE 2000.
       77 WS-IX-VIG                PIC 9(04) VALUE ZERO.
       77 WS-IX-ACHADO             PIC 9(04) VALUE ZERO.
       01  WS-TABELA-VIGENTES.
           05 TAB-VIG OCCURS 2000 TIMES.
               10 VIG-NUMERO           PIC 9(06).
               10 VIG-CONTA            PIC X(08).
               10 VIG-DATA             PIC 9(08).
               10 VIG-VALOR-ACORDO     PIC 9(09)V99.
               10 VIG-QTD-PARCELAS     PIC 9(02).
               10 VIG-QTD-PAGAS        PIC 9(03).
               10 VIG-QTD-ABERTAS      PIC 9(03).
               10 VIG-VALOR-ABERTO     PIC 9(09)V99.

       77 WS-QTD-VIGENTES          PIC 9(05) VALUE ZERO.
       77 WS-QTD-QUEBRADOS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-LIQUIDADOS        PIC 9(05) VALUE ZERO.
       77 WS-TOT-VIG-ACORDO        PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-VIG-ABERTO        PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-DEVOLVIDO         PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-LIQUIDADO         PIC 9(11)V99 VALUE ZERO.
       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "RENEGREL".

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(42) VALUE
              "ACORDOS DE RENEGOCIACAO DE DIVIDA - MES".
           05 WS-CAB-ANOMES        PIC 9(06).

       01  WS-CABECALHO-VIG.
           05 FILLER               PIC X(40) VALUE
              "ACORDOS EM VIGOR".

       01  WS-CABECALHO-VIG-2.
           05 FILLER               PIC X(07) VALUE "ACORDO".
           05 FILLER               PIC X(09) VALUE "CONTA".
           05 FILLER               PIC X(09) VALUE "DATA".
           05 FILLER               PIC X(13) VALUE "   VALOR ACO".
           05 FILLER               PIC X(13) VALUE " PARC PG ABT".
           05 FILLER               PIC X(13) VALUE "   EM ABERTO".

       01  WS-LINHA-VIGENTE.
           05 WS-VIG-NUMERO        PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-VIG-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-VIG-DATA          PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-VIG-VALOR         PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-VIG-PARCELAS      PIC Z9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-VIG-PAGAS         PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-VIG-ABERTAS       PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-VIG-ABERTO        PIC ZZZZZZZZ9.99.

       01  WS-CABECALHO-ENC.
           05 FILLER               PIC X(40) VALUE
              "ACORDOS QUEBRADOS E LIQUIDADOS NO MES".

       01  WS-CABECALHO-ENC-2.
           05 FILLER               PIC X(07) VALUE "ACORDO".
           05 FILLER               PIC X(09) VALUE "CONTA".
           05 FILLER               PIC X(11) VALUE "SITUACAO".
           05 FILLER               PIC X(09) VALUE "DATA".
           05 FILLER               PIC X(13) VALUE "   VALOR ACO".
           05 FILLER               PIC X(13) VALUE "   DEVOLVIDO".

       01  WS-LINHA-ENCERRADO.
           05 WS-ENC-NUMERO        PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ENC-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ENC-SITUACAO      PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ENC-DATA          PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ENC-VALOR         PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ENC-DEVOLVIDO     PIC ZZZZZZZZ9.99.

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
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-ANOMES-ATUAL.
           PERFORM 0050-DEFINIR-MES.
           PERFORM 0100-ABRIR-RELATORIO.
           PERFORM 0200-CARREGAR-VIGENTES.
           PERFORM 0300-APURAR-PLANOS.
           PERFORM 0400-IMPRIMIR-VIGENTES.
           PERFORM 0500-IMPRIMIR-ENCERRADOS.
           PERFORM 0600-ENCERRAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Mes pedido do cartao RENEGREL.PAR; sem cartao, o mes anterior
      * ao da data do movimento.
      *----------------------------------------------------------------*
       0050-DEFINIR-MES.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARAM-STATUS = "00"
                  AND PR-ANOMES IS NUMERIC
                  AND PR-ANOMES > ZERO
                   MOVE PR-ANOMES TO WS-ANOMES-PEDIDO
               END-IF
               CLOSE PARAM-FILE
           END-IF.
           IF WS-ANOMES-PEDIDO = ZERO
               MOVE WS-ANOMES-ATUAL TO WS-ANOMES-CALC
               IF WS-CALC-MES = 01
                   SUBTRACT 1 FROM WS-CALC-ANO
                   MOVE 12 TO WS-CALC-MES
               ELSE
                   SUBTRACT 1 FROM WS-CALC-MES
               END-IF
               MOVE WS-ANOMES-CALC TO WS-ANOMES-PEDIDO
               DISPLAY "RENEGREL.PAR AUSENTE - APURANDO O MES "
                       WS-ANOMES-PEDIDO
           END-IF.
           MOVE WS-ANOMES-PEDIDO TO WS-CAB-ANOMES.

       0100-ABRIR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RENEGREL.LST - STATUS "
                       WS-RELATORIO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.

      *----------------------------------------------------------------*
      * Sem ACORDO.DAT nenhum acordo foi fechado ainda: o relatorio
      * sai so com cabecalhos e totais zerados, sem derrubar o
      * fechamento.
      *----------------------------------------------------------------*
       0200-CARREGAR-VIGENTES.
           OPEN INPUT ACORDO-FILE.
           IF WS-ACORDO-STATUS NOT = "00"
               DISPLAY "AVISO - ACORDO.DAT AUSENTE, NENHUM ACORDO "
                       "FECHADO ATE AQUI"
               MOVE "N" TO WS-ACORDO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0910-LER-ACORDO.
           PERFORM UNTIL FIM-ARQUIVO
               IF ACO-VIGENTE
                   PERFORM 0210-GUARDAR-VIGENTE
               END-IF
               PERFORM 0910-LER-ACORDO
           END-PERFORM.
           CLOSE ACORDO-FILE.

       0210-GUARDAR-VIGENTE.
           IF WS-QTD-VIG >= WS-MAX-VIG
               DISPLAY "ERRO - MAIS DE " WS-MAX-VIG
                       " ACORDOS VIGENTES"
               CLOSE ACORDO-FILE
               CLOSE RELATORIO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-VIG.
           MOVE ACO-NUMERO       TO VIG-NUMERO(WS-QTD-VIG).
           MOVE ACO-CONTA        TO VIG-CONTA(WS-QTD-VIG).
           MOVE ACO-DATA         TO VIG-DATA(WS-QTD-VIG).
           MOVE ACO-VALOR-ACORDO TO VIG-VALOR-ACORDO(WS-QTD-VIG).
           MOVE ACO-QTD-PARCELAS TO VIG-QTD-PARCELAS(WS-QTD-VIG).
           MOVE ZERO             TO VIG-QTD-PAGAS(WS-QTD-VIG)
                                    VIG-QTD-ABERTAS(WS-QTD-VIG)
                                    VIG-VALOR-ABERTO(WS-QTD-VIG).

      *----------------------------------------------------------------*
      * Posicao de cada plano vigente na agenda, pelo numero do
      * acordo gravado nas parcelas.
      *----------------------------------------------------------------*
       0300-APURAR-PLANOS.
           IF WS-QTD-VIG = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "AVISO - AGDPARC.DAT AUSENTE, PLANOS SEM "
                       "POSICAO"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0920-LER-AGENDA.
           PERFORM UNTIL FIM-ARQUIVO
               IF AGD-NUM-ACORDO IS NUMERIC AND AGD-NUM-ACORDO > ZERO
                   PERFORM 0310-ACUMULAR-PARCELA
               END-IF
               PERFORM 0920-LER-AGENDA
           END-PERFORM.
           CLOSE AGENDA-FILE.

       0310-ACUMULAR-PARCELA.
           MOVE ZERO TO WS-IX-ACHADO.
           PERFORM VARYING WS-IX-VIG FROM 1 BY 1
                   UNTIL WS-IX-VIG > WS-QTD-VIG
                      OR WS-IX-ACHADO > ZERO
               IF VIG-NUMERO(WS-IX-VIG) = AGD-NUM-ACORDO
                   MOVE WS-IX-VIG TO WS-IX-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IX-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN AGD-PAGA
                   ADD 1 TO VIG-QTD-PAGAS(WS-IX-ACHADO)
               WHEN AGD-ABERTA
                   ADD 1 TO VIG-QTD-ABERTAS(WS-IX-ACHADO)
                   ADD AGD-VALOR TO VIG-VALOR-ABERTO(WS-IX-ACHADO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0400-IMPRIMIR-VIGENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-VIG.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-VIG-2.
           PERFORM VARYING WS-IX-VIG FROM 1 BY 1
                   UNTIL WS-IX-VIG > WS-QTD-VIG
               MOVE VIG-NUMERO(WS-IX-VIG)       TO WS-VIG-NUMERO
               MOVE VIG-CONTA(WS-IX-VIG)        TO WS-VIG-CONTA
               MOVE VIG-DATA(WS-IX-VIG)         TO WS-VIG-DATA
               MOVE VIG-VALOR-ACORDO(WS-IX-VIG) TO WS-VIG-VALOR
               MOVE VIG-QTD-PARCELAS(WS-IX-VIG) TO WS-VIG-PARCELAS
               MOVE VIG-QTD-PAGAS(WS-IX-VIG)    TO WS-VIG-PAGAS
               MOVE VIG-QTD-ABERTAS(WS-IX-VIG)  TO WS-VIG-ABERTAS
               MOVE VIG-VALOR-ABERTO(WS-IX-VIG) TO WS-VIG-ABERTO
               WRITE LINHA-RELATORIO FROM WS-LINHA-VIGENTE
               ADD 1 TO WS-QTD-VIGENTES
               ADD VIG-VALOR-ACORDO(WS-IX-VIG) TO WS-TOT-VIG-ACORDO
               ADD VIG-VALOR-ABERTO(WS-IX-VIG) TO WS-TOT-VIG-ABERTO
           END-PERFORM.
           MOVE "ACORDOS EM VIGOR.............." TO WS-ROD-TEXTO.
           MOVE WS-QTD-VIGENTES TO WS-ROD-QTD.
           MOVE WS-TOT-VIG-ACORDO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "VALOR AINDA EM ABERTO........." TO WS-ROD-TEXTO.
           MOVE ZERO TO WS-ROD-QTD.
           MOVE WS-TOT-VIG-ABERTO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

      *----------------------------------------------------------------*
      * Segunda leitura de ACORDO.DAT: acordos que quebraram ou foram
      * liquidados dentro do mes pedido.
      *----------------------------------------------------------------*
       0500-IMPRIMIR-ENCERRADOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-ENC.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-ENC-2.
           IF ACORDO-DISPONIVEL
               OPEN INPUT ACORDO-FILE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM 0910-LER-ACORDO
               PERFORM UNTIL FIM-ARQUIVO
                   IF (ACO-QUEBRADO OR ACO-LIQUIDADO)
                      AND ACO-DATA-SITUACAO(1:6) = WS-ANOMES-PEDIDO
                       PERFORM 0510-IMPRIMIR-ENCERRADO
                   END-IF
                   PERFORM 0910-LER-ACORDO
               END-PERFORM
               CLOSE ACORDO-FILE
           END-IF.
           MOVE "ACORDOS QUEBRADOS............." TO WS-ROD-TEXTO.
           MOVE WS-QTD-QUEBRADOS TO WS-ROD-QTD.
           MOVE WS-TOT-DEVOLVIDO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "ACORDOS LIQUIDADOS............" TO WS-ROD-TEXTO.
           MOVE WS-QTD-LIQUIDADOS TO WS-ROD-QTD.
           MOVE WS-TOT-LIQUIDADO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

       0510-IMPRIMIR-ENCERRADO.
           MOVE ACO-NUMERO        TO WS-ENC-NUMERO.
           MOVE ACO-CONTA         TO WS-ENC-CONTA.
           MOVE ACO-DATA-SITUACAO TO WS-ENC-DATA.
           MOVE ACO-VALOR-ACORDO  TO WS-ENC-VALOR.
           IF ACO-QUEBRADO
               MOVE "QUEBRADO"          TO WS-ENC-SITUACAO
               MOVE ACO-VALOR-DEVOLVIDO TO WS-ENC-DEVOLVIDO
               ADD 1 TO WS-QTD-QUEBRADOS
               ADD ACO-VALOR-DEVOLVIDO TO WS-TOT-DEVOLVIDO
           ELSE
               MOVE "LIQUIDADO"         TO WS-ENC-SITUACAO
               MOVE ZERO                TO WS-ENC-DEVOLVIDO
               ADD 1 TO WS-QTD-LIQUIDADOS
               ADD ACO-VALOR-ACORDO TO WS-TOT-LIQUIDADO
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ENCERRADO.

       0600-ENCERRAR.
           CLOSE RELATORIO-FILE.
           DISPLAY "ACORDOS EM VIGOR.....: " WS-QTD-VIGENTES.
           DISPLAY "QUEBRADOS NO MES.....: " WS-QTD-QUEBRADOS.
           DISPLAY "LIQUIDADOS NO MES....: " WS-QTD-LIQUIDADOS.

       0910-LER-ACORDO.
           READ ACORDO-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0920-LER-AGENDA.
           READ AGENDA-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
