      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Relatorio da correspondencia retida por devolucao do
      *          correio (DEVREL.LST): junta os arquivos de retidas
      *          gravados pelos emissores na execucao - EXTRRET.DAT
      *          (EXTRATO), EXTMRET.DAT (EXTRATOM) e CARTARET.DAT
      *          (cartas de cobranca do AGINGNEG) - uma secao por
      *          peca, com quantidade e saldo, e fecha com o resumo
      *          das retencoes em vigor no registro de devolucoes
      *          (DEVCORR.DAT) para a mesa cobrar o novo endereco.
      *          Arquivo de retidas ausente conta como nenhuma peca
      *          retida: o emissor pode nao ter rodado.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. DEVREL.
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
           SELECT EXTRRET-FILE ASSIGN TO "EXTRRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRRET-STATUS.

           SELECT EXTMRET-FILE ASSIGN TO "EXTMRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTMRET-STATUS.

           SELECT CARTARET-FILE ASSIGN TO "CARTARET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTARET-STATUS.

           SELECT DEVOLUCAO-FILE ASSIGN TO "DEVCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CPF
               FILE STATUS IS WS-DEVOLUCAO-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "DEVREL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Os tres arquivos de retidas tem o layout CORRETID; sao lidos
      * para a area de trabalho REGISTRO-RETIDA.
      *----------------------------------------------------------------*
       FD  EXTRRET-FILE.
       01  REGISTRO-EXTRRET         PIC X(54).

       FD  EXTMRET-FILE.
       01  REGISTRO-EXTMRET         PIC X(54).

       FD  CARTARET-FILE.
       01  REGISTRO-CARTARET        PIC X(54).

       FD  DEVOLUCAO-FILE.
           COPY DEVCORR.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-EXTRRET-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-EXTMRET-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CARTARET-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-DEVOLUCAO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-CLIENTE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-RETIDAS           PIC X     VALUE "N".
           88 FIM-RETIDAS          VALUE "S".
       77 WS-FIM-DEVOLUCAO         PIC X     VALUE "N".
           88 FIM-DEVOLUCAO        VALUE "S".
       77 WS-DEVOLUCAO-DISPONIVEL  PIC X     VALUE "S".
           88 DEVOLUCAO-DISPONIVEL VALUE "S".
       77 WS-CLIENTE-DISPONIVEL    PIC X     VALUE "S".
           88 CLIENTE-DISPONIVEL   VALUE "S".

       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-QTD-SECAO             PIC 9(05) VALUE ZERO.
       77 WS-SALDO-SECAO           PIC S9(11)V99 VALUE ZERO.
       77 WS-QTD-RETIDAS           PIC 9(05) VALUE ZERO.
       77 WS-QTD-RETENCOES         PIC 9(05) VALUE ZERO.
       77 WS-CPF-NOME              PIC X(11) VALUE SPACES.
       77 WS-NOME-CLIENTE          PIC X(20) VALUE SPACES.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "DEVREL".

           COPY CORRETID.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(44) VALUE
              "CORRESPONDENCIA RETIDA - DEVOLUCAO CORREIO".
           05 FILLER               PIC X(04) VALUE "EM: ".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-LINHA-SECAO.
           05 FILLER               PIC X(04) VALUE "*** ".
           05 WS-SEC-TITULO        PIC X(40).

       01  WS-CABECALHO-PECA.
           05 FILLER               PIC X(09) VALUE "CONTA".
           05 FILLER               PIC X(12) VALUE "CPF".
           05 FILLER               PIC X(23) VALUE "NOME".
           05 FILLER               PIC X(15) VALUE "SALDO".
           05 FILLER               PIC X(09) VALUE "DEVOLVIDA".
           05 FILLER               PIC X(04) VALUE "MOT".

       01  WS-LINHA-DETALHE.
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-CPF           PIC X(11).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-NOME          PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-SALDO         PIC -----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-DEVOLUCAO     PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-MOTIVO        PIC X(02).

       01  WS-LINHA-TOTAL-SECAO.
           05 FILLER               PIC X(20) VALUE
              "  PECAS RETIDAS.....".
           05 WS-TOT-QTD           PIC ZZZZ9.
           05 FILLER               PIC X(10) VALUE "   SALDO: ".
           05 WS-TOT-SALDO         PIC ------------9.99.

      *----------------------------------------------------------------*
      * Resumo das retencoes em vigor: CPF retido, a ultima
      * devolucao (data, peca, motivo), quantas desde o inicio da
      * retencao e a data da primeira.
      *----------------------------------------------------------------*
       01  WS-CABECALHO-RESUMO.
           05 FILLER               PIC X(12) VALUE "CPF".
           05 FILLER               PIC X(23) VALUE "NOME".
           05 FILLER               PIC X(09) VALUE "DEVOLVIDA".
           05 FILLER               PIC X(05) VALUE "PECA".
           05 FILLER               PIC X(04) VALUE "MOT".
           05 FILLER               PIC X(05) VALUE "QTD".
           05 FILLER               PIC X(08) VALUE "DESDE".

       01  WS-LINHA-RESUMO.
           05 WS-RES-CPF           PIC X(11).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RES-NOME          PIC X(20).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-RES-DEVOLUCAO     PIC 9(08).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-RES-PECA          PIC X.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-RES-MOTIVO        PIC X(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RES-QTD           PIC ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RES-PRIMEIRA      PIC 9(08).

       01  WS-LINHA-RODAPE.
           05 FILLER               PIC X(30) VALUE
              "TOTAL DE PECAS RETIDAS........".
           05 WS-ROD-RETIDAS       PIC ZZZZ9.

       01  WS-LINHA-RODAPE-RETENCOES.
           05 FILLER               PIC X(30) VALUE
              "RETENCOES EM VIGOR............".
           05 WS-ROD-RETENCOES     PIC ZZZZ9.
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
           PERFORM 0100-ABRIR-ARQUIVOS.
           PERFORM 0200-LISTAR-EXTRATOS.
           PERFORM 0300-LISTAR-EXTRATOS-MES.
           PERFORM 0400-LISTAR-CARTAS.
           PERFORM 0500-RESUMIR-RETENCOES.
           PERFORM 0600-ENCERRAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * So o relatorio e obrigatorio; sem o registro de devolucoes
      * o resumo sai vazio e sem o cadastro os nomes saem em branco.
      *----------------------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA DEVREL.LST - STATUS "
                       WS-RELATORIO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DEVOLUCAO-FILE.
           IF WS-DEVOLUCAO-STATUS NOT = "00"
               MOVE "N" TO WS-DEVOLUCAO-DISPONIVEL
           END-IF.

           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "N" TO WS-CLIENTE-DISPONIVEL
           END-IF.

           MOVE WS-HOJE TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.

      *----------------------------------------------------------------*
      * Extratos avulsos retidos pelo EXTRATO.
      *----------------------------------------------------------------*
       0200-LISTAR-EXTRATOS.
           MOVE "EXTRATOS (EXTRRET.DAT)" TO WS-SEC-TITULO.
           PERFORM 0700-INICIAR-SECAO.
           OPEN INPUT EXTRRET-FILE.
           IF WS-EXTRRET-STATUS NOT = "00"
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-RETIDAS.
           PERFORM UNTIL FIM-RETIDAS
               READ EXTRRET-FILE INTO REGISTRO-RETIDA
                   AT END
                       MOVE "S" TO WS-FIM-RETIDAS
                   NOT AT END
                       PERFORM 0800-IMPRIMIR-RETIDA
               END-READ
           END-PERFORM.
           CLOSE EXTRRET-FILE.
           PERFORM 0750-FECHAR-SECAO.

      *----------------------------------------------------------------*
      * Extratos mensais retidos pelo EXTRATOM.
      *----------------------------------------------------------------*
       0300-LISTAR-EXTRATOS-MES.
           MOVE "EXTRATOS MENSAIS (EXTMRET.DAT)" TO WS-SEC-TITULO.
           PERFORM 0700-INICIAR-SECAO.
           OPEN INPUT EXTMRET-FILE.
           IF WS-EXTMRET-STATUS NOT = "00"
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-RETIDAS.
           PERFORM UNTIL FIM-RETIDAS
               READ EXTMRET-FILE INTO REGISTRO-RETIDA
                   AT END
                       MOVE "S" TO WS-FIM-RETIDAS
                   NOT AT END
                       PERFORM 0800-IMPRIMIR-RETIDA
               END-READ
           END-PERFORM.
           CLOSE EXTMRET-FILE.
           PERFORM 0750-FECHAR-SECAO.

      *----------------------------------------------------------------*
      * Cartas de cobranca retidas pelo AGINGNEG (titular e
      * co-titulares, uma linha por destinatario retido).
      *----------------------------------------------------------------*
       0400-LISTAR-CARTAS.
           MOVE "CARTAS DE COBRANCA (CARTARET.DAT)" TO WS-SEC-TITULO.
           PERFORM 0700-INICIAR-SECAO.
           OPEN INPUT CARTARET-FILE.
           IF WS-CARTARET-STATUS NOT = "00"
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-RETIDAS.
           PERFORM UNTIL FIM-RETIDAS
               READ CARTARET-FILE INTO REGISTRO-RETIDA
                   AT END
                       MOVE "S" TO WS-FIM-RETIDAS
                   NOT AT END
                       PERFORM 0800-IMPRIMIR-RETIDA
               END-READ
           END-PERFORM.
           CLOSE CARTARET-FILE.
           PERFORM 0750-FECHAR-SECAO.

      *----------------------------------------------------------------*
      * Retencoes em vigor no registro de devolucoes, em ordem de
      * CPF.
      *----------------------------------------------------------------*
       0500-RESUMIR-RETENCOES.
           MOVE "RETENCOES EM VIGOR (DEVCORR.DAT)" TO WS-SEC-TITULO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-RESUMO.
           IF NOT DEVOLUCAO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-DEVOLUCAO.
           PERFORM UNTIL FIM-DEVOLUCAO
               READ DEVOLUCAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-DEVOLUCAO
                   NOT AT END
                       IF DC-RETIDA
                           PERFORM 0550-IMPRIMIR-RETENCAO
                       END-IF
               END-READ
           END-PERFORM.

       0550-IMPRIMIR-RETENCAO.
           MOVE DC-CPF             TO WS-RES-CPF.
           MOVE DC-CPF             TO WS-CPF-NOME.
           PERFORM 0900-BUSCAR-NOME.
           MOVE WS-NOME-CLIENTE    TO WS-RES-NOME.
           MOVE DC-DATA-DEVOLUCAO  TO WS-RES-DEVOLUCAO.
           MOVE DC-PECA            TO WS-RES-PECA.
           MOVE DC-MOTIVO          TO WS-RES-MOTIVO.
           MOVE DC-QTD-DEVOLUCOES  TO WS-RES-QTD.
           MOVE DC-DATA-PRIMEIRA   TO WS-RES-PRIMEIRA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           ADD 1 TO WS-QTD-RETENCOES.

       0600-ENCERRAR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-QTD-RETIDAS TO WS-ROD-RETIDAS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE WS-QTD-RETENCOES TO WS-ROD-RETENCOES.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-RETENCOES.
           CLOSE RELATORIO-FILE.
           IF DEVOLUCAO-DISPONIVEL
               CLOSE DEVOLUCAO-FILE
           END-IF.
           IF CLIENTE-DISPONIVEL
               CLOSE CLIENTE-FILE
           END-IF.
           DISPLAY "PECAS RETIDAS........: " WS-QTD-RETIDAS.
           DISPLAY "RETENCOES EM VIGOR...: " WS-QTD-RETENCOES.

       0700-INICIAR-SECAO.
           MOVE ZERO TO WS-QTD-SECAO.
           MOVE ZERO TO WS-SALDO-SECAO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-PECA.

       0750-FECHAR-SECAO.
           MOVE WS-QTD-SECAO   TO WS-TOT-QTD.
           MOVE WS-SALDO-SECAO TO WS-TOT-SALDO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-SECAO.

       0800-IMPRIMIR-RETIDA.
           MOVE RT-CONTA           TO WS-DET-CONTA.
           MOVE RT-CPF             TO WS-DET-CPF.
           MOVE RT-CPF             TO WS-CPF-NOME.
           PERFORM 0900-BUSCAR-NOME.
           MOVE WS-NOME-CLIENTE    TO WS-DET-NOME.
           MOVE RT-SALDO           TO WS-DET-SALDO.
           MOVE RT-DATA-DEVOLUCAO  TO WS-DET-DEVOLUCAO.
           MOVE RT-MOTIVO          TO WS-DET-MOTIVO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.
           ADD 1 TO WS-QTD-SECAO.
           ADD 1 TO WS-QTD-RETIDAS.
           ADD RT-SALDO TO WS-SALDO-SECAO.

       0900-BUSCAR-NOME.
           MOVE SPACES TO WS-NOME-CLIENTE.
           IF NOT CLIENTE-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPF-NOME TO CPF.
           READ CLIENTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOME TO WS-NOME-CLIENTE
           END-READ.
