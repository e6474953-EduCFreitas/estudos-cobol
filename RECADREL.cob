      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Relatorio mensal do recadastramento por agencia: para
      *          cada cliente ativo ou bloqueado do CLIENTE.DAT, a
      *          situacao da revisao cadastral na data do movimento
      *          (rotina RECADSIT) - lista os que estao a vencer, os
      *          vencidos dentro da carencia, os vencidos alem dela
      *          (bloqueados para conta nova) e os que nunca tiveram
      *          revisao registrada, agrupados pela agencia da ultima
      *          revisao (RECADAST.DAT), com contagem por agencia e
      *          geral em RECADREL.LST
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. RECADREL.
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
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT RECADASTRO-FILE ASSIGN TO "RECADAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CPF
               FILE STATUS IS WS-RECADASTRO-STATUS.

           SELECT PENDENTE-FILE ASSIGN TO "RECPEND.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDENTE-STATUS.

           SELECT SORT-PENDENTE ASSIGN TO "WORKRCD.TMP".

           SELECT PENDENTE-ORDENADO ASSIGN TO "RECORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENADO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RECADREL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  RECADASTRO-FILE.
           COPY RECADAST.

      *----------------------------------------------------------------*
      * Cliente com revisao pendente, na ordem do relatorio: agencia,
      * gravidade (1 bloqueado, 2 vencido, 3 a vencer, 4 sem revisao)
      * e vencimento.
      *----------------------------------------------------------------*
       FD  PENDENTE-FILE.
       01  REGISTRO-PENDENTE.
           05 RP-AGENCIA           PIC X(03).
           05 RP-ORDEM             PIC X.
           05 RP-VENCIMENTO        PIC 9(08).
           05 RP-CPF               PIC X(11).
           05 RP-NOME              PIC X(20).
           05 RP-CLASSE            PIC X.
           05 RP-DATA-REVISAO      PIC 9(08).
           05 RP-DIAS              PIC 9(05).

       SD  SORT-PENDENTE.
       01  SR-REGISTRO-PENDENTE.
           05 SR-AGENCIA           PIC X(03).
           05 SR-ORDEM             PIC X.
           05 SR-VENCIMENTO        PIC 9(08).
           05 SR-CPF               PIC X(11).
           05 FILLER               PIC X(34).

       FD  PENDENTE-ORDENADO.
       01  RO-REGISTRO-PENDENTE.
           05 RO-AGENCIA           PIC X(03).
           05 RO-ORDEM             PIC X.
               88 RO-BLOQUEADO     VALUE "1".
               88 RO-VENCIDO       VALUE "2".
               88 RO-A-VENCER      VALUE "3".
               88 RO-SEM-REVISAO   VALUE "4".
           05 RO-VENCIMENTO        PIC 9(08).
           05 RO-CPF               PIC X(11).
           05 RO-NOME              PIC X(20).
           05 RO-CLASSE            PIC X.
           05 RO-DATA-REVISAO      PIC 9(08).
           05 RO-DIAS              PIC 9(05).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-CLIENTE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RECADASTRO-STATUS     PIC X(02) VALUE ZEROS.
       77 WS-PENDENTE-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-ORDENADO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-CLIENTE           PIC X     VALUE "N".
           88 FIM-CLIENTE          VALUE "S".
       77 WS-FIM-PENDENTE          PIC X     VALUE "N".
           88 FIM-PENDENTE         VALUE "S".
       77 WS-RECADASTRO-DISPONIVEL PIC X     VALUE "S".
           88 RECADASTRO-DISPONIVEL VALUE "S".

      *----------------------------------------------------------------*
      * Interface com a rotina RECADSIT (funcao "S").
      *----------------------------------------------------------------*
       77 WS-RCS-FUNCAO            PIC X     VALUE "S".
       77 WS-RCS-CLASSE            PIC X     VALUE SPACES.
       77 WS-RCS-VENCIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-RCS-SITUACAO          PIC X     VALUE SPACES.
           88 RCS-SEM-REVISAO      VALUE "N".
           88 RCS-BLOQUEADO        VALUE "B".
           88 RCS-VENCIDO          VALUE "V".
           88 RCS-A-VENCER         VALUE "P".
           88 RCS-EM-DIA           VALUE "E".
       77 WS-RCS-DIAS-ATRASO       PIC S9(05) VALUE ZERO.
       77 WS-RCS-MENSAGEM          PIC X(40) VALUE SPACES.

       77 WS-AGENCIA-GRUPO         PIC X(03) VALUE SPACES.
       77 WS-AGE-A-VENCER          PIC 9(05) VALUE ZERO.
       77 WS-AGE-VENCIDOS          PIC 9(05) VALUE ZERO.
       77 WS-AGE-BLOQUEADOS        PIC 9(05) VALUE ZERO.
       77 WS-AGE-SEM-REVISAO       PIC 9(05) VALUE ZERO.

       77 WS-QTD-CLIENTES          PIC 9(07) VALUE ZERO.
       77 WS-QTD-EM-DIA            PIC 9(07) VALUE ZERO.
       77 WS-QTD-A-VENCER          PIC 9(07) VALUE ZERO.
       77 WS-QTD-VENCIDOS          PIC 9(07) VALUE ZERO.
       77 WS-QTD-BLOQUEADOS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-SEM-REVISAO       PIC 9(07) VALUE ZERO.

       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "RECADREL".

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(44) VALUE
              "RECADASTRAMENTO A VENCER E VENCIDO - DATA".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-AGENCIA.
           05 FILLER               PIC X(09) VALUE "AGENCIA: ".
           05 WS-CAB-AGENCIA       PIC X(15).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(13) VALUE "CPF".
           05 FILLER               PIC X(21) VALUE "NOME".
           05 FILLER               PIC X(03) VALUE "RC".
           05 FILLER               PIC X(10) VALUE "REVISAO".
           05 FILLER               PIC X(10) VALUE "VENCTO".
           05 FILLER               PIC X(07) VALUE "DIAS".
           05 FILLER               PIC X(12) VALUE "SITUACAO".

       01  WS-LINHA-DETALHE.
           05 WS-DET-CPF           PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-NOME          PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-CLASSE        PIC X.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-REVISAO       PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-VENCIMENTO    PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-DIAS          PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-SITUACAO      PIC X(12).

       01  WS-LINHA-TOTAL-AGENCIA.
           05 FILLER               PIC X(14) VALUE "  A VENCER:".
           05 WS-TAG-A-VENCER      PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE "  VENCIDOS:".
           05 WS-TAG-VENCIDOS      PIC ZZZZ9.
           05 FILLER               PIC X(14) VALUE "  BLOQUEADOS:".
           05 WS-TAG-BLOQUEADOS    PIC ZZZZ9.
           05 FILLER               PIC X(15) VALUE "  SEM REVISAO:".
           05 WS-TAG-SEM-REVISAO   PIC ZZZZ9.

       01  WS-LINHA-RESUMO.
           05 WS-RES-TEXTO         PIC X(30).
           05 WS-RES-QTD           PIC ZZZZZZ9.
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
           PERFORM 0100-SELECIONAR-CLIENTES.
           SORT SORT-PENDENTE
               ON ASCENDING KEY SR-AGENCIA SR-ORDEM SR-VENCIMENTO
                                SR-CPF
               USING PENDENTE-FILE
               GIVING PENDENTE-ORDENADO.
           PERFORM 0200-IMPRIMIR-RELATORIO.
           DISPLAY "CLIENTES AVALIADOS...: " WS-QTD-CLIENTES.
           DISPLAY "EM DIA...............: " WS-QTD-EM-DIA.
           DISPLAY "A VENCER.............: " WS-QTD-A-VENCER.
           DISPLAY "VENCIDOS NA CARENCIA.: " WS-QTD-VENCIDOS.
           DISPLAY "BLOQUEADOS...........: " WS-QTD-BLOQUEADOS.
           DISPLAY "SEM REVISAO..........: " WS-QTD-SEM-REVISAO.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Varre o cadastro inteiro; inativos e falecidos nao entram na
      * revisao. A agencia vem da ultima revisao registrada - cliente
      * nunca revisado fica sem agencia e sai no inicio do relatorio.
      *----------------------------------------------------------------*
       0100-SELECIONAR-CLIENTES.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CLIENTE.DAT - STATUS "
                       WS-CLIENTE-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN INPUT RECADASTRO-FILE.
           IF WS-RECADASTRO-STATUS NOT = "00"
               DISPLAY "AVISO - RECADAST.DAT AUSENTE, NENHUMA REVISAO "
                       "REGISTRADA"
               MOVE "N" TO WS-RECADASTRO-DISPONIVEL
           END-IF.
           OPEN OUTPUT PENDENTE-FILE.
           IF WS-PENDENTE-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RECPEND.TMP - STATUS "
                       WS-PENDENTE-STATUS
               PERFORM 0990-ABORTAR
           END-IF.

           MOVE LOW-VALUES TO CPF.
           START CLIENTE-FILE KEY IS NOT LESS CPF
               INVALID KEY
                   SET FIM-CLIENTE TO TRUE
           END-START.
           IF NOT FIM-CLIENTE
               PERFORM 0910-LER-CLIENTE
           END-IF.
           PERFORM UNTIL FIM-CLIENTE
               IF NOT CLI-INATIVO AND NOT CLI-FALECIDO
                   PERFORM 0110-AVALIAR-CLIENTE
               END-IF
               PERFORM 0910-LER-CLIENTE
           END-PERFORM.

           CLOSE CLIENTE-FILE.
           IF RECADASTRO-DISPONIVEL
               CLOSE RECADASTRO-FILE
           END-IF.
           CLOSE PENDENTE-FILE.

       0110-AVALIAR-CLIENTE.
           ADD 1 TO WS-QTD-CLIENTES.
           MOVE "S" TO WS-RCS-FUNCAO.
           CALL "RECADSIT" USING WS-RCS-FUNCAO CPF WS-DATA-MOVIMENTO
                                 WS-RCS-CLASSE WS-RCS-VENCIMENTO
                                 WS-RCS-SITUACAO WS-RCS-DIAS-ATRASO
                                 WS-RCS-MENSAGEM.
           IF RCS-EM-DIA
               ADD 1 TO WS-QTD-EM-DIA
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REGISTRO-PENDENTE.
           MOVE ZERO   TO RP-DATA-REVISAO.
           IF RECADASTRO-DISPONIVEL
               MOVE CPF TO RV-CPF
               READ RECADASTRO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RV-AGENCIA      TO RP-AGENCIA
                       MOVE RV-DATA-REVISAO TO RP-DATA-REVISAO
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN RCS-BLOQUEADO
                   MOVE "1" TO RP-ORDEM
                   ADD 1 TO WS-QTD-BLOQUEADOS
               WHEN RCS-VENCIDO
                   MOVE "2" TO RP-ORDEM
                   ADD 1 TO WS-QTD-VENCIDOS
               WHEN RCS-A-VENCER
                   MOVE "3" TO RP-ORDEM
                   ADD 1 TO WS-QTD-A-VENCER
               WHEN OTHER
                   MOVE "4" TO RP-ORDEM
                   MOVE SPACES TO RP-AGENCIA
                   MOVE ZERO TO RP-DATA-REVISAO
                   ADD 1 TO WS-QTD-SEM-REVISAO
           END-EVALUATE.
           MOVE WS-RCS-VENCIMENTO TO RP-VENCIMENTO.
           MOVE CPF               TO RP-CPF.
           MOVE NOME              TO RP-NOME.
           MOVE WS-RCS-CLASSE     TO RP-CLASSE.
           IF WS-RCS-DIAS-ATRASO < ZERO
               COMPUTE RP-DIAS = ZERO - WS-RCS-DIAS-ATRASO
           ELSE
               MOVE WS-RCS-DIAS-ATRASO TO RP-DIAS
           END-IF.
           WRITE REGISTRO-PENDENTE.

      *----------------------------------------------------------------*
      * Um bloco por agencia, com os clientes do mais grave para o
      * menos grave e os totais da agencia no rodape do bloco; DIAS
      * e o atraso do vencido ou o prazo que falta ao "a vencer".
      *----------------------------------------------------------------*
       0200-IMPRIMIR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RECADREL.LST - STATUS "
                       WS-RELATORIO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           MOVE WS-DATA-MOVIMENTO TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.

           OPEN INPUT PENDENTE-ORDENADO.
           PERFORM 0920-LER-PENDENTE.
           PERFORM UNTIL FIM-PENDENTE
               MOVE RO-AGENCIA TO WS-AGENCIA-GRUPO
               MOVE ZERO TO WS-AGE-A-VENCER WS-AGE-VENCIDOS
                            WS-AGE-BLOQUEADOS WS-AGE-SEM-REVISAO
               IF WS-AGENCIA-GRUPO = SPACES
                   MOVE "NAO INFORMADA" TO WS-CAB-AGENCIA
               ELSE
                   MOVE WS-AGENCIA-GRUPO TO WS-CAB-AGENCIA
               END-IF
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               WRITE LINHA-RELATORIO FROM WS-CABECALHO-AGENCIA
               WRITE LINHA-RELATORIO FROM WS-CABECALHO-2
               PERFORM UNTIL FIM-PENDENTE
                       OR RO-AGENCIA NOT = WS-AGENCIA-GRUPO
                   PERFORM 0210-IMPRIMIR-CLIENTE
                   PERFORM 0920-LER-PENDENTE
               END-PERFORM
               MOVE WS-AGE-A-VENCER    TO WS-TAG-A-VENCER
               MOVE WS-AGE-VENCIDOS    TO WS-TAG-VENCIDOS
               MOVE WS-AGE-BLOQUEADOS  TO WS-TAG-BLOQUEADOS
               MOVE WS-AGE-SEM-REVISAO TO WS-TAG-SEM-REVISAO
               WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-AGENCIA
           END-PERFORM.
           CLOSE PENDENTE-ORDENADO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "CLIENTES AVALIADOS..........." TO WS-RES-TEXTO.
           MOVE WS-QTD-CLIENTES TO WS-RES-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "EM DIA......................." TO WS-RES-TEXTO.
           MOVE WS-QTD-EM-DIA TO WS-RES-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "A VENCER....................." TO WS-RES-TEXTO.
           MOVE WS-QTD-A-VENCER TO WS-RES-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "VENCIDOS NA CARENCIA........." TO WS-RES-TEXTO.
           MOVE WS-QTD-VENCIDOS TO WS-RES-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "BLOQUEADOS PARA CONTA NOVA..." TO WS-RES-TEXTO.
           MOVE WS-QTD-BLOQUEADOS TO WS-RES-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "SEM REVISAO REGISTRADA......." TO WS-RES-TEXTO.
           MOVE WS-QTD-SEM-REVISAO TO WS-RES-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           CLOSE RELATORIO-FILE.

       0210-IMPRIMIR-CLIENTE.
           MOVE RO-CPF    TO WS-DET-CPF.
           MOVE RO-NOME   TO WS-DET-NOME.
           MOVE RO-CLASSE TO WS-DET-CLASSE.
           MOVE SPACES    TO WS-DET-REVISAO WS-DET-VENCIMENTO.
           MOVE ZERO      TO WS-DET-DIAS.
           IF RO-DATA-REVISAO > ZERO
               MOVE RO-DATA-REVISAO TO WS-DET-REVISAO
           END-IF.
           IF NOT RO-SEM-REVISAO
               MOVE RO-VENCIMENTO TO WS-DET-VENCIMENTO
               MOVE RO-DIAS       TO WS-DET-DIAS
           END-IF.
           EVALUATE TRUE
               WHEN RO-BLOQUEADO
                   MOVE "BLOQUEADO"   TO WS-DET-SITUACAO
                   ADD 1 TO WS-AGE-BLOQUEADOS
               WHEN RO-VENCIDO
                   MOVE "VENCIDO"     TO WS-DET-SITUACAO
                   ADD 1 TO WS-AGE-VENCIDOS
               WHEN RO-A-VENCER
                   MOVE "A VENCER"    TO WS-DET-SITUACAO
                   ADD 1 TO WS-AGE-A-VENCER
               WHEN OTHER
                   MOVE "SEM REVISAO" TO WS-DET-SITUACAO
                   ADD 1 TO WS-AGE-SEM-REVISAO
           END-EVALUATE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       0910-LER-CLIENTE.
           READ CLIENTE-FILE NEXT RECORD
               AT END
                   SET FIM-CLIENTE TO TRUE
           END-READ.

       0920-LER-PENDENTE.
           READ PENDENTE-ORDENADO
               AT END
                   SET FIM-PENDENTE TO TRUE
           END-READ.

       0990-ABORTAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
