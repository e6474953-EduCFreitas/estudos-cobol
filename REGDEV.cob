      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Registro de correspondencia devolvida pelo correio -
      *          le o arquivo de transacoes TRANSDEV.DAT da mesa e
      *          mantem o registro por CPF DEVCORR.DAT. A transacao
      *          "D" registra a devolucao (data, peca devolvida e
      *          motivo do correio) e retem a correspondencia do
      *          CPF: EXTRATO, EXTRATOM e a carta do AGINGNEG passam
      *          a lista-la como retida em vez de enviar ao endereco
      *          errado. A transacao "L" libera a retencao quando o
      *          endereco foi confirmado sem mudanca; a mudanca de
      *          endereco aplicada pelo CADCLI libera sozinha.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. REGDEV.
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
           SELECT TRANS-DEV-FILE ASSIGN TO "TRANSDEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

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

      *----------------------------------------------------------------*
      * Mestre de operadores: toda transacao da mesa chega com o
      * codigo de quem a digitou, como no cadastro de clientes.
      *----------------------------------------------------------------*
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-OPERADOR-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Transacao de devolucao: codigo ("D" devolucao, "L"
      * liberacao), CPF, data da devolucao (AAAAMMDD; em branco =
      * data do movimento), peca devolvida (E extrato, M extrato
      * mensal, C carta de cobranca, O outra), motivo do correio
      * (01 endereco insuficiente, 02 mudou-se, 03 desconhecido,
      * 04 recusado, 05 nao procurado, 99 outros) e operador. Na
      * liberacao so contam o CPF e o operador.
      *----------------------------------------------------------------*
       FD  TRANS-DEV-FILE.
       01  TRANS-DEVOLUCAO.
           05 TD-CODIGO            PIC X.
               88 TD-DEVOLUCAO     VALUE "D".
               88 TD-LIBERACAO     VALUE "L".
           05 TD-CPF               PIC X(11).
           05 TD-DATA.
               10 TD-ANO           PIC X(04).
               10 TD-MES           PIC X(02).
               10 TD-DIA           PIC X(02).
           05 TD-DATA-NUM REDEFINES TD-DATA PIC 9(08).
           05 TD-PECA              PIC X.
           05 TD-MOTIVO            PIC X(02).
           05 TD-OPERADOR          PIC X(06).

       FD  DEVOLUCAO-FILE.
           COPY DEVCORR.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  OPERADOR-FILE.
           COPY OPERADOR.
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-TRANS-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-DEVOLUCAO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-CLIENTE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-OPERADOR-STATUS       PIC X(02) VALUE ZEROS.

       77 WS-FIM-TRANSACOES        PIC X     VALUE "N".
           88 FIM-TRANSACOES       VALUE "S".
       77 WS-TRANSACAO-VALIDA      PIC X     VALUE "S".
           88 TRANSACAO-VALIDA     VALUE "S".
           88 TRANSACAO-INVALIDA   VALUE "N".
       77 WS-REGISTRO-EXISTE       PIC X     VALUE "N".
           88 REGISTRO-EXISTE      VALUE "S".

       77 WS-DATA-DEVOLUCAO        PIC 9(08) VALUE ZERO.
       77 WS-IDADE                 PIC 9(03) VALUE ZERO.
       77 WS-DATA-STATUS           PIC X     VALUE "0".
       77 WS-DATA-MENSAGEM         PIC X(40) VALUE SPACES.

       77 WS-QTD-LIDAS             PIC 9(05) VALUE ZERO.
       77 WS-QTD-DEVOLUCOES        PIC 9(05) VALUE ZERO.
       77 WS-QTD-LIBERACOES        PIC 9(05) VALUE ZERO.
       77 WS-QTD-REJEITADAS        PIC 9(05) VALUE ZERO.
       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "REGDEV".
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
           PERFORM 0910-LER-TRANSACAO.
           PERFORM UNTIL FIM-TRANSACOES
               ADD 1 TO WS-QTD-LIDAS
               EVALUATE TRUE
                   WHEN TD-DEVOLUCAO
                       PERFORM 0200-REGISTRAR-DEVOLUCAO
                   WHEN TD-LIBERACAO
                       PERFORM 0300-LIBERAR-RETENCAO
                   WHEN OTHER
                       ADD 1 TO WS-QTD-REJEITADAS
                       DISPLAY "TRANSACAO REJEITADA - CODIGO "
                               "INVALIDO: " TD-CODIGO " " TD-CPF
               END-EVALUATE
               PERFORM 0910-LER-TRANSACAO
           END-PERFORM.
           PERFORM 0400-ENCERRAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           IF WS-QTD-REJEITADAS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------*
      * O registro de devolucoes nasce vazio na primeira execucao,
      * no mesmo esquema da pasta de cobranca. Sem o cadastro ou o
      * mestre de operadores nenhuma transacao seria aceita - para
      * com mensagem clara em vez de rejeitar o arquivo inteiro.
      *----------------------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT TRANS-DEV-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "AVISO - TRANSDEV.DAT AUSENTE, NENHUMA "
                       "DEVOLUCAO A REGISTRAR"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CLIENTE.DAT - STATUS "
                       WS-CLIENTE-STATUS
               CLOSE TRANS-DEV-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OPERADOR-FILE.
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA OPERADOR.DAT - STATUS "
                       WS-OPERADOR-STATUS
               CLOSE TRANS-DEV-FILE
               CLOSE CLIENTE-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O DEVOLUCAO-FILE.
           IF WS-DEVOLUCAO-STATUS = "35"
               CLOSE DEVOLUCAO-FILE
               OPEN OUTPUT DEVOLUCAO-FILE
               CLOSE DEVOLUCAO-FILE
               OPEN I-O DEVOLUCAO-FILE
           END-IF.
           IF WS-DEVOLUCAO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA DEVCORR.DAT - STATUS "
                       WS-DEVOLUCAO-STATUS
               CLOSE TRANS-DEV-FILE
               CLOSE CLIENTE-FILE
               CLOSE OPERADOR-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * Devolucao: CPF do cadastro, data valida e nao futura, peca e
      * motivo da tabela. CPF ja retido soma a devolucao e guarda a
      * mais recente; CPF liberado so volta a ser retido por
      * devolucao posterior a liberacao - peca devolvida de antes
      * foi enviada ao endereco que ja foi corrigido.
      *----------------------------------------------------------------*
       0200-REGISTRAR-DEVOLUCAO.
           PERFORM 0500-VALIDAR-COMUNS.
           IF TRANSACAO-INVALIDA
               EXIT PARAGRAPH
           END-IF.
           IF TD-DATA = SPACES
               MOVE WS-HOJE TO WS-DATA-DEVOLUCAO
           ELSE
               CALL "VALDATA" USING TD-DIA TD-MES TD-ANO
                                    WS-IDADE WS-DATA-STATUS
                                    WS-DATA-MENSAGEM
               IF WS-DATA-STATUS NOT = "0"
                  OR TD-DATA-NUM > WS-HOJE
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "DEVOLUCAO REJEITADA - DATA INVALIDA OU "
                           "FUTURA: " TD-CPF " " TD-DATA
                   EXIT PARAGRAPH
               END-IF
               MOVE TD-DATA-NUM TO WS-DATA-DEVOLUCAO
           END-IF.

           MOVE TD-PECA TO DC-PECA.
           IF NOT DC-PECA-VALIDA
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "DEVOLUCAO REJEITADA - PECA INVALIDA: "
                       TD-CPF " " TD-PECA
               EXIT PARAGRAPH
           END-IF.
           MOVE TD-MOTIVO TO DC-MOTIVO.
           IF NOT DC-MOTIVO-VALIDO
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "DEVOLUCAO REJEITADA - MOTIVO INVALIDO: "
                       TD-CPF " " TD-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0600-LER-DEVOLUCAO.
           IF NOT REGISTRO-EXISTE
               MOVE TD-CPF            TO DC-CPF
               PERFORM 0250-INICIAR-RETENCAO
               WRITE REGISTRO-DEVOLUCAO
                   INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADAS
                       DISPLAY "DEVOLUCAO REJEITADA - ERRO DE "
                               "GRAVACAO: " TD-CPF
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-DEVOLUCOES
                       DISPLAY "CORRESPONDENCIA RETIDA: " TD-CPF
               END-WRITE
               EXIT PARAGRAPH
           END-IF.

           IF DC-LIBERADA
               IF WS-DATA-DEVOLUCAO NOT > DC-DATA-LIBERACAO
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "DEVOLUCAO REJEITADA - ANTERIOR A "
                           "LIBERACAO DE " DC-DATA-LIBERACAO ": "
                           TD-CPF
                   EXIT PARAGRAPH
               END-IF
               PERFORM 0250-INICIAR-RETENCAO
           ELSE
               IF WS-DATA-DEVOLUCAO NOT < DC-DATA-DEVOLUCAO
                   MOVE WS-DATA-DEVOLUCAO TO DC-DATA-DEVOLUCAO
                   MOVE TD-PECA           TO DC-PECA
                   MOVE TD-MOTIVO         TO DC-MOTIVO
               END-IF
               IF WS-DATA-DEVOLUCAO < DC-DATA-PRIMEIRA
                   MOVE WS-DATA-DEVOLUCAO TO DC-DATA-PRIMEIRA
               END-IF
               IF DC-QTD-DEVOLUCOES < 999
                   ADD 1 TO DC-QTD-DEVOLUCOES
               END-IF
               MOVE TD-OPERADOR TO DC-OPERADOR
           END-IF.
           REWRITE REGISTRO-DEVOLUCAO
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "DEVOLUCAO REJEITADA - ERRO DE "
                           "GRAVACAO: " TD-CPF
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-DEVOLUCOES
                   DISPLAY "CORRESPONDENCIA RETIDA: " TD-CPF
           END-REWRITE.

      *----------------------------------------------------------------*
      * Nova retencao: a contagem recomeca e a liberacao anterior
      * sai do registro.
      *----------------------------------------------------------------*
       0250-INICIAR-RETENCAO.
           SET DC-RETIDA              TO TRUE.
           MOVE WS-DATA-DEVOLUCAO     TO DC-DATA-DEVOLUCAO.
           MOVE TD-PECA               TO DC-PECA.
           MOVE TD-MOTIVO             TO DC-MOTIVO.
           MOVE 1                     TO DC-QTD-DEVOLUCOES.
           MOVE WS-DATA-DEVOLUCAO     TO DC-DATA-PRIMEIRA.
           MOVE TD-OPERADOR           TO DC-OPERADOR.
           MOVE ZERO                  TO DC-DATA-LIBERACAO.
           MOVE SPACE                 TO DC-TIPO-LIBERACAO.
           MOVE SPACES                TO DC-OPERADOR-LIBERACAO.

      *----------------------------------------------------------------*
      * Liberacao pela mesa: o cliente confirmou o endereco do
      * cadastro (nada a mudar) e a correspondencia volta a sair.
      *----------------------------------------------------------------*
       0300-LIBERAR-RETENCAO.
           PERFORM 0500-VALIDAR-COMUNS.
           IF TRANSACAO-INVALIDA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0600-LER-DEVOLUCAO.
           IF NOT REGISTRO-EXISTE OR NOT DC-RETIDA
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "LIBERACAO REJEITADA - CPF SEM "
                       "CORRESPONDENCIA RETIDA: " TD-CPF
               EXIT PARAGRAPH
           END-IF.
           SET DC-LIBERADA    TO TRUE.
           MOVE WS-HOJE       TO DC-DATA-LIBERACAO.
           SET DC-LIB-MANUAL  TO TRUE.
           MOVE TD-OPERADOR   TO DC-OPERADOR-LIBERACAO.
           REWRITE REGISTRO-DEVOLUCAO
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "LIBERACAO REJEITADA - ERRO DE "
                           "GRAVACAO: " TD-CPF
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-LIBERACOES
                   DISPLAY "CORRESPONDENCIA LIBERADA: " TD-CPF
           END-REWRITE.

       0400-ENCERRAR.
           CLOSE TRANS-DEV-FILE.
           CLOSE DEVOLUCAO-FILE.
           CLOSE CLIENTE-FILE.
           CLOSE OPERADOR-FILE.
           DISPLAY "TRANSACOES LIDAS.....: " WS-QTD-LIDAS.
           DISPLAY "DEVOLUCOES REGISTRAD.: " WS-QTD-DEVOLUCOES.
           DISPLAY "LIBERACOES...........: " WS-QTD-LIBERACOES.
           DISPLAY "REJEITADAS...........: " WS-QTD-REJEITADAS.

      *----------------------------------------------------------------*
      * Operador cadastrado e ativo e CPF presente no cadastro, para
      * as duas transacoes.
      *----------------------------------------------------------------*
       0500-VALIDAR-COMUNS.
           SET TRANSACAO-VALIDA TO TRUE.
           IF TD-OPERADOR = SPACES
               SET TRANSACAO-INVALIDA TO TRUE
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "TRANSACAO REJEITADA - SEM OPERADOR: "
                       TD-CODIGO " " TD-CPF
               EXIT PARAGRAPH
           END-IF.
           MOVE TD-OPERADOR TO OP-CODIGO.
           READ OPERADOR-FILE
               INVALID KEY
                   SET TRANSACAO-INVALIDA TO TRUE
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "TRANSACAO REJEITADA - OPERADOR NAO "
                           "CADASTRADO: " TD-OPERADOR
                   EXIT PARAGRAPH
           END-READ.
           IF NOT OP-ATIVO
               SET TRANSACAO-INVALIDA TO TRUE
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "TRANSACAO REJEITADA - OPERADOR INATIVO: "
                       TD-OPERADOR
               EXIT PARAGRAPH
           END-IF.
           MOVE TD-CPF TO CPF.
           READ CLIENTE-FILE
               INVALID KEY
                   SET TRANSACAO-INVALIDA TO TRUE
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "TRANSACAO REJEITADA - CPF FORA DO "
                           "CADASTRO: " TD-CPF
           END-READ.

       0600-LER-DEVOLUCAO.
           MOVE TD-CPF TO DC-CPF.
           READ DEVOLUCAO-FILE
               INVALID KEY
                   MOVE "N" TO WS-REGISTRO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-REGISTRO-EXISTE
           END-READ.

       0910-LER-TRANSACAO.
           READ TRANS-DEV-FILE
               AT END
                   SET FIM-TRANSACOES TO TRUE
           END-READ.
