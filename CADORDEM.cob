      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Manutencao do mestre de ordens permanentes
      *          (ORDPERM.DAT, indexado por conta + numero da ordem) a
      *          partir do arquivo de transacoes TRANSORD.DAT:
      *          inclusao, alteracao e cancelamento de debitos e
      *          transferencias programadas, validando a conta, o
      *          destino, o valor, a frequencia e a vigencia, com
      *          trilha de auditoria em AUDORD.DAT no mesmo estilo
      *          do AUDCTA.DAT do CADCONTA
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. CADORDEM.
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
           SELECT ORDEM-FILE ASSIGN TO "ORDPERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
               FILE STATUS IS WS-ORDEM-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT TRANS-ORD-FILE ASSIGN TO "TRANSORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

      *----------------------------------------------------------------*
      * Mestre de operadores: toda transacao chega com o codigo de
      * quem a digitou, validado aqui e carimbado na auditoria.
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
       FD  ORDEM-FILE.
           COPY ORDPERM.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  TRANS-ORD-FILE.
       01  TRANS-ORD.
           05 TO-CODIGO            PIC X.
               88 TO-INCLUIR       VALUE "A".
               88 TO-ALTERAR       VALUE "C".
               88 TO-CANCELAR      VALUE "E".
           05 TO-CONTA             PIC X(08).
           05 TO-NUMERO            PIC X(03).
           05 TO-TIPO              PIC X.
      *----------------------------------------------------------------*
      * Valor com 9 inteiros e 2 casas decimais implicitas, sem
      * virgula, como o limite do TRANSCTA.DAT.
      *----------------------------------------------------------------*
           05 TO-VALOR             PIC X(11).
           05 TO-CONTA-DESTINO     PIC X(08).
      *----------------------------------------------------------------*
      * Datas em AAAAMMDD; fim em branco ou zerado e ordem sem prazo.
      * Na alteracao, campo em branco mantem o valor atual.
      *----------------------------------------------------------------*
           05 TO-DATA-INICIO       PIC X(08).
           05 TO-DATA-FIM          PIC X(08).
           05 TO-FREQUENCIA        PIC X.
           05 TO-OPERADOR          PIC X(06).

      *----------------------------------------------------------------*
      * Trilha de auditoria das ordens, no layout comum AUDIT.cpy; o
      * campo de chave (AUD-CPF) recebe a conta e o numero da ordem.
      *----------------------------------------------------------------*
       FD  AUDITORIA-FILE.
           COPY AUDIT.

       FD  OPERADOR-FILE.
           COPY OPERADOR.
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-ORDEM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-CONTA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-TRANS-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-AUDITORIA-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-OPERADOR-STATUS       PIC X(02) VALUE ZEROS.

       77 WS-FIM-TRANSACOES        PIC X     VALUE "N".
           88 FIM-TRANSACOES       VALUE "S".

       77 WS-TRANS-OK              PIC X     VALUE "S".
           88 TRANS-VALIDA         VALUE "S".
           88 TRANS-INVALIDA       VALUE "N".

       77 WS-EDIT-CAMPO            PIC X(30) VALUE SPACES.
       77 WS-EDIT-TAMANHO          PIC 9(02) VALUE ZERO.
       77 WS-EDIT-VALOR            PIC S9(09)V99 VALUE ZERO.
       77 WS-EDIT-TIPO             PIC X     VALUE SPACES.
       77 WS-EDIT-STATUS           PIC X     VALUE "0".
       77 WS-EDIT-MENSAGEM         PIC X(40) VALUE SPACES.

       77 WS-AUD-CAMPO             PIC X(15) VALUE SPACES.
       77 WS-AUD-VALOR-ANTIGO      PIC X(20) VALUE SPACES.
       77 WS-AUD-VALOR-NOVO        PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * Valor da transacao ja convertido e a imagem editada para a
      * auditoria.
      *----------------------------------------------------------------*
       01  WS-VALOR-NOVO-X         PIC X(11) VALUE ZEROS.
       01  WS-VALOR-NOVO REDEFINES WS-VALOR-NOVO-X
                                   PIC 9(09)V99.
       77 WS-VALOR-EDIT            PIC 9(09).99 VALUE ZEROS.

      *----------------------------------------------------------------*
      * Data em critica pela VALDATA (AAAAMMDD), quebrada em dia, mes
      * e ano como a rotina espera.
      *----------------------------------------------------------------*
       01  WS-DATA-CRITICA.
           05 WS-DATA-CRIT-ANO     PIC X(04).
           05 WS-DATA-CRIT-MES     PIC X(02).
           05 WS-DATA-CRIT-DIA     PIC X(02).
       01  WS-DATA-CRITICA-N REDEFINES WS-DATA-CRITICA
                                   PIC 9(08).
       77 WS-IDADE                 PIC 9(03) VALUE ZERO.
       77 WS-DATA-STATUS           PIC X     VALUE "0".
       77 WS-DATA-MENSAGEM         PIC X(40) VALUE SPACES.

       77 WS-DATA-INICIO-NOVA      PIC 9(08) VALUE ZERO.
       77 WS-DATA-FIM-NOVA         PIC 9(08) VALUE ZERO.
       77 WS-FREQUENCIA-NOVA       PIC X     VALUE SPACES.
       77 WS-DESTINO-NOVO          PIC X(08) VALUE SPACES.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZERO.

       77 WS-QTD-LIDAS             PIC 9(05) VALUE ZERO.
       77 WS-QTD-INCLUIDAS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-ALTERADAS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-CANCELADAS        PIC 9(05) VALUE ZERO.
       77 WS-QTD-REJEITADAS        PIC 9(05) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "CADORDEM".

       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.
      *================================================================*
       PROCEDURE                          DIVISION.
      *================================================================*
       0000-PRINCIPAL.
           CALL "JOBLOG" USING WS-JOB-NOME "S".
           CALL "DATAMOV" USING WS-DATA-HOJE
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
               PERFORM 0200-PROCESSAR-TRANSACAO
               PERFORM 0910-LER-TRANSACAO
           END-PERFORM.
           PERFORM 0300-ENCERRAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           IF WS-QTD-REJEITADAS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------*
      * Sem transacoes na noite o passo termina limpo: ordem
      * permanente nao e digitada todo dia.
      *----------------------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT TRANS-ORD-FILE.
           IF WS-TRANS-STATUS = "35"
               DISPLAY "AVISO - TRANSORD.DAT AUSENTE, SEM MANUTENCAO "
                       "DE ORDENS PERMANENTES NESTA NOITE"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA TRANSORD.DAT - STATUS "
                       WS-TRANS-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * Mestre de ordens criado vazio na primeira noite, no mesmo
      * esquema do CONTA.DAT.
      *----------------------------------------------------------------*
           OPEN I-O ORDEM-FILE.
           IF WS-ORDEM-STATUS = "35"
               CLOSE ORDEM-FILE
               OPEN OUTPUT ORDEM-FILE
               CLOSE ORDEM-FILE
               OPEN I-O ORDEM-FILE
           END-IF.
           IF WS-ORDEM-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA ORDPERM.DAT - STATUS "
                       WS-ORDEM-STATUS
               CLOSE TRANS-ORD-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CONTA.DAT - STATUS "
                       WS-CONTA-STATUS
               CLOSE TRANS-ORD-FILE
               CLOSE ORDEM-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Sem o mestre de operadores toda transacao seria recusada;
      * melhor parar a cadeia com mensagem clara.
      *----------------------------------------------------------------*
           OPEN INPUT OPERADOR-FILE.
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA OPERADOR.DAT - STATUS "
                       WS-OPERADOR-STATUS
               DISPLAY "CARREGUE O MESTRE DE OPERADORES E REEXECUTE "
                       "O PASSO"
               CLOSE TRANS-ORD-FILE
               CLOSE ORDEM-FILE
               CLOSE CONTA-FILE
               CLOSE AUDITORIA-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-PROCESSAR-TRANSACAO.
           PERFORM 8300-VALIDAR-OPERADOR.
           IF TRANS-INVALIDA
               ADD 1 TO WS-QTD-REJEITADAS
               EXIT PARAGRAPH
           END-IF.
           IF TO-NUMERO IS NOT NUMERIC
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "TRANSACAO REJEITADA - NUMERO DA ORDEM NAO "
                       "NUMERICO: " TO-CONTA " " TO-NUMERO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN TO-INCLUIR
                   PERFORM 1000-INCLUIR-ORDEM
               WHEN TO-ALTERAR
                   PERFORM 2000-ALTERAR-ORDEM
               WHEN TO-CANCELAR
                   PERFORM 3000-CANCELAR-ORDEM
               WHEN OTHER
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "TRANSACAO REJEITADA - CODIGO INVALIDO: "
                           TO-CODIGO
           END-EVALUATE.

       0300-ENCERRAR.
           CLOSE TRANS-ORD-FILE.
           CLOSE ORDEM-FILE.
           CLOSE CONTA-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE OPERADOR-FILE.
           DISPLAY "TRANSACOES LIDAS....: " WS-QTD-LIDAS.
           DISPLAY "ORDENS INCLUIDAS....: " WS-QTD-INCLUIDAS.
           DISPLAY "ORDENS ALTERADAS....: " WS-QTD-ALTERADAS.
           DISPLAY "ORDENS CANCELADAS...: " WS-QTD-CANCELADAS.
           DISPLAY "REJEITADAS..........: " WS-QTD-REJEITADAS.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.

      *----------------------------------------------------------------*
      * Inclusao de ordem (transacao "A"): conta ativa no mestre,
      * tipo, valor, destino, frequencia e vigencia validados. A
      * primeira execucao nominal e a propria data de inicio.
      *----------------------------------------------------------------*
       1000-INCLUIR-ORDEM.
           PERFORM 8000-VALIDAR-CONTA.
           IF TRANS-INVALIDA
               ADD 1 TO WS-QTD-REJEITADAS
               EXIT PARAGRAPH
           END-IF.
           IF NOT CT-ATIVA
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "INCLUSAO REJEITADA - CONTA NAO ATIVA: "
                       TO-CONTA " SITUACAO " CT-SITUACAO
               EXIT PARAGRAPH
           END-IF.

           MOVE TO-TIPO TO OR-TIPO.
           PERFORM 8100-VALIDAR-CONDICOES.
           IF TRANS-INVALIDA
               ADD 1 TO WS-QTD-REJEITADAS
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATA-INICIO-NOVA < WS-DATA-HOJE
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "INCLUSAO REJEITADA - INICIO ANTERIOR A DATA "
                       "DO MOVIMENTO: " TO-CONTA " " TO-DATA-INICIO
               EXIT PARAGRAPH
           END-IF.

           MOVE TO-CONTA            TO OR-CONTA.
           MOVE TO-NUMERO           TO OR-NUMERO.
           MOVE CT-CPF              TO OR-CPF.
           MOVE TO-TIPO             TO OR-TIPO.
           MOVE WS-VALOR-NOVO       TO OR-VALOR.
           MOVE WS-DESTINO-NOVO     TO OR-CONTA-DESTINO.
           MOVE WS-DATA-INICIO-NOVA TO OR-DATA-INICIO.
           MOVE WS-DATA-FIM-NOVA    TO OR-DATA-FIM.
           MOVE WS-FREQUENCIA-NOVA  TO OR-FREQUENCIA.
           MOVE WS-DATA-INICIO-NOVA TO OR-DATA-PROXIMA.
           MOVE ZERO                TO OR-DATA-ULTIMA.
           SET OR-ATIVA             TO TRUE.
           MOVE WS-DATA-HOJE        TO OR-DATA-SITUACAO.
           WRITE REGISTRO-ORDEM
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "INCLUSAO REJEITADA - ORDEM JA EXISTE: "
                           TO-CONTA " " TO-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-INCLUIDAS
                   MOVE "REGISTRO"  TO WS-AUD-CAMPO
                   MOVE SPACES      TO WS-AUD-VALOR-ANTIGO
                   MOVE "INCLUSAO"  TO WS-AUD-VALOR-NOVO
                   PERFORM 9000-REGISTRAR-AUDITORIA
           END-WRITE.

      *----------------------------------------------------------------*
      * Alteracao de ordem (transacao "C"): valor, destino, data de
      * fim e frequencia; campo em branco mantem o atual. O tipo e o
      * inicio nao mudam - para isso cancela-se e inclui-se outra.
      * Cada campo alterado gera seu registro de auditoria.
      *----------------------------------------------------------------*
       2000-ALTERAR-ORDEM.
           MOVE TO-CONTA  TO OR-CONTA.
           MOVE TO-NUMERO TO OR-NUMERO.
           READ ORDEM-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "ALTERACAO REJEITADA - ORDEM INEXISTENTE: "
                           TO-CONTA " " TO-NUMERO
                   EXIT PARAGRAPH
           END-READ.
           IF NOT OR-ATIVA
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "ALTERACAO REJEITADA - ORDEM NAO ATIVA: "
                       TO-CONTA " " TO-NUMERO " SITUACAO "
                       OR-SITUACAO
               EXIT PARAGRAPH
           END-IF.

           IF TO-VALOR = SPACES
               MOVE OR-VALOR TO WS-VALOR-NOVO
               MOVE WS-VALOR-NOVO-X TO TO-VALOR
           END-IF.
           IF TO-CONTA-DESTINO = SPACES
               MOVE OR-CONTA-DESTINO TO TO-CONTA-DESTINO
           END-IF.
           IF TO-DATA-FIM = SPACES
               MOVE OR-DATA-FIM TO TO-DATA-FIM
           END-IF.
           IF TO-FREQUENCIA = SPACE
               MOVE OR-FREQUENCIA TO TO-FREQUENCIA
           END-IF.
           MOVE OR-DATA-INICIO TO TO-DATA-INICIO.
           MOVE OR-TIPO        TO TO-TIPO.

           PERFORM 8100-VALIDAR-CONDICOES.
           IF TRANS-INVALIDA
               ADD 1 TO WS-QTD-REJEITADAS
               EXIT PARAGRAPH
           END-IF.

           IF OR-VALOR NOT = WS-VALOR-NOVO
               MOVE "VALOR"         TO WS-AUD-CAMPO
               MOVE OR-VALOR        TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT   TO WS-AUD-VALOR-ANTIGO
               MOVE WS-VALOR-NOVO   TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT   TO WS-AUD-VALOR-NOVO
               PERFORM 9000-REGISTRAR-AUDITORIA
           END-IF.
           IF OR-CONTA-DESTINO NOT = WS-DESTINO-NOVO
               MOVE "DESTINO"        TO WS-AUD-CAMPO
               MOVE OR-CONTA-DESTINO TO WS-AUD-VALOR-ANTIGO
               MOVE WS-DESTINO-NOVO  TO WS-AUD-VALOR-NOVO
               PERFORM 9000-REGISTRAR-AUDITORIA
           END-IF.
           IF OR-DATA-FIM NOT = WS-DATA-FIM-NOVA
               MOVE "DATA FIM"       TO WS-AUD-CAMPO
               MOVE OR-DATA-FIM      TO WS-AUD-VALOR-ANTIGO
               MOVE WS-DATA-FIM-NOVA TO WS-AUD-VALOR-NOVO
               PERFORM 9000-REGISTRAR-AUDITORIA
           END-IF.
           IF OR-FREQUENCIA NOT = WS-FREQUENCIA-NOVA
               MOVE "FREQUENCIA"       TO WS-AUD-CAMPO
               MOVE OR-FREQUENCIA      TO WS-AUD-VALOR-ANTIGO
               MOVE WS-FREQUENCIA-NOVA TO WS-AUD-VALOR-NOVO
               PERFORM 9000-REGISTRAR-AUDITORIA
           END-IF.

           MOVE WS-VALOR-NOVO      TO OR-VALOR.
           MOVE WS-DESTINO-NOVO    TO OR-CONTA-DESTINO.
           MOVE WS-DATA-FIM-NOVA   TO OR-DATA-FIM.
           MOVE WS-FREQUENCIA-NOVA TO OR-FREQUENCIA.
           REWRITE REGISTRO-ORDEM
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "ALTERACAO REJEITADA - ERRO DE GRAVACAO: "
                           TO-CONTA " " TO-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERADAS
           END-REWRITE.

      *----------------------------------------------------------------*
      * Cancelamento (transacao "E"): a ordem fica no mestre com a
      * situacao "C" e a data, para consulta e auditoria; o gerador
      * so processa ordens ativas.
      *----------------------------------------------------------------*
       3000-CANCELAR-ORDEM.
           MOVE TO-CONTA  TO OR-CONTA.
           MOVE TO-NUMERO TO OR-NUMERO.
           READ ORDEM-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "CANCELAMENTO REJEITADO - ORDEM "
                           "INEXISTENTE: " TO-CONTA " " TO-NUMERO
                   EXIT PARAGRAPH
           END-READ.
           IF NOT OR-ATIVA
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "CANCELAMENTO REJEITADO - ORDEM NAO ATIVA: "
                       TO-CONTA " " TO-NUMERO " SITUACAO "
                       OR-SITUACAO
               EXIT PARAGRAPH
           END-IF.

           MOVE OR-SITUACAO  TO WS-AUD-VALOR-ANTIGO.
           SET OR-CANCELADA  TO TRUE.
           MOVE WS-DATA-HOJE TO OR-DATA-SITUACAO.
           REWRITE REGISTRO-ORDEM
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "CANCELAMENTO REJEITADO - ERRO DE "
                           "GRAVACAO: " TO-CONTA " " TO-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CANCELADAS
                   MOVE "SITUACAO"   TO WS-AUD-CAMPO
                   MOVE OR-SITUACAO  TO WS-AUD-VALOR-NOVO
                   PERFORM 9000-REGISTRAR-AUDITORIA
           END-REWRITE.

      *----------------------------------------------------------------*
      * Conta da ordem: numero numerico (EDITRTN) e cadastrada no
      * mestre de contas.
      *----------------------------------------------------------------*
       8000-VALIDAR-CONTA.
           SET TRANS-VALIDA TO TRUE.
           MOVE TO-CONTA TO WS-EDIT-CAMPO.
           MOVE 8        TO WS-EDIT-TAMANHO.
           MOVE "N"      TO WS-EDIT-TIPO.
           CALL "EDITRTN" USING WS-EDIT-CAMPO WS-EDIT-TAMANHO
                                WS-EDIT-VALOR  WS-EDIT-TIPO
                                WS-EDIT-STATUS WS-EDIT-MENSAGEM.
           IF WS-EDIT-STATUS NOT = "0"
               SET TRANS-INVALIDA TO TRUE
               DISPLAY "CONTA NAO NUMERICA: " TO-CONTA
               EXIT PARAGRAPH
           END-IF.
           MOVE TO-CONTA TO CT-CONTA.
           READ CONTA-FILE
               INVALID KEY
                   SET TRANS-INVALIDA TO TRUE
                   DISPLAY "CONTA NAO CADASTRADA: " TO-CONTA
           END-READ.

      *----------------------------------------------------------------*
      * Condicoes da ordem, comuns a inclusao e a alteracao: tipo D
      * ou T, valor numerico e positivo, destino valido para a
      * transferencia, frequencia conhecida e vigencia coerente. As
      * datas passam pela VALDATA aceitando o status "2" (data
      * futura), como o CADFER faz com os feriados.
      *----------------------------------------------------------------*
       8100-VALIDAR-CONDICOES.
           SET TRANS-VALIDA TO TRUE.
           IF TO-TIPO NOT = "D" AND TO-TIPO NOT = "T"
               SET TRANS-INVALIDA TO TRUE
               DISPLAY "TIPO DE ORDEM INVALIDO - USE D OU T: "
                       TO-TIPO " CONTA " TO-CONTA
               EXIT PARAGRAPH
           END-IF.

           IF TO-VALOR IS NOT NUMERIC
               SET TRANS-INVALIDA TO TRUE
               DISPLAY "VALOR NAO NUMERICO: " TO-VALOR
                       " CONTA " TO-CONTA
               EXIT PARAGRAPH
           END-IF.
           MOVE TO-VALOR TO WS-VALOR-NOVO-X.
           IF WS-VALOR-NOVO = ZERO
               SET TRANS-INVALIDA TO TRUE
               DISPLAY "VALOR ZERADO NA ORDEM: " TO-CONTA
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-DESTINO-NOVO.
           IF TO-TIPO = "T"
               PERFORM 8150-VALIDAR-DESTINO
               IF TRANS-INVALIDA
                   EXIT PARAGRAPH
               END-IF
               MOVE TO-CONTA-DESTINO TO WS-DESTINO-NOVO
           END-IF.

           IF TO-FREQUENCIA NOT = "S" AND TO-FREQUENCIA NOT = "Q"
              AND TO-FREQUENCIA NOT = "M" AND TO-FREQUENCIA NOT = "A"
               SET TRANS-INVALIDA TO TRUE
               DISPLAY "FREQUENCIA INVALIDA - USE S, Q, M OU A: "
                       TO-FREQUENCIA " CONTA " TO-CONTA
               EXIT PARAGRAPH
           END-IF.
           MOVE TO-FREQUENCIA TO WS-FREQUENCIA-NOVA.

           MOVE TO-DATA-INICIO TO WS-DATA-CRITICA.
           PERFORM 8200-CRITICAR-DATA.
           IF TRANS-INVALIDA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-CRITICA-N TO WS-DATA-INICIO-NOVA.

           MOVE ZERO TO WS-DATA-FIM-NOVA.
           IF TO-DATA-FIM NOT = SPACES AND TO-DATA-FIM NOT = ZEROS
               MOVE TO-DATA-FIM TO WS-DATA-CRITICA
               PERFORM 8200-CRITICAR-DATA
               IF TRANS-INVALIDA
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATA-CRITICA-N TO WS-DATA-FIM-NOVA
               IF WS-DATA-FIM-NOVA < WS-DATA-INICIO-NOVA
                   SET TRANS-INVALIDA TO TRUE
                   DISPLAY "FIM DA ORDEM ANTERIOR AO INICIO: "
                           TO-CONTA " " TO-DATA-FIM
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Destino da transferencia programada: numerico, diferente da
      * conta origem, cadastrado e ativo - as mesmas exigencias da
      * edicao previa para a transferencia digitada.
      *----------------------------------------------------------------*
       8150-VALIDAR-DESTINO.
           MOVE TO-CONTA-DESTINO TO WS-EDIT-CAMPO.
           MOVE 8                TO WS-EDIT-TAMANHO.
           MOVE "N"              TO WS-EDIT-TIPO.
           CALL "EDITRTN" USING WS-EDIT-CAMPO WS-EDIT-TAMANHO
                                WS-EDIT-VALOR  WS-EDIT-TIPO
                                WS-EDIT-STATUS WS-EDIT-MENSAGEM.
           IF WS-EDIT-STATUS NOT = "0"
               SET TRANS-INVALIDA TO TRUE
               DISPLAY "CONTA DESTINO NAO NUMERICA: "
                       TO-CONTA-DESTINO
               EXIT PARAGRAPH
           END-IF.
           IF TO-CONTA-DESTINO = TO-CONTA
               SET TRANS-INVALIDA TO TRUE
               DISPLAY "CONTA DESTINO IGUAL A ORIGEM: " TO-CONTA
               EXIT PARAGRAPH
           END-IF.
           MOVE TO-CONTA-DESTINO TO CT-CONTA.
           READ CONTA-FILE
               INVALID KEY
                   SET TRANS-INVALIDA TO TRUE
                   DISPLAY "CONTA DESTINO NAO CADASTRADA: "
                           TO-CONTA-DESTINO
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CT-ATIVA
               SET TRANS-INVALIDA TO TRUE
               DISPLAY "CONTA DESTINO NAO ATIVA: " TO-CONTA-DESTINO
                       " SITUACAO " CT-SITUACAO
           END-IF.

       8200-CRITICAR-DATA.
           CALL "VALDATA" USING WS-DATA-CRIT-DIA WS-DATA-CRIT-MES
                                WS-DATA-CRIT-ANO WS-IDADE
                                WS-DATA-STATUS WS-DATA-MENSAGEM.
           IF WS-DATA-STATUS NOT = "0" AND WS-DATA-STATUS NOT = "2"
               SET TRANS-INVALIDA TO TRUE
               DISPLAY "DATA DA ORDEM INVALIDA: " WS-DATA-CRITICA
                       " CONTA " TO-CONTA
           END-IF.

      *----------------------------------------------------------------*
      * Operador da transacao: obrigatorio, cadastrado e ativo no
      * mestre, como no CADCONTA.
      *----------------------------------------------------------------*
       8300-VALIDAR-OPERADOR.
           SET TRANS-VALIDA TO TRUE.
           IF TO-OPERADOR = SPACES
               SET TRANS-INVALIDA TO TRUE
               DISPLAY "TRANSACAO SEM OPERADOR: " TO-CODIGO " "
                       TO-CONTA
               EXIT PARAGRAPH
           END-IF.
           MOVE TO-OPERADOR TO OP-CODIGO.
           READ OPERADOR-FILE
               INVALID KEY
                   SET TRANS-INVALIDA TO TRUE
                   DISPLAY "OPERADOR NAO CADASTRADO: " TO-OPERADOR
                   EXIT PARAGRAPH
           END-READ.
           IF NOT OP-ATIVO
               SET TRANS-INVALIDA TO TRUE
               DISPLAY "OPERADOR INATIVO: " TO-OPERADOR
           END-IF.

      *----------------------------------------------------------------*
      * Auditoria da ordem no layout comum: a conta e o numero da
      * ordem vao juntos no campo de chave do registro.
      *----------------------------------------------------------------*
       9000-REGISTRAR-AUDITORIA.
           MOVE SPACES       TO AUD-CPF.
           MOVE TO-CONTA     TO AUD-CPF(1:8).
           MOVE TO-NUMERO    TO AUD-CPF(9:3).
           MOVE WS-AUD-CAMPO TO AUD-CAMPO.
           MOVE WS-AUD-VALOR-ANTIGO TO AUD-VALOR-ANTIGO.
           MOVE WS-AUD-VALOR-NOVO   TO AUD-VALOR-NOVO.
           MOVE WS-DATA-HOJE TO AUD-DATA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE TO-OPERADOR  TO AUD-OPERADOR.
           WRITE REGISTRO-AUDITORIA.

       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "LIDAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-LIDAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "INCLUIDAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-INCLUIDAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "REJEITADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-REJEITADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

       0910-LER-TRANSACAO.
           READ TRANS-ORD-FILE
               AT END
                   SET FIM-TRANSACOES TO TRUE
           END-READ.
