      * Author: Eduardo Freitas
      * Date: 08/08/2026
      * Purpose: Manutencao do cadastro de clientes (inclusao, alteracao
      *          e exclusao) a partir de um arquivo de transacoes, e
      *          registro da revisao cadastral periodica por CPF
      *          (recadastramento, RECADAST.DAT); a mudanca de
      *          endereco libera a correspondencia retida do CPF no
      *          registro de devolucoes (DEVCORR.DAT)
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
           SELECT PARAM-REC-FILE ASSIGN TO "RECICLO.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-REC-STATUS.

      *----------------------------------------------------------------*
      * Recadastramento: ultima revisao cadastral por CPF, gravada
      * na inclusao do cliente e na transacao de revisao "K", com o
      * vencimento da proxima calculado pela rotina RECADSIT.
      *----------------------------------------------------------------*
           SELECT RECADASTRO-FILE ASSIGN TO "RECADAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CPF
               FILE STATUS IS WS-RECADASTRO-STATUS.

      *----------------------------------------------------------------*
      * Correspondencia devolvida pelo correio (REGDEV.cob): o CPF
      * retido por endereco errado e liberado quando a mudanca de
      * endereco e aplicada aqui. Arquivo ausente = nada retido.
      *----------------------------------------------------------------*
           SELECT DEVOLUCAO-FILE ASSIGN TO "DEVCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CPF
               FILE STATUS IS WS-DEVOLUCAO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
               88 TC-INCLUIR-INTERATIVO VALUE "I".
               88 TC-MUDAR-SITUACAO VALUE "S".
               88 TC-APROVAR       VALUE "V".
               88 TC-RECADASTRAR   VALUE "K".
           05 TC-CPF               PIC X(11).
           05 TC-NOME              PIC X(20).
           05 TC-RG                PIC X(11).
      * data de efeito; data em branco vale a data da execucao.
      *----------------------------------------------------------------*
           05 TC-SITUACAO-NOVA     PIC X.
      *    Na revisao cadastral ("K") o mesmo byte traz a classe de
      *    risco (B/M/A) e a data de efeito e a data da revisao; na
      *    inclusao ("A") a classe vale para a primeira revisao (em
      *    branco = risco medio).
           05 TC-CLASSE-RISCO REDEFINES TC-SITUACAO-NOVA PIC X.
           05 TC-SIT-DIA           PIC X(02).
           05 TC-SIT-MES           PIC X(02).
           05 TC-SIT-ANO           PIC X(04).
           05 TP-EXCLUIDAS          PIC 9(05).
           05 TP-SITUACOES          PIC 9(05).
           05 TP-REJEITADAS         PIC 9(05).
           05 TP-RECADASTROS        PIC 9(05).

       FD  OPERADOR-FILE.
           COPY OPERADOR.

       FD  AGENCIA-REL-FILE.
       01  LINHA-AGEREL             PIC X(80).

       FD  RECADASTRO-FILE.
           COPY RECADAST.

       FD  DEVOLUCAO-FILE.
           COPY DEVCORR.
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
           88 MOTIVO-SITUACAO-INVALIDA    VALUE "09".
           88 MOTIVO-OPERADOR-INVALIDO    VALUE "10".
           88 MOTIVO-APROVACAO-INVALIDA   VALUE "11".
           88 MOTIVO-CLASSE-RISCO-INVALIDA VALUE "12".
       77 WS-REJ-MENSAGEM          PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * Contagem de rejeicoes por motivo (01 a 12) para o resumo
      * REJCAD.LST - mostra quais edicoes mais recusam transacao.
      *----------------------------------------------------------------*
       01  TABELA-MOTIVOS VALUE ZEROS.
           05 TAB-MOTIVO-QTD OCCURS 12 TIMES PIC 9(05).
       01  TABELA-MOTIVO-DESCRICAO.
           05 FILLER PIC X(25) VALUE "CODIGO DE TRANSACAO      ".
           05 FILLER PIC X(25) VALUE "EDICAO DE CLASSE         ".
           05 FILLER PIC X(25) VALUE "SITUACAO INVALIDA        ".
           05 FILLER PIC X(25) VALUE "OPERADOR INVALIDO        ".
           05 FILLER PIC X(25) VALUE "APROVACAO INVALIDA       ".
           05 FILLER PIC X(25) VALUE "CLASSE DE RISCO INVALIDA ".
       01  TABELA-MOTIVO-DESC-TAB REDEFINES TABELA-MOTIVO-DESCRICAO.
           05 TAB-MOTIVO-DESC OCCURS 12 TIMES PIC X(25).
       77 WS-IDX-MOTIVO            PIC 9(02) VALUE ZERO.
       77 WS-QTD-SITUACOES         PIC 9(05) VALUE ZERO.
       77 WS-DATA-EFETIVA          PIC X(08) VALUE SPACES.
       77 WS-REC-MOTIVOS           PIC X(10) VALUE SPACES.
       77 WS-MOTIVOS-AUX           PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * Recadastramento: interface com a rotina RECADSIT (funcao "V"
      * calcula o vencimento da proxima revisao pela classe).
      *----------------------------------------------------------------*
       77 WS-RECADASTRO-STATUS     PIC X(02) VALUE ZEROS.
       77 WS-QTD-RECADASTROS       PIC 9(05) VALUE ZERO.
       77 WS-RCS-FUNCAO            PIC X     VALUE "V".
       77 WS-RCS-DATA-BASE         PIC 9(08) VALUE ZERO.
       77 WS-RCS-CLASSE            PIC X     VALUE SPACES.
       77 WS-RCS-VENCIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-RCS-SITUACAO          PIC X     VALUE SPACES.
       77 WS-RCS-DIAS-ATRASO       PIC S9(05) VALUE ZERO.
       77 WS-RCS-MENSAGEM          PIC X(40) VALUE SPACES.
       77 WS-RECADASTRO-EXISTE     PIC X     VALUE "N".
           88 RECADASTRO-EXISTE    VALUE "S".

       77 WS-DEVOLUCAO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-DEVOLUCAO-DISPONIVEL  PIC X     VALUE "S".
           88 DEVOLUCAO-DISPONIVEL VALUE "S".
       77 WS-QTD-DEV-LIBERADAS     PIC 9(05) VALUE ZERO.

       01  WS-LINHA-PLACAR.
           05 WS-PLA-AGENCIA       PIC X(03).
           05 FILLER               PIC X(06) VALUE " ENV ".
                   MOVE TP-EXCLUIDAS  TO WS-QTD-EXCLUIDAS
                   MOVE TP-SITUACOES  TO WS-QTD-SITUACOES
                   MOVE TP-REJEITADAS TO WS-QTD-REJEITADAS
                   IF TP-RECADASTROS IS NUMERIC
                       MOVE TP-RECADASTROS TO WS-QTD-RECADASTROS
                   END-IF
           END-READ.
           CLOSE TOTAIS-PARCIAIS-FILE.

               OPEN OUTPUT CADMORTO-FILE
           END-IF.

           OPEN I-O RECADASTRO-FILE.
           IF WS-RECADASTRO-STATUS = "35"
               CLOSE RECADASTRO-FILE
               OPEN OUTPUT RECADASTRO-FILE
               CLOSE RECADASTRO-FILE
               OPEN I-O RECADASTRO-FILE
           END-IF.

           OPEN I-O DEVOLUCAO-FILE.
           IF WS-DEVOLUCAO-STATUS NOT = "00"
               MOVE "N" TO WS-DEVOLUCAO-DISPONIVEL
           END-IF.

           PERFORM 0910-LER-TRANSACAO.

       0200-PROCESSAR-TRANSACOES.
                       PERFORM 1600-INCLUIR-CLIENTE-INTERATIVO
                   WHEN TC-APROVAR
                       PERFORM 5000-APROVAR-PENDENTE
                   WHEN TC-RECADASTRAR
                       PERFORM 6000-RECADASTRAR-CLIENTE
                   WHEN OTHER
                       ADD 1 TO WS-QTD-REJEITADAS
                       DISPLAY "TRANSACAO REJEITADA - CODIGO INVALIDO: "
           MOVE WS-QTD-EXCLUIDAS  TO TP-EXCLUIDAS.
           MOVE WS-QTD-SITUACOES  TO TP-SITUACOES.
           MOVE WS-QTD-REJEITADAS TO TP-REJEITADAS.
           MOVE WS-QTD-RECADASTROS TO TP-RECADASTROS.
           WRITE REGISTRO-TOTAIS-PARCIAIS.
           CLOSE TOTAIS-PARCIAIS-FILE.

           CLOSE OPERADOR-FILE.
           CLOSE RECREG-FILE.
           CLOSE CADMORTO-FILE.
           CLOSE RECADASTRO-FILE.
           IF DEVOLUCAO-DISPONIVEL
               CLOSE DEVOLUCAO-FILE
           END-IF.
           PERFORM 9400-IMPRIMIR-RESUMO-REJEICOES.
           PERFORM 7200-IMPRIMIR-PLACAR-AGENCIAS.
           PERFORM 0320-ENVELHECER-PENDENTES.
           DISPLAY "ALTERACOES..........: " WS-QTD-ALTERADAS.
           DISPLAY "EXCLUSOES...........: " WS-QTD-EXCLUIDAS.
           DISPLAY "MUDANCAS SITUACAO...: " WS-QTD-SITUACOES.
           DISPLAY "RECADASTRAMENTOS....: " WS-QTD-RECADASTROS.
           DISPLAY "CORRESP. LIBERADAS..: " WS-QTD-DEV-LIBERADAS.
           DISPLAY "REJEITADAS..........: " WS-QTD-REJEITADAS.
           DISPLAY "PENDENCIADAS........: " WS-QTD-PENDENCIADAS.
           DISPLAY "APROVADAS...........: " WS-QTD-APROVADAS.
           MOVE WS-QTD-REC-EXPIRADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "RECADASTROS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-RECADASTROS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

      *----------------------------------------------------------------*
      * Inclusao de cliente (transacao "A")
                   MOVE SPACES      TO WS-AUD-VALOR-ANTIGO
                   MOVE "INCLUSAO"  TO WS-AUD-VALOR-NOVO
                   PERFORM 9000-REGISTRAR-AUDITORIA
                   PERFORM 6100-REGISTRAR-REVISAO-INICIAL
           END-WRITE.

      *----------------------------------------------------------------*
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERADAS
                   PERFORM 9100-AUDITAR-ALTERACAO
                   IF WS-OLD-ENDERECO NOT = ENDERECO
                       PERFORM 2100-LIBERAR-DEVOLUCAO
                   END-IF
           END-REWRITE.

      *----------------------------------------------------------------*
      * Endereco novo aplicado: a correspondencia retida do CPF por
      * devolucao do correio volta a sair, para o endereco novo, ja
      * na cadeia desta noite. A liberacao vai para a trilha de
      * auditoria como as demais mudancas do cliente.
      *----------------------------------------------------------------*
       2100-LIBERAR-DEVOLUCAO.
           IF NOT DEVOLUCAO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE CPF TO DC-CPF.
           READ DEVOLUCAO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT DC-RETIDA
               EXIT PARAGRAPH
           END-IF.
           SET DC-LIBERADA       TO TRUE.
           MOVE WS-DATA-MOVIMENTO TO DC-DATA-LIBERACAO.
           SET DC-LIB-ENDERECO   TO TRUE.
           MOVE TC-OPERADOR      TO DC-OPERADOR-LIBERACAO.
           REWRITE REGISTRO-DEVOLUCAO
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO DEVCORR.DAT - STATUS "
                           WS-DEVOLUCAO-STATUS " CPF " CPF
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-DEV-LIBERADAS
                   MOVE "DEVOLUCAO"     TO WS-AUD-CAMPO
                   MOVE "RETIDA"        TO WS-AUD-VALOR-ANTIGO
                   MOVE "LIBERADA"      TO WS-AUD-VALOR-NOVO
                   PERFORM 9000-REGISTRAR-AUDITORIA
           END-REWRITE.

      *----------------------------------------------------------------*
           DISPLAY "PENDENCIA APROVADA: " TC-CPF " VISTO "
                   TC-OPERADOR.

      *----------------------------------------------------------------*
      * Revisao cadastral (transacao "K"): o operador confirmou os
      * dados do cliente e atribuiu a classe de risco. Grava a data
      * da revisao (data de efeito em branco = data do movimento), o
      * operador, a classe, a agencia e o vencimento da proxima.
      *----------------------------------------------------------------*
       6000-RECADASTRAR-CLIENTE.
           MOVE TC-CPF TO CPF.
           READ CLIENTE-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "REVISAO REJEITADA - CLIENTE INEXISTENTE: "
                           TC-CPF
                   SET MOTIVO-CLIENTE-INEXISTENTE TO TRUE
                   MOVE "CLIENTE INEXISTENTE NO CADASTRO"
                       TO WS-REJ-MENSAGEM
                   PERFORM 9300-GRAVAR-RECICLO
                   EXIT PARAGRAPH
           END-READ.

           IF TC-SIT-DIA = SPACES AND TC-SIT-MES = SPACES
              AND TC-SIT-ANO = SPACES
               MOVE WS-DATA-MOVIMENTO TO WS-RCS-DATA-BASE
           ELSE
               CALL "VALDATA" USING TC-SIT-DIA TC-SIT-MES TC-SIT-ANO
                                    WS-IDADE WS-DATA-STATUS
                                    WS-DATA-MENSAGEM
               IF WS-DATA-STATUS NOT = "0"
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "REVISAO REJEITADA - " WS-DATA-MENSAGEM
                   SET MOTIVO-DATA-INVALIDA TO TRUE
                   MOVE WS-DATA-MENSAGEM TO WS-REJ-MENSAGEM
                   PERFORM 9300-GRAVAR-RECICLO
                   EXIT PARAGRAPH
               END-IF
               MOVE TC-SIT-ANO TO WS-DATA-EFETIVA(1:4)
               MOVE TC-SIT-MES TO WS-DATA-EFETIVA(5:2)
               MOVE TC-SIT-DIA TO WS-DATA-EFETIVA(7:2)
               MOVE WS-DATA-EFETIVA TO WS-RCS-DATA-BASE
           END-IF.

           MOVE TC-CLASSE-RISCO TO WS-RCS-CLASSE.
           PERFORM 6200-CALCULAR-VENCIMENTO.
           IF WS-RCS-SITUACAO = "1"
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "REVISAO REJEITADA - " WS-RCS-MENSAGEM
                       " CPF " TC-CPF
               SET MOTIVO-CLASSE-RISCO-INVALIDA TO TRUE
               MOVE WS-RCS-MENSAGEM TO WS-REJ-MENSAGEM
               PERFORM 9300-GRAVAR-RECICLO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 6300-GRAVAR-RECADASTRO.

      *----------------------------------------------------------------*
      * A inclusao do cliente e a primeira revisao cadastral: conta
      * a partir da data do movimento, com a classe informada na
      * transacao ou risco medio.
      *----------------------------------------------------------------*
       6100-REGISTRAR-REVISAO-INICIAL.
           MOVE WS-DATA-MOVIMENTO TO WS-RCS-DATA-BASE.
           IF TC-CLASSE-RISCO = "B" OR "M" OR "A"
               MOVE TC-CLASSE-RISCO TO WS-RCS-CLASSE
           ELSE
               MOVE "M" TO WS-RCS-CLASSE
           END-IF.
           PERFORM 6200-CALCULAR-VENCIMENTO.
           PERFORM 6300-GRAVAR-RECADASTRO.

       6200-CALCULAR-VENCIMENTO.
           MOVE "V" TO WS-RCS-FUNCAO.
           CALL "RECADSIT" USING WS-RCS-FUNCAO TC-CPF
                                 WS-RCS-DATA-BASE WS-RCS-CLASSE
                                 WS-RCS-VENCIMENTO WS-RCS-SITUACAO
                                 WS-RCS-DIAS-ATRASO WS-RCS-MENSAGEM.

      *----------------------------------------------------------------*
      * Grava (ou regrava) o registro de recadastramento do CPF e
      * deixa a revisao na trilha de auditoria, com a classe e o
      * vencimento anteriores e os novos.
      *----------------------------------------------------------------*
       6300-GRAVAR-RECADASTRO.
           MOVE TC-CPF TO RV-CPF.
           MOVE SPACES TO WS-AUD-VALOR-ANTIGO.
           READ RECADASTRO-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECADASTRO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-RECADASTRO-EXISTE
                   STRING RV-CLASSE-RISCO " " RV-DATA-VENCIMENTO
                       DELIMITED BY SIZE INTO WS-AUD-VALOR-ANTIGO
           END-READ.
           MOVE TC-CPF            TO RV-CPF.
           MOVE WS-RCS-DATA-BASE  TO RV-DATA-REVISAO.
           MOVE TC-OPERADOR       TO RV-OPERADOR.
           MOVE WS-RCS-CLASSE     TO RV-CLASSE-RISCO.
           MOVE WS-RCS-VENCIMENTO TO RV-DATA-VENCIMENTO.
           MOVE TC-AGENCIA        TO RV-AGENCIA.
           IF RECADASTRO-EXISTE
               REWRITE REGISTRO-RECADASTRO
                   INVALID KEY
                       DISPLAY "ERRO REGRAVACAO RECADAST.DAT - STATUS "
                               WS-RECADASTRO-STATUS " CPF " TC-CPF
               END-REWRITE
           ELSE
               WRITE REGISTRO-RECADASTRO
                   INVALID KEY
                       DISPLAY "ERRO GRAVACAO RECADAST.DAT - STATUS "
                               WS-RECADASTRO-STATUS " CPF " TC-CPF
               END-WRITE
           END-IF.
           ADD 1 TO WS-QTD-RECADASTROS.
           MOVE "RECADASTRO" TO WS-AUD-CAMPO.
           MOVE SPACES TO WS-AUD-VALOR-NOVO.
           STRING RV-CLASSE-RISCO " " RV-DATA-VENCIMENTO
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NOVO.
           PERFORM 9000-REGISTRAR-AUDITORIA.

      *----------------------------------------------------------------*
      * Operador da transacao: obrigatorio, cadastrado e ativo no
      * mestre. O codigo reservado "SISTEM" (transacao gerada pela
           END-IF.
           IF WS-REJ-MOTIVO IS NUMERIC
               MOVE WS-REJ-MOTIVO TO WS-IDX-MOTIVO
               IF WS-IDX-MOTIVO >= 1 AND WS-IDX-MOTIVO <= 12
                   ADD 1 TO TAB-MOTIVO-QTD(WS-IDX-MOTIVO)
               END-IF
           END-IF.
               TO LINHA-REJCAD.
           WRITE LINHA-REJCAD.
           PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
                   UNTIL WS-IDX-MOTIVO > 12
               MOVE SPACES TO LINHA-REJCAD
               MOVE WS-IDX-MOTIVO TO LINHA-REJCAD(1:2)
               MOVE TAB-MOTIVO-DESC(WS-IDX-MOTIVO)
