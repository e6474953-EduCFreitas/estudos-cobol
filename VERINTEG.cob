      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Varredura semanal de integridade referencial entre
      *          os arquivos do subsistema de clientes: saldo sem
      *          conta, conta com CPF fora do cadastro, co-titular,
      *          parcela aberta e pasta de cobranca de conta
      *          encerrada, e NEGSALDO de conta que voltou a ficar
      *          positiva. Relatorio de excecoes por regra em
      *          VERINTEG.LST e acompanhamento de cada achado em
      *          INTEGPEN.DAT ate a correcao. RC 8 com achado grave,
      *          RC 4 so com achados de atencao
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. VERINTEG.
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

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT COTITULAR-FILE ASSIGN TO "COTITULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-CHAVE
               FILE STATUS IS WS-COTITULAR-STATUS.

           SELECT AGENDA-FILE ASSIGN TO "AGDPARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT COBRANCA-FILE ASSIGN TO "COBRANCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-CONTA
               FILE STATUS IS WS-COBRANCA-STATUS.

           SELECT NEGSALDO-FILE ASSIGN TO "NEGSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NG-CONTA
               FILE STATUS IS WS-NEGSALDO-STATUS.

      *----------------------------------------------------------------*
      * Registro de pendencias: um achado por chave regra + item,
      * lido e regravado a cada varredura para que a operacao
      * acompanhe cada item ate a correcao.
      *----------------------------------------------------------------*
           SELECT PENDENCIA-FILE ASSIGN TO "INTEGPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-CHAVE
               FILE STATUS IS WS-PENDENCIA-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "VERINTEG.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  CONTA-FILE.
           COPY CONTA.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  SALDO-FILE.
           COPY SALDO.

       FD  COTITULAR-FILE.
           COPY COTITULA.

       FD  AGENDA-FILE.
           COPY PARCAGD.

       FD  COBRANCA-FILE.
           COPY COBRANCA.

       FD  NEGSALDO-FILE.
           COPY NEGSALDO.

       FD  PENDENCIA-FILE.
           COPY INTEGPEN.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-CONTA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-CLIENTE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-SALDO-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-COTITULAR-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-AGENDA-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-COBRANCA-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-NEGSALDO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-PENDENCIA-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-ARQUIVO           PIC X     VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 WS-CONTA-ACHADA          PIC X     VALUE "N".
           88 CONTA-ACHADA         VALUE "S".
       77 WS-CONTA-FECHADA         PIC X     VALUE "N".
           88 CONTA-FECHADA        VALUE "S".

      *----------------------------------------------------------------*
      * Regras da varredura, na ordem do relatorio. Gravidade "G"
      * (grave) e o registro orfao que falseia saldo ou cadastro;
      * "A" (atencao) e a sobra de conta encerrada ou de situacao
      * ja resolvida, que nao afeta valores. O indicador de execucao
      * so vira "S" quando os arquivos da regra abriram: pendencia de
      * regra que nao rodou nesta varredura nao pode ser baixada como
      * corrigida so porque ninguem olhou.
      *----------------------------------------------------------------*
       01  WS-DEFINICAO-REGRAS.
           05 FILLER               PIC X(01) VALUE "G".
           05 FILLER               PIC X(46) VALUE
              "SALDO.DAT SEM CONTA EM CONTA.DAT".
           05 FILLER               PIC X(01) VALUE "N".
           05 FILLER               PIC X(01) VALUE "G".
           05 FILLER               PIC X(46) VALUE
              "CONTA COM CPF AUSENTE DO CLIENTE.DAT".
           05 FILLER               PIC X(01) VALUE "N".
           05 FILLER               PIC X(01) VALUE "A".
           05 FILLER               PIC X(46) VALUE
              "CO-TITULAR DE CONTA ENCERRADA OU INEXISTENTE".
           05 FILLER               PIC X(01) VALUE "N".
           05 FILLER               PIC X(01) VALUE "A".
           05 FILLER               PIC X(46) VALUE
              "PARCELA ABERTA DE CONTA ENCERRADA".
           05 FILLER               PIC X(01) VALUE "N".
           05 FILLER               PIC X(01) VALUE "A".
           05 FILLER               PIC X(46) VALUE
              "PASTA DE COBRANCA DE CONTA ENCERRADA".
           05 FILLER               PIC X(01) VALUE "N".
           05 FILLER               PIC X(01) VALUE "A".
           05 FILLER               PIC X(46) VALUE
              "NEGSALDO DE CONTA NAO NEGATIVA".
           05 FILLER               PIC X(01) VALUE "N".
       01  WS-TABELA-REGRAS REDEFINES WS-DEFINICAO-REGRAS.
           05 TAB-REGRA OCCURS 6 TIMES.
               10 TAB-REG-GRAVIDADE PIC X.
               10 TAB-REG-DESCRICAO PIC X(46).
               10 TAB-REG-EXECUTADA PIC X.
                   88 REGRA-EXECUTADA VALUE "S".
       01  WS-CONTADORES-REGRAS.
           05 TAB-CONTADOR OCCURS 6 TIMES.
               10 TAB-REG-QTD       PIC 9(09).
               10 TAB-REG-NOVAS     PIC 9(09).
       77 QTD-REGRAS               PIC 9(02) VALUE 6.
       77 WS-IDX-REGRA             PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------*
      * Achado corrente, montado por cada regra antes de registrar.
      *----------------------------------------------------------------*
       77 WS-ACH-REGRA             PIC 9(02) VALUE ZERO.
       77 WS-ACH-ITEM              PIC X(20) VALUE SPACES.
       77 WS-ACH-CONTA             PIC X(08) VALUE SPACES.
       77 WS-ACH-CPF               PIC X(11) VALUE SPACES.
       77 WS-ACH-DESCRICAO         PIC X(40) VALUE SPACES.
       77 WS-ACH-SITUACAO          PIC X(10) VALUE SPACES.
       01  WS-ITEM-PARCELA.
           05 WS-IPA-CONTA         PIC X(08).
           05 WS-IPA-PARCELA       PIC 9(02).
           05 WS-IPA-VENCIMENTO    PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
       01  WS-ITEM-COTITULAR.
           05 WS-ICO-CONTA         PIC X(08).
           05 WS-ICO-CPF           PIC X(11).
           05 FILLER               PIC X(01) VALUE SPACES.

       77 WS-CHAVE-SALDO           PIC X(08) VALUE SPACES.
       77 WS-CHAVE-NEG             PIC X(08) VALUE SPACES.
       77 WS-SALDO-EDT             PIC ----------9.99.

       77 WS-QTD-GRAVES            PIC 9(09) VALUE ZERO.
       77 WS-QTD-ATENCAO           PIC 9(09) VALUE ZERO.
       77 WS-QTD-NOVAS             PIC 9(09) VALUE ZERO.
       77 WS-QTD-REABERTAS         PIC 9(09) VALUE ZERO.
       77 WS-QTD-CORRIGIDAS        PIC 9(09) VALUE ZERO.

       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "VERINTEG".

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(46) VALUE
              "VARREDURA DE INTEGRIDADE REFERENCIAL".
           05 FILLER               PIC X(04) VALUE "EM: ".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-REGRA.
           05 FILLER               PIC X(06) VALUE "REGRA ".
           05 WS-CRG-REGRA         PIC 9(02).
           05 FILLER               PIC X(03) VALUE " - ".
           05 WS-CRG-DESCRICAO     PIC X(46).
           05 FILLER               PIC X(01) VALUE "(".
           05 WS-CRG-GRAVIDADE     PIC X(07).
           05 FILLER               PIC X(01) VALUE ")".

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(10) VALUE "CONTA".
           05 FILLER               PIC X(13) VALUE "CPF".
           05 FILLER               PIC X(42) VALUE "OCORRENCIA".
           05 FILLER               PIC X(10) VALUE "DESDE".
           05 FILLER               PIC X(10) VALUE "SITUACAO".

       01  WS-LINHA-DETALHE.
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-CPF           PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-DESCRICAO     PIC X(40).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-DESDE         PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-SITUACAO      PIC X(10).

       01  WS-LINHA-RODAPE.
           05 WS-ROD-DESCRICAO     PIC X(56).
           05 WS-ROD-QTD           PIC ZZZZZZZZ9.
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
           PERFORM 0200-VERIFICAR-SALDOS.
           PERFORM 0300-VERIFICAR-CONTAS.
           PERFORM 0400-VERIFICAR-COTITULARES.
           PERFORM 0500-VERIFICAR-PARCELAS.
           PERFORM 0600-VERIFICAR-COBRANCAS.
           PERFORM 0700-VERIFICAR-NEGSALDO.
           PERFORM 0900-BAIXAR-CORRIGIDAS.
           PERFORM 0950-IMPRIMIR-RESUMO.
           CLOSE CONTA-FILE CLIENTE-FILE PENDENCIA-FILE RELATORIO-FILE.
           DISPLAY "ACHADOS GRAVES........: " WS-QTD-GRAVES.
           DISPLAY "ACHADOS DE ATENCAO....: " WS-QTD-ATENCAO.
           DISPLAY "PENDENCIAS NOVAS......: " WS-QTD-NOVAS.
           DISPLAY "PENDENCIAS CORRIGIDAS.: " WS-QTD-CORRIGIDAS.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           EVALUATE TRUE
               WHEN WS-QTD-GRAVES > ZERO
                   DISPLAY "AVISO - INTEGRIDADE COM ACHADO GRAVE, "
                           "VERIFIQUE VERINTEG.LST"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTD-ATENCAO > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Os mestres de conta e cliente sao obrigatorios; o registro
      * de pendencias e criado na primeira varredura.
      *----------------------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CONTA.DAT - STATUS "
                       WS-CONTA-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CLIENTE.DAT - STATUS "
                       WS-CLIENTE-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN I-O PENDENCIA-FILE.
           IF WS-PENDENCIA-STATUS = "35"
               OPEN OUTPUT PENDENCIA-FILE
               CLOSE PENDENCIA-FILE
               OPEN I-O PENDENCIA-FILE
           END-IF.
           IF WS-PENDENCIA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA INTEGPEN.DAT - STATUS "
                       WS-PENDENCIA-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA VERINTEG.LST - STATUS "
                       WS-RELATORIO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > QTD-REGRAS
               MOVE ZERO TO TAB-REG-QTD(WS-IDX-REGRA)
               MOVE ZERO TO TAB-REG-NOVAS(WS-IDX-REGRA)
           END-PERFORM.
           MOVE WS-HOJE TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.

      *----------------------------------------------------------------*
      * Regra 01: todo registro de SALDO.DAT tem de ter a conta no
      * mestre - saldo sem conta entra no razao e nos totais sem
      * que ninguem responda por ele.
      *----------------------------------------------------------------*
       0200-VERIFICAR-SALDOS.
           MOVE 1 TO WS-ACH-REGRA.
           PERFORM 0860-INICIAR-REGRA.
           OPEN INPUT SALDO-FILE.
           IF WS-SALDO-STATUS NOT = "00"
               DISPLAY "AVISO - SALDO.DAT INDISPONIVEL - STATUS "
                       WS-SALDO-STATUS
               PERFORM 0870-FECHAR-REGRA
               EXIT PARAGRAPH
           END-IF.
           SET REGRA-EXECUTADA(WS-ACH-REGRA) TO TRUE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ SALDO-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE SAL-CONTA TO CT-CONTA
                       PERFORM 0810-BUSCAR-CONTA
                       IF NOT CONTA-ACHADA
                           MOVE SAL-CONTA TO WS-ACH-ITEM WS-ACH-CONTA
                           MOVE SAL-CPF   TO WS-ACH-CPF
                           MOVE SAL-SALDO TO WS-SALDO-EDT
                           MOVE SPACES    TO WS-ACH-DESCRICAO
                           STRING "SALDO " DELIMITED BY SIZE
                                  WS-SALDO-EDT DELIMITED BY SIZE
                                  INTO WS-ACH-DESCRICAO
                           PERFORM 0800-REGISTRAR-ACHADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALDO-FILE.
           PERFORM 0870-FECHAR-REGRA.

      *----------------------------------------------------------------*
      * Regra 02: o titular de toda conta tem de estar no cadastro
      * de clientes (a exclusao de cliente e logica, entao o CPF
      * ausente e registro apagado ou conta gravada fora do CADCONTA).
      *----------------------------------------------------------------*
       0300-VERIFICAR-CONTAS.
           MOVE 2 TO WS-ACH-REGRA.
           PERFORM 0860-INICIAR-REGRA.
           SET REGRA-EXECUTADA(WS-ACH-REGRA) TO TRUE.
           MOVE LOW-VALUES TO CT-CONTA.
           START CONTA-FILE KEY IS NOT LESS THAN CT-CONTA
               INVALID KEY
                   PERFORM 0870-FECHAR-REGRA
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ CONTA-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE CT-CPF TO CPF
                       READ CLIENTE-FILE
                           INVALID KEY
                               MOVE CT-CONTA TO WS-ACH-ITEM
                                                WS-ACH-CONTA
                               MOVE CT-CPF   TO WS-ACH-CPF
                               MOVE SPACES   TO WS-ACH-DESCRICAO
                               STRING "CONTA SITUACAO " CT-SITUACAO
                                      ", CPF SEM CADASTRO"
                                      DELIMITED BY SIZE
                                      INTO WS-ACH-DESCRICAO
                               PERFORM 0800-REGISTRAR-ACHADO
                       END-READ
               END-READ
           END-PERFORM.
           PERFORM 0870-FECHAR-REGRA.

      *----------------------------------------------------------------*
      * Regra 03: vinculo de co-titular que ficou para tras no
      * encerramento da conta (ou cuja conta nem existe mais).
      *----------------------------------------------------------------*
       0400-VERIFICAR-COTITULARES.
           MOVE 3 TO WS-ACH-REGRA.
           PERFORM 0860-INICIAR-REGRA.
           OPEN INPUT COTITULAR-FILE.
           IF WS-COTITULAR-STATUS NOT = "00"
               PERFORM 0870-FECHAR-REGRA
               EXIT PARAGRAPH
           END-IF.
           SET REGRA-EXECUTADA(WS-ACH-REGRA) TO TRUE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ COTITULAR-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE CO-CONTA TO CT-CONTA
                       PERFORM 0810-BUSCAR-CONTA
                       IF CONTA-FECHADA
                           MOVE CO-CONTA TO WS-ICO-CONTA WS-ACH-CONTA
                           MOVE CO-CPF   TO WS-ICO-CPF WS-ACH-CPF
                           MOVE WS-ITEM-COTITULAR TO WS-ACH-ITEM
                           PERFORM 0820-DESCREVER-CONTA
                           PERFORM 0800-REGISTRAR-ACHADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COTITULAR-FILE.
           PERFORM 0870-FECHAR-REGRA.

      *----------------------------------------------------------------*
      * Regra 04: parcela ainda aberta na agenda de conta encerrada
      * (o CADCONTA recusa o encerramento com parcela aberta, entao
      * o achado e agenda gravada ou reaberta depois).
      *----------------------------------------------------------------*
       0500-VERIFICAR-PARCELAS.
           MOVE 4 TO WS-ACH-REGRA.
           PERFORM 0860-INICIAR-REGRA.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               PERFORM 0870-FECHAR-REGRA
               EXIT PARAGRAPH
           END-IF.
           SET REGRA-EXECUTADA(WS-ACH-REGRA) TO TRUE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ AGENDA-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF AGD-ABERTA
                           MOVE AGD-CONTA TO CT-CONTA
                           PERFORM 0810-BUSCAR-CONTA
                           IF CONTA-FECHADA
                               PERFORM 0550-ACHADO-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGENDA-FILE.
           PERFORM 0870-FECHAR-REGRA.

       0550-ACHADO-PARCELA.
           MOVE AGD-CONTA            TO WS-IPA-CONTA WS-ACH-CONTA.
           MOVE AGD-NUM-PARCELA      TO WS-IPA-PARCELA.
           MOVE AGD-DATA-VENCIMENTO  TO WS-IPA-VENCIMENTO.
           MOVE WS-ITEM-PARCELA      TO WS-ACH-ITEM.
           MOVE AGD-CPF              TO WS-ACH-CPF.
           MOVE SPACES               TO WS-ACH-DESCRICAO.
           STRING "PARCELA " AGD-NUM-PARCELA "/" AGD-QTD-PARCELAS
                  " VENCTO " AGD-DATA-VENCIMENTO
                  DELIMITED BY SIZE INTO WS-ACH-DESCRICAO.
           PERFORM 0800-REGISTRAR-ACHADO.

      *----------------------------------------------------------------*
      * Regra 05: pasta de cobranca de conta encerrada ou inexistente.
      *----------------------------------------------------------------*
       0600-VERIFICAR-COBRANCAS.
           MOVE 5 TO WS-ACH-REGRA.
           PERFORM 0860-INICIAR-REGRA.
           OPEN INPUT COBRANCA-FILE.
           IF WS-COBRANCA-STATUS NOT = "00"
               PERFORM 0870-FECHAR-REGRA
               EXIT PARAGRAPH
           END-IF.
           SET REGRA-EXECUTADA(WS-ACH-REGRA) TO TRUE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ COBRANCA-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE CB-CONTA TO CT-CONTA
                       PERFORM 0810-BUSCAR-CONTA
                       IF CONTA-FECHADA
                           MOVE CB-CONTA TO WS-ACH-ITEM WS-ACH-CONTA
                           MOVE CB-CPF   TO WS-ACH-CPF
                           PERFORM 0820-DESCREVER-CONTA
                           PERFORM 0800-REGISTRAR-ACHADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COBRANCA-FILE.
           PERFORM 0870-FECHAR-REGRA.

      *----------------------------------------------------------------*
      * Regra 06: casamento SALDO.DAT x NEGSALDO.DAT em ordem de
      * conta - controle de negativo de conta que ja voltou a ficar
      * positiva (ou que saiu do SALDO.DAT) e que o EXCSALDO nao
      * baixou.
      *----------------------------------------------------------------*
       0700-VERIFICAR-NEGSALDO.
           MOVE 6 TO WS-ACH-REGRA.
           PERFORM 0860-INICIAR-REGRA.
           OPEN INPUT NEGSALDO-FILE.
           IF WS-NEGSALDO-STATUS NOT = "00"
               PERFORM 0870-FECHAR-REGRA
               EXIT PARAGRAPH
           END-IF.
      *    Sem o SALDO.DAT o casamento daria toda linha do NEGSALDO
      *    como conta ausente; a regra fica de fora desta varredura.
           OPEN INPUT SALDO-FILE.
           IF WS-SALDO-STATUS NOT = "00"
               DISPLAY "AVISO - SALDO.DAT INDISPONIVEL - STATUS "
                       WS-SALDO-STATUS
               CLOSE NEGSALDO-FILE
               PERFORM 0870-FECHAR-REGRA
               EXIT PARAGRAPH
           END-IF.
           SET REGRA-EXECUTADA(WS-ACH-REGRA) TO TRUE.
           PERFORM 0910-LER-SALDO.
           PERFORM 0920-LER-NEGSALDO.
           PERFORM UNTIL WS-CHAVE-NEG = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-CHAVE-SALDO < WS-CHAVE-NEG
                       PERFORM 0910-LER-SALDO
                   WHEN WS-CHAVE-SALDO = WS-CHAVE-NEG
                       IF SAL-SALDO NOT < ZERO
                           MOVE SAL-SALDO TO WS-SALDO-EDT
                           MOVE SPACES TO WS-ACH-DESCRICAO
                           STRING "SALDO " DELIMITED BY SIZE
                                  WS-SALDO-EDT DELIMITED BY SIZE
                                  ", NEGATIVA DESDE "
                                  DELIMITED BY SIZE
                                  NG-DATA-INICIO DELIMITED BY SIZE
                                  INTO WS-ACH-DESCRICAO
                           PERFORM 0750-ACHADO-NEGSALDO
                       END-IF
                       PERFORM 0910-LER-SALDO
                       PERFORM 0920-LER-NEGSALDO
                   WHEN OTHER
                       MOVE "CONTA AUSENTE DO SALDO.DAT"
                           TO WS-ACH-DESCRICAO
                       PERFORM 0750-ACHADO-NEGSALDO
                       PERFORM 0920-LER-NEGSALDO
               END-EVALUATE
           END-PERFORM.
           CLOSE SALDO-FILE NEGSALDO-FILE.
           PERFORM 0870-FECHAR-REGRA.

       0750-ACHADO-NEGSALDO.
           MOVE NG-CONTA TO WS-ACH-ITEM WS-ACH-CONTA.
           MOVE NG-CPF   TO WS-ACH-CPF.
           PERFORM 0800-REGISTRAR-ACHADO.

      *----------------------------------------------------------------*
      * Registra o achado corrente: lista no relatorio e grava ou
      * atualiza a pendencia (nova, ainda pendente ou reaberta
      * depois de ter sido dada como corrigida).
      *----------------------------------------------------------------*
       0800-REGISTRAR-ACHADO.
           ADD 1 TO TAB-REG-QTD(WS-ACH-REGRA).
           IF TAB-REG-GRAVIDADE(WS-ACH-REGRA) = "G"
               ADD 1 TO WS-QTD-GRAVES
           ELSE
               ADD 1 TO WS-QTD-ATENCAO
           END-IF.
           MOVE WS-ACH-REGRA TO PI-REGRA.
           MOVE WS-ACH-ITEM  TO PI-ITEM.
           READ PENDENCIA-FILE
               INVALID KEY
                   PERFORM 0840-INCLUIR-PENDENCIA
               NOT INVALID KEY
                   PERFORM 0850-ATUALIZAR-PENDENCIA
           END-READ.
           MOVE WS-ACH-CONTA       TO WS-DET-CONTA.
           MOVE WS-ACH-CPF         TO WS-DET-CPF.
           MOVE WS-ACH-DESCRICAO   TO WS-DET-DESCRICAO.
           MOVE PI-DATA-DETECCAO   TO WS-DET-DESDE.
           MOVE WS-ACH-SITUACAO    TO WS-DET-SITUACAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       0810-BUSCAR-CONTA.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONTA-ACHADA
                   MOVE "S" TO WS-CONTA-FECHADA
               NOT INVALID KEY
                   MOVE "S" TO WS-CONTA-ACHADA
                   IF CT-ENCERRADA
                       MOVE "S" TO WS-CONTA-FECHADA
                   ELSE
                       MOVE "N" TO WS-CONTA-FECHADA
                   END-IF
           END-READ.

       0820-DESCREVER-CONTA.
           MOVE SPACES TO WS-ACH-DESCRICAO.
           IF CONTA-ACHADA
               STRING "CONTA ENCERRADA" DELIMITED BY SIZE
                      INTO WS-ACH-DESCRICAO
           ELSE
               STRING "CONTA AUSENTE DO CONTA.DAT" DELIMITED BY SIZE
                      INTO WS-ACH-DESCRICAO
           END-IF.

       0840-INCLUIR-PENDENCIA.
           MOVE WS-ACH-CONTA     TO PI-CONTA.
           MOVE WS-ACH-CPF       TO PI-CPF.
           MOVE TAB-REG-GRAVIDADE(WS-ACH-REGRA) TO PI-GRAVIDADE.
           MOVE WS-ACH-DESCRICAO TO PI-DESCRICAO.
           MOVE WS-HOJE          TO PI-DATA-DETECCAO PI-DATA-ULTIMA.
           SET PI-ABERTA         TO TRUE.
           MOVE ZERO             TO PI-DATA-CORRECAO.
           WRITE REGISTRO-PENDENCIA
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO INTEGPEN.DAT - STATUS "
                           WS-PENDENCIA-STATUS
                   PERFORM 0990-ABORTAR
           END-WRITE.
           ADD 1 TO WS-QTD-NOVAS.
           ADD 1 TO TAB-REG-NOVAS(WS-ACH-REGRA).
           MOVE "NOVA" TO WS-ACH-SITUACAO.

       0850-ATUALIZAR-PENDENCIA.
           IF PI-CORRIGIDA
               MOVE WS-HOJE TO PI-DATA-DETECCAO
               MOVE ZERO    TO PI-DATA-CORRECAO
               SET PI-ABERTA TO TRUE
               ADD 1 TO WS-QTD-REABERTAS
               MOVE "REABERTA" TO WS-ACH-SITUACAO
           ELSE
               MOVE "PENDENTE" TO WS-ACH-SITUACAO
           END-IF.
           MOVE WS-ACH-CONTA     TO PI-CONTA.
           MOVE WS-ACH-CPF       TO PI-CPF.
           MOVE WS-ACH-DESCRICAO TO PI-DESCRICAO.
           MOVE WS-HOJE          TO PI-DATA-ULTIMA.
           REWRITE REGISTRO-PENDENCIA
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO INTEGPEN.DAT - STATUS "
                           WS-PENDENCIA-STATUS
                   PERFORM 0990-ABORTAR
           END-REWRITE.

       0860-INICIAR-REGRA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-ACH-REGRA TO WS-CRG-REGRA.
           MOVE TAB-REG-DESCRICAO(WS-ACH-REGRA) TO WS-CRG-DESCRICAO.
           IF TAB-REG-GRAVIDADE(WS-ACH-REGRA) = "G"
               MOVE "GRAVE"   TO WS-CRG-GRAVIDADE
           ELSE
               MOVE "ATENCAO" TO WS-CRG-GRAVIDADE
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-REGRA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

       0870-FECHAR-REGRA.
           IF NOT REGRA-EXECUTADA(WS-ACH-REGRA)
               MOVE "REGRA NAO EXECUTADA - ARQUIVO INDISPONIVEL"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE "ACHADOS DA REGRA......................................"
               TO WS-ROD-DESCRICAO.
           MOVE TAB-REG-QTD(WS-ACH-REGRA) TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

      *----------------------------------------------------------------*
      * Pendencia aberta que esta varredura nao encontrou foi
      * corrigida desde a anterior: baixa com a data de hoje e sai
      * na ultima secao do relatorio. So vale para regra executada;
      * a de arquivo indisponivel mantem as pendencias abertas.
      *----------------------------------------------------------------*
       0900-BAIXAR-CORRIGIDAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PENDENCIAS CORRIGIDAS DESDE A ULTIMA VARREDURA"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.
           MOVE LOW-VALUES TO PI-CHAVE.
           START PENDENCIA-FILE KEY IS NOT LESS THAN PI-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ PENDENCIA-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF PI-ABERTA AND PI-DATA-ULTIMA < WS-HOJE
                          AND REGRA-EXECUTADA(PI-REGRA)
                           PERFORM 0905-BAIXAR-PENDENCIA
                       END-IF
               END-READ
           END-PERFORM.

       0905-BAIXAR-PENDENCIA.
           SET PI-CORRIGIDA TO TRUE.
           MOVE WS-HOJE TO PI-DATA-CORRECAO.
           REWRITE REGISTRO-PENDENCIA
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO INTEGPEN.DAT - STATUS "
                           WS-PENDENCIA-STATUS
                   PERFORM 0990-ABORTAR
           END-REWRITE.
           ADD 1 TO WS-QTD-CORRIGIDAS.
           MOVE PI-CONTA         TO WS-DET-CONTA.
           MOVE PI-CPF           TO WS-DET-CPF.
           MOVE PI-DESCRICAO     TO WS-DET-DESCRICAO.
           MOVE PI-DATA-DETECCAO TO WS-DET-DESDE.
           MOVE "CORRIGIDA"      TO WS-DET-SITUACAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       0950-IMPRIMIR-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "RESUMO POR REGRA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > QTD-REGRAS
               MOVE SPACES TO WS-ROD-DESCRICAO
               STRING WS-IDX-REGRA " " DELIMITED BY SIZE
                      TAB-REG-DESCRICAO(WS-IDX-REGRA)
                      DELIMITED BY SIZE
                      INTO WS-ROD-DESCRICAO
               MOVE TAB-REG-QTD(WS-IDX-REGRA) TO WS-ROD-QTD
               WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE
           END-PERFORM.
           MOVE "ACHADOS GRAVES........................................"
               TO WS-ROD-DESCRICAO.
           MOVE WS-QTD-GRAVES TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "ACHADOS DE ATENCAO...................................."
               TO WS-ROD-DESCRICAO.
           MOVE WS-QTD-ATENCAO TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "PENDENCIAS NOVAS NESTA VARREDURA......................"
               TO WS-ROD-DESCRICAO.
           MOVE WS-QTD-NOVAS TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "PENDENCIAS REABERTAS.................................."
               TO WS-ROD-DESCRICAO.
           MOVE WS-QTD-REABERTAS TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "PENDENCIAS CORRIGIDAS DESDE A ULTIMA VARREDURA........"
               TO WS-ROD-DESCRICAO.
           MOVE WS-QTD-CORRIGIDAS TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

       0910-LER-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-SALDO
               NOT AT END
                   MOVE SAL-CONTA TO WS-CHAVE-SALDO
           END-READ.

       0920-LER-NEGSALDO.
           READ NEGSALDO-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-NEG
               NOT AT END
                   MOVE NG-CONTA TO WS-CHAVE-NEG
           END-READ.

       0990-ABORTAR.
           DISPLAY "VARREDURA DE INTEGRIDADE NAO REALIZADA".
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
