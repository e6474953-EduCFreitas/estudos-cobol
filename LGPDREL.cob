      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Relatorio do titular (LGPD) - dado o CPF no cartao
      *          LGPDREL.PAR, levanta as contas dele (titular em
      *          CONTA.DAT e co-titular em COTITULA.DAT) e lista em
      *          LGPDREL.LST todo registro de todo arquivo do sistema
      *          que se refere ao CPF ou a uma dessas contas: o
      *          cadastro, a revisao cadastral e o registro de
      *          correspondencia devolvida, os mestres indexados
      *          (contas, co-titulares, saldo negativo, cobranca,
      *          ordens permanentes, NSU, reciclo, pendencias de
      *          integridade, prejuizo), os arquivos sequenciais da
      *          tabela abaixo (saldos, movimentos, resumos, agenda,
      *          acordos, auditorias, transacoes, reciclos,
      *          lancamentos pendentes, CNAB, informe, log de
      *          anonimizacao, movimento de prejuizo, devolucoes e
      *          correspondencia retida) e os arquivos mortos
      *          MOVaaaamm.ARC, HSTaaaa.ARC e AUDaaaa.ARC desde o ano
      *          do cartao.
      *          Cada registro sai na imagem integral, com o nome do
      *          arquivo, e o resumo final da a quantidade por
      *          arquivo. Utilitario de execucao manual, so leitura.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. LGPDREL.
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
           SELECT PARAM-FILE ASSIGN TO "LGPDREL.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

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

           SELECT DEVOLUCAO-FILE ASSIGN TO "DEVCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CPF
               FILE STATUS IS WS-DEVOLUCAO-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT COTITULAR-FILE ASSIGN TO "COTITULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CHAVE
               FILE STATUS IS WS-COTITULAR-STATUS.

           SELECT NEGSALDO-FILE ASSIGN TO "NEGSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NG-CONTA
               FILE STATUS IS WS-NEGSALDO-STATUS.

           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT PREJUIZO-FILE ASSIGN TO "PREJUIZO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CONTA
               FILE STATUS IS WS-PREJUIZO-STATUS.

           SELECT APLICAC-FILE ASSIGN TO "APLICAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CONTA
               FILE STATUS IS WS-APLICAC-STATUS.

           SELECT COBRANCA-FILE ASSIGN TO "COBRANCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CONTA
               FILE STATUS IS WS-COBRANCA-STATUS.

           SELECT ORDEM-FILE ASSIGN TO "ORDPERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
               FILE STATUS IS WS-ORDEM-STATUS.

           SELECT NSUREG-FILE ASSIGN TO "NSUREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSU-NUMERO
               FILE STATUS IS WS-NSUREG-STATUS.

           SELECT RECREG-FILE ASSIGN TO "RECREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS WS-RECREG-STATUS.

           SELECT PENDENCIA-FILE ASSIGN TO "INTEGPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-CHAVE
               FILE STATUS IS WS-PENDENCIA-STATUS.

      *----------------------------------------------------------------*
      * Arquivos sequenciais e arquivos mortos: um SELECT de nome
      * variavel atende todos, como os lancamentos internos do
      * TROCACPF; o registro e lido como imagem e o CPF e a conta
      * sao conferidos nas posicoes da tabela de arquivos.
      *----------------------------------------------------------------*
           SELECT GENERICO-FILE ASSIGN USING WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERICO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "LGPDREL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Cartao: o CPF do titular, o operador que atende a
      * solicitacao e o primeiro ano de arquivo morto a varrer (em
      * branco, os ultimos dez anos).
      *----------------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-LGPDREL.
           05 LR-CPF                PIC X(11).
           05 LR-OPERADOR           PIC X(06).
           05 LR-ANO-INICIAL        PIC 9(04).

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  RECADASTRO-FILE.
           COPY RECADAST.

       FD  DEVOLUCAO-FILE.
           COPY DEVCORR.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  COTITULAR-FILE.
           COPY COTITULA.

       FD  NEGSALDO-FILE.
           COPY NEGSALDO.

       FD  SALDO-FILE.
           COPY SALDO.

       FD  PREJUIZO-FILE.
           COPY PREJUIZO.

       FD  APLICAC-FILE.
           COPY APLICAC.

       FD  COBRANCA-FILE.
           COPY COBRANCA.

       FD  ORDEM-FILE.
           COPY ORDPERM.

       FD  NSUREG-FILE.
           COPY NSUREG.

       FD  RECREG-FILE.
           COPY RECREG.

       FD  PENDENCIA-FILE.
           COPY INTEGPEN.

       FD  GENERICO-FILE.
       01  REGISTRO-GENERICO        PIC X(400).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(120).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-CLIENTE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RECADASTRO-STATUS     PIC X(02) VALUE ZEROS.
       77 WS-DEVOLUCAO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-CONTA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-COTITULAR-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-NEGSALDO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-SALDO-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-APLICAC-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-PREJUIZO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-COBRANCA-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-ORDEM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-NSUREG-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RECREG-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-PENDENCIA-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-GENERICO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-ARQUIVO           PIC X     VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 WS-CONFERE               PIC X     VALUE "N".
           88 CONFERE              VALUE "S".
       77 WS-ARQUIVO-PRESENTE      PIC X     VALUE "N".
           88 ARQUIVO-PRESENTE     VALUE "S".

       77 WS-CPF                   PIC X(11) VALUE SPACES.
       77 WS-OPERADOR              PIC X(06) VALUE SPACES.
       77 WS-ANO-INICIAL           PIC 9(04) VALUE ZERO.
       77 WS-ANO-ATUAL             PIC 9(04) VALUE ZERO.
       77 WS-ANO                   PIC 9(04) VALUE ZERO.
       77 WS-MES                   PIC 9(02) VALUE ZERO.

       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "LGPDREL".

      *----------------------------------------------------------------*
      * Contas do CPF: como titular (mestre de contas) e como
      * co-titular (vinculos de COTITULA.DAT). E por elas que se
      * acham os registros dos arquivos que so guardam a conta.
      *----------------------------------------------------------------*
       77 WS-QTD-CONTAS            PIC 9(03) VALUE ZERO.
       77 WS-MAX-CONTAS            PIC 9(03) VALUE 100.
       77 WS-IDX-CONTA             PIC 9(03) VALUE ZERO.
       77 WS-CONTA-BUSCA           PIC X(08) VALUE SPACES.
       77 WS-PAPEL-BUSCA           PIC X     VALUE SPACE.
       01  WS-TAB-CONTAS.
           05 WS-CONTA-ITEM OCCURS 100 TIMES.
               10 WS-TAB-CONTA     PIC X(08).
               10 WS-TAB-PAPEL     PIC X.

      *----------------------------------------------------------------*
      * Arquivos sequenciais varridos: nome, posicao do CPF e
      * posicao da conta no registro (zero = o arquivo nao tem o
      * campo) e descricao para o relatorio.
      *----------------------------------------------------------------*
       01  TABELA-ARQUIVOS-NOMES.
           05 FILLER               PIC X(49) VALUE
              "SALDOHST.DAT 009001HISTORICO DIARIO DE SALDO     ".
           05 FILLER               PIC X(49) VALUE
              "MOVIMENTO.DAT009001MOVIMENTOS EFETIVADOS         ".
           05 FILLER               PIC X(49) VALUE
              "RESUMOMES.DAT009001RESUMO MENSAL POR CONTA       ".
           05 FILLER               PIC X(49) VALUE
              "IOFHST.DAT   009001HISTORICO DE IOF              ".
           05 FILLER               PIC X(49) VALUE
              "AGDPARC.DAT  009001AGENDA DE PARCELAS            ".
           05 FILLER               PIC X(49) VALUE
              "ENCATR.DAT   009001ENCARGOS DE ATRASO            ".
           05 FILLER               PIC X(49) VALUE
              "ACORDO.DAT   015007ACORDOS DE RENEGOCIACAO       ".
           05 FILLER               PIC X(49) VALUE
              "CARTACOB.DAT 009001CARTAS DE COBRANCA            ".
           05 FILLER               PIC X(49) VALUE
              "TRANSPRM.DAT 000001PROMESSAS DE PAGAMENTO        ".
           05 FILLER               PIC X(49) VALUE
              "TRANSREN.DAT 000001PEDIDOS DE RENEGOCIACAO       ".
           05 FILLER               PIC X(49) VALUE
              "REMCNAB.DAT  007038REMESSA DE BOLETOS            ".
           05 FILLER               PIC X(49) VALUE
              "RETCNAB.DAT  007038RETORNO DE BOLETOS            ".
           05 FILLER               PIC X(49) VALUE
              "AUDCLI.DAT   001000AUDITORIA DO CADASTRO         ".
           05 FILLER               PIC X(49) VALUE
              "AUDCTA.DAT   000001AUDITORIA DE CONTAS           ".
           05 FILLER               PIC X(49) VALUE
              "AUDORD.DAT   000001AUDITORIA DE ORDENS           ".
           05 FILLER               PIC X(49) VALUE
              "TRANSCLI.DAT 002000TRANSACOES DE CADASTRO        ".
           05 FILLER               PIC X(49) VALUE
              "RECICLO.DAT  002000RECICLO DO CADASTRO           ".
           05 FILLER               PIC X(49) VALUE
              "CADMORTO.DAT 002000REJEITOS DEFINITIVOS CADASTRO ".
           05 FILLER               PIC X(49) VALUE
              "PENDCLI.DAT  002000PENDENCIAS DO CADASTRO        ".
           05 FILLER               PIC X(49) VALUE
              "TRANSCTA.DAT 010002TRANSACOES DE CONTA           ".
           05 FILLER               PIC X(49) VALUE
              "PENDCTA.DAT  010002PENDENCIAS DE CONTA           ".
           05 FILLER               PIC X(49) VALUE
              "TRANSORD.DAT 000002TRANSACOES DE ORDENS          ".
           05 FILLER               PIC X(49) VALUE
              "LANCTOS.DAT  009001LANCAMENTOS RECEBIDOS         ".
           05 FILLER               PIC X(49) VALUE
              "LANCVAL.DAT  009001LANCAMENTOS VALIDADOS         ".
           05 FILLER               PIC X(49) VALUE
              "LANCREJ.DAT  009001LANCAMENTOS REJEITADOS        ".
           05 FILLER               PIC X(49) VALUE
              "MEMODIA.DAT  009001MEMOS DO INTRADIA             ".
           05 FILLER               PIC X(49) VALUE
              "LANCJUR.DAT  009001JUROS A INJETAR               ".
           05 FILLER               PIC X(49) VALUE
              "LANCTAR.DAT  009001TARIFAS A INJETAR             ".
           05 FILLER               PIC X(49) VALUE
              "LANCENC.DAT  009001LIQUIDACOES A INJETAR         ".
           05 FILLER               PIC X(49) VALUE
              "LANCIOF.DAT  009001IOF A INJETAR                 ".
           05 FILLER               PIC X(49) VALUE
              "LANCBOL.DAT  009001CREDITOS DE BOLETO A INJETAR  ".
           05 FILLER               PIC X(49) VALUE
              "LANCATR.DAT  009001ENCARGOS A INJETAR            ".
           05 FILLER               PIC X(49) VALUE
              "LANCREN.DAT  009001RENEGOCIACOES A INJETAR       ".
           05 FILLER               PIC X(49) VALUE
              "LANCPRG.DAT  009001ORDENS PERMANENTES A INJETAR  ".
           05 FILLER               PIC X(49) VALUE
              "LANCAPL.DAT  009001APLICACOES A INJETAR          ".
           05 FILLER               PIC X(49) VALUE
              "APLMOV.DAT   017009MOVIMENTO DE APLICACOES       ".
           05 FILLER               PIC X(49) VALUE
              "TRANSAPL.DAT 000002TRANSACOES DE APLICACAO       ".
           05 FILLER               PIC X(49) VALUE
              "INFREND.DAT  001000INFORME DE RENDIMENTOS        ".
           05 FILLER               PIC X(49) VALUE
              "LGPDLOG.DAT  001000LOG DE ANONIMIZACAO           ".
           05 FILLER               PIC X(49) VALUE
              "LANCPRJ.DAT  009001PREJUIZO A INJETAR            ".
           05 FILLER               PIC X(49) VALUE
              "PREJMOV.DAT  017009MOVIMENTO DE PREJUIZO         ".
           05 FILLER               PIC X(49) VALUE
              "TRANSDEV.DAT 002000TRANSACOES DE DEVOLUCAO       ".
           05 FILLER               PIC X(49) VALUE
              "EXTRRET.DAT  010021EXTRATOS RETIDOS              ".
           05 FILLER               PIC X(49) VALUE
              "EXTMRET.DAT  010021EXTRATOS MENSAIS RETIDOS      ".
           05 FILLER               PIC X(49) VALUE
              "CARTARET.DAT 010021CARTAS DE COBRANCA RETIDAS    ".
       01  TABELA-ARQUIVOS-NOMES-TAB
                                REDEFINES TABELA-ARQUIVOS-NOMES.
           05 TAB-ARQUIVO OCCURS 45 TIMES.
               10 TAB-ARQ-NOME     PIC X(13).
               10 TAB-ARQ-POS-CPF  PIC 9(03).
               10 TAB-ARQ-POS-CONTA PIC 9(03).
               10 TAB-ARQ-DESCRICAO PIC X(30).
       77 WS-QTD-ARQUIVOS          PIC 9(02) VALUE 45.
       77 WS-IDX-ARQ               PIC 9(02) VALUE ZERO.

       77 WS-NOME-ARQUIVO          PIC X(13) VALUE SPACES.
       77 WS-POS-CPF               PIC 9(03) VALUE ZERO.
       77 WS-POS-CONTA             PIC 9(03) VALUE ZERO.
       77 WS-DESCRICAO             PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      * Arquivos mortos: o historico mensal de movimentos do ARQMOV
      * e os anuais do historico de saldo e da trilha do cadastro.
      *----------------------------------------------------------------*
       01  WS-NOME-MORTO-MENSAL.
           05 FILLER               PIC X(03) VALUE "MOV".
           05 WS-MM-ANO            PIC 9(04) VALUE ZERO.
           05 WS-MM-MES            PIC 9(02) VALUE ZERO.
           05 FILLER               PIC X(04) VALUE ".ARC".
       01  WS-NOME-MORTO-ANUAL.
           05 WS-MA-PREFIXO        PIC X(03) VALUE SPACES.
           05 WS-MA-ANO            PIC 9(04) VALUE ZERO.
           05 FILLER               PIC X(04) VALUE ".ARC".
       77 WS-QTD-MORTOS            PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------*
      * Resumo por arquivo (ou familia de arquivos mortos).
      *----------------------------------------------------------------*
       77 WS-QTD-RESUMO            PIC 9(02) VALUE ZERO.
       77 WS-IDX-RES               PIC 9(02) VALUE ZERO.
       01  WS-TAB-RESUMO.
           05 WS-RESUMO-ITEM OCCURS 70 TIMES.
               10 WS-RES-ARQUIVO   PIC X(13).
               10 WS-RES-DESCRICAO PIC X(30).
               10 WS-RES-QTD       PIC 9(07).
               10 WS-RES-SITUACAO  PIC X(12).
       77 WS-QTD-ARQUIVO           PIC 9(07) VALUE ZERO.
       77 WS-QTD-TOTAL             PIC 9(07) VALUE ZERO.
       77 WS-SITUACAO-ARQ          PIC X(12) VALUE SPACES.

       77 WS-IMAGEM                PIC X(400) VALUE SPACES.
       77 WS-POS-TRECHO            PIC 9(03) VALUE ZERO.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(36) VALUE
              "RELATORIO DO TITULAR (LGPD) - CPF ".
           05 WS-CAB-CPF           PIC X(11).
           05 FILLER               PIC X(13) VALUE "  MOVIMENTO ".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(20) VALUE
              "ATENDIDO POR.......:".
           05 WS-CAB-OPERADOR      PIC X(06).
           05 FILLER               PIC X(24) VALUE
              "  ARQUIVOS MORTOS DESDE ".
           05 WS-CAB-ANO           PIC 9(04).

       01  WS-LINHA-CAMPO.
           05 WS-CMP-ROTULO        PIC X(20).
           05 WS-CMP-VALOR         PIC X(40).

       01  WS-LINHA-CONTA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LC-CONTA          PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LC-PAPEL          PIC X(11).

       01  WS-LINHA-SECAO.
           05 FILLER               PIC X(08) VALUE "ARQUIVO ".
           05 WS-SEC-ARQUIVO       PIC X(13).
           05 FILLER               PIC X(03) VALUE " - ".
           05 WS-SEC-DESCRICAO     PIC X(30).

       01  WS-LINHA-DETALHE.
           05 WS-DET-ARQUIVO       PIC X(13).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-IMAGEM        PIC X(100).

       01  WS-LINHA-FIM-SECAO.
           05 FILLER               PIC X(25) VALUE
              "  REGISTROS ENCONTRADOS: ".
           05 WS-FS-QTD            PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-FS-SITUACAO       PIC X(12).

       01  WS-LINHA-RESUMO.
           05 WS-RS-ARQUIVO        PIC X(14).
           05 WS-RS-DESCRICAO      PIC X(31).
           05 WS-RS-QTD            PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RS-SITUACAO       PIC X(12).

       01  WS-LINHA-TOTAL.
           05 FILLER               PIC X(45) VALUE
              "TOTAL DE REGISTROS DO TITULAR".
           05 WS-TOT-QTD           PIC ZZZZZZ9.

       01  WS-LINHA-SEPARADORA     PIC X(115) VALUE ALL "-".
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
               PERFORM 9900-ABORTAR
           END-IF.
           PERFORM 0050-LER-CARTAO.
           PERFORM 0100-ABRIR-RELATORIO.
           PERFORM 0150-LISTAR-CADASTRO.
           PERFORM 0200-LEVANTAR-CONTAS.
           PERFORM 0250-LISTAR-CONTAS.
           PERFORM 0300-LISTAR-COTITULARES.
           PERFORM 0310-LISTAR-NEGATIVOS.
           PERFORM 0320-LISTAR-COBRANCA.
           PERFORM 0330-LISTAR-ORDENS.
           PERFORM 0340-LISTAR-NSU.
           PERFORM 0350-LISTAR-RECICLO.
           PERFORM 0360-LISTAR-PENDENCIAS.
           PERFORM 0370-LISTAR-APLICACOES.
           PERFORM 0380-LISTAR-SALDOS.
           PERFORM 0390-LISTAR-PREJUIZO.
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > WS-QTD-ARQUIVOS
               PERFORM 0400-LISTAR-SEQUENCIAL
           END-PERFORM.
           PERFORM 0500-LISTAR-MORTOS-MOVIMENTO.
           MOVE "HST" TO WS-MA-PREFIXO.
           MOVE 9     TO WS-POS-CPF.
           MOVE 1     TO WS-POS-CONTA.
           MOVE "HISTORICO DE SALDO - MORTO" TO WS-DESCRICAO.
           PERFORM 0550-LISTAR-MORTOS-ANUAIS.
           MOVE "AUD" TO WS-MA-PREFIXO.
           MOVE 1     TO WS-POS-CPF.
           MOVE 0     TO WS-POS-CONTA.
           MOVE "AUDITORIA DO CADASTRO - MORTO" TO WS-DESCRICAO.
           PERFORM 0550-LISTAR-MORTOS-ANUAIS.
           PERFORM 0600-IMPRIMIR-RESUMO.
           CLOSE RELATORIO-FILE.
           DISPLAY "REGISTROS DO TITULAR " WS-CPF ": " WS-QTD-TOTAL.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Cartao obrigatorio: sem CPF nao ha o que levantar.
      *----------------------------------------------------------------*
       0050-LER-CARTAO.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "LGPDREL ABORTADO - CARTAO LGPDREL.PAR "
                       "AUSENTE (CPF + OPERADOR + ANO INICIAL)"
               PERFORM 9900-ABORTAR
           END-IF.
           READ PARAM-FILE
               AT END
                   DISPLAY "LGPDREL ABORTADO - CARTAO VAZIO"
                   CLOSE PARAM-FILE
                   PERFORM 9900-ABORTAR
           END-READ.
           MOVE LR-CPF      TO WS-CPF.
           MOVE LR-OPERADOR TO WS-OPERADOR.
           MOVE WS-DATA-MOVIMENTO(1:4) TO WS-ANO-ATUAL.
           IF LR-ANO-INICIAL IS NUMERIC
              AND LR-ANO-INICIAL > ZERO
              AND LR-ANO-INICIAL <= WS-ANO-ATUAL
               MOVE LR-ANO-INICIAL TO WS-ANO-INICIAL
           ELSE
               COMPUTE WS-ANO-INICIAL = WS-ANO-ATUAL - 10
           END-IF.
           CLOSE PARAM-FILE.
           IF WS-CPF = SPACES
               DISPLAY "LGPDREL ABORTADO - CPF EM BRANCO NO CARTAO"
               PERFORM 9900-ABORTAR
           END-IF.
           DISPLAY "RELATORIO DO TITULAR - CPF " WS-CPF
                   " (OPERADOR " WS-OPERADOR ")".

       0100-ABRIR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA LGPDREL.LST - STATUS "
                       WS-RELATORIO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CPF            TO WS-CAB-CPF.
           MOVE WS-DATA-MOVIMENTO TO WS-CAB-DATA.
           MOVE WS-OPERADOR       TO WS-CAB-OPERADOR.
           MOVE WS-ANO-INICIAL    TO WS-CAB-ANO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.

      *----------------------------------------------------------------*
      * Cadastro: os dados pessoais por extenso e a imagem do
      * registro; a revisao cadastral logo abaixo. CPF fora do
      * mestre (cliente excluido antes da exclusao logica) nao
      * impede a busca nos demais arquivos.
      *----------------------------------------------------------------*
       0150-LISTAR-CADASTRO.
           MOVE "CLIENTE.DAT"           TO WS-NOME-ARQUIVO.
           MOVE "CADASTRO DO CLIENTE"   TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
           ELSE
               MOVE WS-CPF TO CPF
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO WS-SITUACAO-ARQ
                   NOT INVALID KEY
                       PERFORM 0160-IMPRIMIR-CLIENTE
               END-READ
               CLOSE CLIENTE-FILE
           END-IF.
           PERFORM 0750-FECHAR-SECAO.

           MOVE "RECADAST.DAT"          TO WS-NOME-ARQUIVO.
           MOVE "REVISAO CADASTRAL"     TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT RECADASTRO-FILE.
           IF WS-RECADASTRO-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
           ELSE
               MOVE WS-CPF TO RV-CPF
               READ RECADASTRO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REGISTRO-RECADASTRO TO WS-IMAGEM
                       PERFORM 0800-IMPRIMIR-IMAGEM
               END-READ
               CLOSE RECADASTRO-FILE
           END-IF.
           PERFORM 0750-FECHAR-SECAO.

           MOVE "DEVCORR.DAT"           TO WS-NOME-ARQUIVO.
           MOVE "CORRESPONDENCIA DEVOLVIDA" TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT DEVOLUCAO-FILE.
           IF WS-DEVOLUCAO-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
           ELSE
               MOVE WS-CPF TO DC-CPF
               READ DEVOLUCAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REGISTRO-DEVOLUCAO TO WS-IMAGEM
                       PERFORM 0800-IMPRIMIR-IMAGEM
               END-READ
               CLOSE DEVOLUCAO-FILE
           END-IF.
           PERFORM 0750-FECHAR-SECAO.

       0160-IMPRIMIR-CLIENTE.
           MOVE "NOME...............:" TO WS-CMP-ROTULO.
           MOVE NOME                   TO WS-CMP-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CAMPO.
           MOVE "RG.................:" TO WS-CMP-ROTULO.
           MOVE RG                     TO WS-CMP-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CAMPO.
           MOVE "ENDERECO...........:" TO WS-CMP-ROTULO.
           MOVE ENDERECO               TO WS-CMP-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CAMPO.
           MOVE "NASCIMENTO.........:" TO WS-CMP-ROTULO.
           MOVE SPACES                 TO WS-CMP-VALOR.
           STRING DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO WS-CMP-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CAMPO.
           MOVE "GENERO.............:" TO WS-CMP-ROTULO.
           MOVE GENERO                 TO WS-CMP-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CAMPO.
           MOVE "SITUACAO / DATA....:" TO WS-CMP-ROTULO.
           MOVE SPACES                 TO WS-CMP-VALOR.
           STRING SITUACAO " " DATA-SITUACAO
               DELIMITED BY SIZE INTO WS-CMP-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CAMPO.
           MOVE CLIENTE TO WS-IMAGEM.
           PERFORM 0800-IMPRIMIR-IMAGEM.

      *----------------------------------------------------------------*
      * Levanta as contas do CPF antes de qualquer listagem: as que
      * ele titula no mestre de contas e as que co-titula.
      *----------------------------------------------------------------*
       0200-LEVANTAR-CONTAS.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE LOW-VALUES TO CT-CONTA
               START CONTA-FILE KEY IS NOT LESS CT-CONTA
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ CONTA-FILE NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF CT-CPF = WS-CPF
                               MOVE CT-CONTA TO WS-CONTA-BUSCA
                               MOVE "T" TO WS-PAPEL-BUSCA
                               PERFORM 0210-GUARDAR-CONTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTA-FILE
           END-IF.
           OPEN INPUT COTITULAR-FILE.
           IF WS-COTITULAR-STATUS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE LOW-VALUES TO CO-CHAVE
               START COTITULAR-FILE KEY IS NOT LESS CO-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ COTITULAR-FILE NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF CO-CPF = WS-CPF
                               MOVE CO-CONTA TO WS-CONTA-BUSCA
                               MOVE "C" TO WS-PAPEL-BUSCA
                               PERFORM 0210-GUARDAR-CONTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COTITULAR-FILE
           END-IF.
           DISPLAY "CONTAS DO TITULAR: " WS-QTD-CONTAS.

      *----------------------------------------------------------------*
      * Conta que aparece duas vezes (titular e co-titular da mesma
      * conta) fica com o primeiro papel encontrado.
      *----------------------------------------------------------------*
       0210-GUARDAR-CONTA.
           PERFORM 0470-PROCURAR-CONTA.
           IF CONFERE
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTD-CONTAS >= WS-MAX-CONTAS
               DISPLAY "AVISO - MAIS DE " WS-MAX-CONTAS
                       " CONTAS PARA O CPF, CONTA " WS-CONTA-BUSCA
                       " FORA DA BUSCA"
           ELSE
               ADD 1 TO WS-QTD-CONTAS
               MOVE WS-CONTA-BUSCA TO WS-TAB-CONTA(WS-QTD-CONTAS)
               MOVE WS-PAPEL-BUSCA TO WS-TAB-PAPEL(WS-QTD-CONTAS)
           END-IF.

      *----------------------------------------------------------------*
      * Mestre de contas: cada conta do CPF, titular ou co-titular,
      * com o papel dele e a imagem do registro.
      *----------------------------------------------------------------*
       0250-LISTAR-CONTAS.
           MOVE "CONTA.DAT"             TO WS-NOME-ARQUIVO.
           MOVE "MESTRE DE CONTAS"      TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
               MOVE WS-TAB-CONTA(WS-IDX-CONTA) TO WS-LC-CONTA
               IF WS-TAB-PAPEL(WS-IDX-CONTA) = "T"
                   MOVE "TITULAR"     TO WS-LC-PAPEL
               ELSE
                   MOVE "CO-TITULAR"  TO WS-LC-PAPEL
               END-IF
               WRITE LINHA-RELATORIO FROM WS-LINHA-CONTA
               MOVE WS-TAB-CONTA(WS-IDX-CONTA) TO CT-CONTA
               READ CONTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REGISTRO-CONTA TO WS-IMAGEM
                       PERFORM 0800-IMPRIMIR-IMAGEM
               END-READ
           END-PERFORM.
           CLOSE CONTA-FILE.
           PERFORM 0750-FECHAR-SECAO.

      *----------------------------------------------------------------*
      * Mestres indexados varridos em ordem de chave: o registro
      * entra quando traz o CPF ou uma das contas do CPF.
      *----------------------------------------------------------------*
       0300-LISTAR-COTITULARES.
           MOVE "COTITULA.DAT"          TO WS-NOME-ARQUIVO.
           MOVE "VINCULOS DE CO-TITULARIDADE" TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT COTITULAR-FILE.
           IF WS-COTITULAR-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CO-CHAVE.
           START COTITULAR-FILE KEY IS NOT LESS CO-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ COTITULAR-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE CO-CONTA TO WS-CONTA-BUSCA
                       PERFORM 0470-PROCURAR-CONTA
                       IF CO-CPF = WS-CPF OR CONFERE
                           MOVE REGISTRO-COTITULAR TO WS-IMAGEM
                           PERFORM 0800-IMPRIMIR-IMAGEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COTITULAR-FILE.
           PERFORM 0750-FECHAR-SECAO.

       0310-LISTAR-NEGATIVOS.
           MOVE "NEGSALDO.DAT"          TO WS-NOME-ARQUIVO.
           MOVE "CONTROLE DE SALDO NEGATIVO" TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT NEGSALDO-FILE.
           IF WS-NEGSALDO-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO NG-CONTA.
           START NEGSALDO-FILE KEY IS NOT LESS NG-CONTA
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ NEGSALDO-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE NG-CONTA TO WS-CONTA-BUSCA
                       PERFORM 0470-PROCURAR-CONTA
                       IF NG-CPF = WS-CPF OR CONFERE
                           MOVE REGISTRO-NEGATIVO TO WS-IMAGEM
                           PERFORM 0800-IMPRIMIR-IMAGEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NEGSALDO-FILE.
           PERFORM 0750-FECHAR-SECAO.

       0320-LISTAR-COBRANCA.
           MOVE "COBRANCA.DAT"          TO WS-NOME-ARQUIVO.
           MOVE "PASTAS DE COBRANCA"    TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT COBRANCA-FILE.
           IF WS-COBRANCA-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CB-CONTA.
           START COBRANCA-FILE KEY IS NOT LESS CB-CONTA
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ COBRANCA-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE CB-CONTA TO WS-CONTA-BUSCA
                       PERFORM 0470-PROCURAR-CONTA
                       IF CB-CPF = WS-CPF OR CONFERE
                           MOVE REGISTRO-COBRANCA TO WS-IMAGEM
                           PERFORM 0800-IMPRIMIR-IMAGEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COBRANCA-FILE.
           PERFORM 0750-FECHAR-SECAO.

       0330-LISTAR-ORDENS.
           MOVE "ORDPERM.DAT"           TO WS-NOME-ARQUIVO.
           MOVE "ORDENS PERMANENTES"    TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT ORDEM-FILE.
           IF WS-ORDEM-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO OR-CHAVE.
           START ORDEM-FILE KEY IS NOT LESS OR-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ ORDEM-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE OR-CONTA TO WS-CONTA-BUSCA
                       PERFORM 0470-PROCURAR-CONTA
                       IF NOT CONFERE
                           MOVE OR-CONTA-DESTINO TO WS-CONTA-BUSCA
                           PERFORM 0470-PROCURAR-CONTA
                       END-IF
                       IF OR-CPF = WS-CPF OR CONFERE
                           MOVE REGISTRO-ORDEM TO WS-IMAGEM
                           PERFORM 0800-IMPRIMIR-IMAGEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDEM-FILE.
           PERFORM 0750-FECHAR-SECAO.

       0340-LISTAR-NSU.
           MOVE "NSUREG.DAT"            TO WS-NOME-ARQUIVO.
           MOVE "REGISTRO DE NSU EFETIVADOS" TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT NSUREG-FILE.
           IF WS-NSUREG-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO NSU-NUMERO.
           START NSUREG-FILE KEY IS NOT LESS NSU-NUMERO
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ NSUREG-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE NSU-CONTA TO WS-CONTA-BUSCA
                       PERFORM 0470-PROCURAR-CONTA
                       IF NOT CONFERE
                           MOVE NSU-CONTA-DESTINO TO WS-CONTA-BUSCA
                           PERFORM 0470-PROCURAR-CONTA
                       END-IF
                       IF CONFERE
                           MOVE REGISTRO-NSU TO WS-IMAGEM
                           PERFORM 0800-IMPRIMIR-IMAGEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NSUREG-FILE.
           PERFORM 0750-FECHAR-SECAO.

       0350-LISTAR-RECICLO.
           MOVE "RECREG.DAT"            TO WS-NOME-ARQUIVO.
           MOVE "TENTATIVAS DE RECICLO" TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT RECREG-FILE.
           IF WS-RECREG-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO RG-CHAVE.
           START RECREG-FILE KEY IS NOT LESS RG-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ RECREG-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF RG-CPF = WS-CPF
                           MOVE REGISTRO-REC-REG TO WS-IMAGEM
                           PERFORM 0800-IMPRIMIR-IMAGEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECREG-FILE.
           PERFORM 0750-FECHAR-SECAO.

       0360-LISTAR-PENDENCIAS.
           MOVE "INTEGPEN.DAT"          TO WS-NOME-ARQUIVO.
           MOVE "PENDENCIAS DE INTEGRIDADE" TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT PENDENCIA-FILE.
           IF WS-PENDENCIA-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO PI-CHAVE.
           START PENDENCIA-FILE KEY IS NOT LESS PI-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ PENDENCIA-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE PI-CONTA TO WS-CONTA-BUSCA
                       PERFORM 0470-PROCURAR-CONTA
                       IF PI-CPF = WS-CPF OR CONFERE
                           MOVE REGISTRO-PENDENCIA TO WS-IMAGEM
                           PERFORM 0800-IMPRIMIR-IMAGEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDENCIA-FILE.
           PERFORM 0750-FECHAR-SECAO.

      *----------------------------------------------------------------*
      * Arquivo sequencial da tabela: uma secao por arquivo.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Aplicacoes a prazo do titular, pelo CPF ou pela conta de
      * movimento (conta conjunta).
      *----------------------------------------------------------------*
       0370-LISTAR-APLICACOES.
           MOVE "APLICAC.DAT"           TO WS-NOME-ARQUIVO.
           MOVE "APLICACOES A PRAZO"    TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT APLICAC-FILE.
           IF WS-APLICAC-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO AP-CONTA.
           START APLICAC-FILE KEY IS NOT LESS AP-CONTA
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ APLICAC-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE AP-CONTA-MOVIMENTO TO WS-CONTA-BUSCA
                       PERFORM 0470-PROCURAR-CONTA
                       IF AP-CPF = WS-CPF OR CONFERE
                           MOVE REGISTRO-APLICACAO TO WS-IMAGEM
                           PERFORM 0800-IMPRIMIR-IMAGEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APLICAC-FILE.
           PERFORM 0750-FECHAR-SECAO.

      *----------------------------------------------------------------*
      * Saldo atual: as contas levantadas lidas pela chave primaria
      * e, pela chave alternada, as do CPF que ficaram de fora do
      * levantamento.
      *----------------------------------------------------------------*
       0380-LISTAR-SALDOS.
           MOVE "SALDO.DAT"             TO WS-NOME-ARQUIVO.
           MOVE "SALDO ATUAL DAS CONTAS" TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT SALDO-FILE.
           IF WS-SALDO-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
               MOVE WS-TAB-CONTA(WS-IDX-CONTA) TO SAL-CONTA
               READ SALDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REGISTRO-SALDO TO WS-IMAGEM
                       PERFORM 0800-IMPRIMIR-IMAGEM
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-CPF TO SAL-CPF.
           START SALDO-FILE KEY IS EQUAL SAL-CPF
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ SALDO-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       PERFORM 0385-CONFERIR-SALDO-CPF
               END-READ
           END-PERFORM.
           CLOSE SALDO-FILE.
           PERFORM 0750-FECHAR-SECAO.

       0385-CONFERIR-SALDO-CPF.
           IF SAL-CPF NOT = WS-CPF
               SET FIM-ARQUIVO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SAL-CONTA TO WS-CONTA-BUSCA.
           PERFORM 0470-PROCURAR-CONTA.
           IF NOT CONFERE
               MOVE REGISTRO-SALDO TO WS-IMAGEM
               PERFORM 0800-IMPRIMIR-IMAGEM
           END-IF.

       0390-LISTAR-PREJUIZO.
           MOVE "PREJUIZO.DAT"          TO WS-NOME-ARQUIVO.
           MOVE "CONTAS BAIXADAS COMO PREJUIZO" TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           OPEN INPUT PREJUIZO-FILE.
           IF WS-PREJUIZO-STATUS NOT = "00"
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
               PERFORM 0750-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO PJ-CONTA.
           START PREJUIZO-FILE KEY IS NOT LESS PJ-CONTA
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ PREJUIZO-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE PJ-CONTA TO WS-CONTA-BUSCA
                       PERFORM 0470-PROCURAR-CONTA
                       IF PJ-CPF = WS-CPF OR CONFERE
                           MOVE REGISTRO-PREJUIZO TO WS-IMAGEM
                           PERFORM 0800-IMPRIMIR-IMAGEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PREJUIZO-FILE.
           PERFORM 0750-FECHAR-SECAO.

       0400-LISTAR-SEQUENCIAL.
           MOVE TAB-ARQ-NOME(WS-IDX-ARQ)      TO WS-NOME-ARQUIVO.
           MOVE TAB-ARQ-POS-CPF(WS-IDX-ARQ)   TO WS-POS-CPF.
           MOVE TAB-ARQ-POS-CONTA(WS-IDX-ARQ) TO WS-POS-CONTA.
           MOVE TAB-ARQ-DESCRICAO(WS-IDX-ARQ) TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           PERFORM 0450-VARRER-ARQUIVO.
           IF NOT ARQUIVO-PRESENTE
               MOVE "AUSENTE" TO WS-SITUACAO-ARQ
           END-IF.
           PERFORM 0750-FECHAR-SECAO.

      *----------------------------------------------------------------*
      * Varre o arquivo de WS-NOME-ARQUIVO conferindo CPF e conta
      * nas posicoes correntes; arquivo ausente so desliga
      * ARQUIVO-PRESENTE.
      *----------------------------------------------------------------*
       0450-VARRER-ARQUIVO.
           MOVE "N" TO WS-ARQUIVO-PRESENTE.
           OPEN INPUT GENERICO-FILE.
           IF WS-GENERICO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           SET ARQUIVO-PRESENTE TO TRUE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0950-LER-GENERICO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REGISTRO-GENERICO TO WS-IMAGEM
               PERFORM 0460-CONFERIR-IMAGEM
               IF CONFERE
                   PERFORM 0800-IMPRIMIR-IMAGEM
               END-IF
               PERFORM 0950-LER-GENERICO
           END-PERFORM.
           CLOSE GENERICO-FILE.

       0460-CONFERIR-IMAGEM.
           MOVE "N" TO WS-CONFERE.
           IF WS-POS-CPF > ZERO
               IF WS-IMAGEM(WS-POS-CPF:11) = WS-CPF
                   SET CONFERE TO TRUE
               END-IF
           END-IF.
           IF WS-POS-CONTA > ZERO AND NOT CONFERE
               MOVE WS-IMAGEM(WS-POS-CONTA:8) TO WS-CONTA-BUSCA
               PERFORM 0470-PROCURAR-CONTA
           END-IF.

       0470-PROCURAR-CONTA.
           MOVE "N" TO WS-CONFERE.
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTD-CONTAS OR CONFERE
               IF WS-TAB-CONTA(WS-IDX-CONTA) = WS-CONTA-BUSCA
                   SET CONFERE TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Historico mensal de movimentos: todo MOVaaaamm.ARC existente
      * desde o ano inicial, numa secao so.
      *----------------------------------------------------------------*
       0500-LISTAR-MORTOS-MOVIMENTO.
           MOVE "MOVaaaamm.ARC"         TO WS-NOME-ARQUIVO.
           MOVE "MOVIMENTOS - ARQUIVO MORTO" TO WS-DESCRICAO.
           PERFORM 0700-ABRIR-SECAO.
           MOVE 9 TO WS-POS-CPF.
           MOVE 1 TO WS-POS-CONTA.
           MOVE ZERO TO WS-QTD-MORTOS.
           PERFORM VARYING WS-ANO FROM WS-ANO-INICIAL BY 1
                   UNTIL WS-ANO > WS-ANO-ATUAL
               PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
                   MOVE WS-ANO TO WS-MM-ANO
                   MOVE WS-MES TO WS-MM-MES
                   MOVE WS-NOME-MORTO-MENSAL TO WS-NOME-ARQUIVO
                   PERFORM 0450-VARRER-ARQUIVO
                   IF ARQUIVO-PRESENTE
                       ADD 1 TO WS-QTD-MORTOS
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE "MOVaaaamm.ARC" TO WS-NOME-ARQUIVO.
           PERFORM 0560-SITUACAO-MORTOS.
           PERFORM 0750-FECHAR-SECAO.

      *----------------------------------------------------------------*
      * Arquivos mortos anuais do prefixo corrente (HST ou AUD).
      *----------------------------------------------------------------*
       0550-LISTAR-MORTOS-ANUAIS.
           MOVE SPACES TO WS-NOME-ARQUIVO.
           STRING WS-MA-PREFIXO "aaaa.ARC"
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO.
           PERFORM 0700-ABRIR-SECAO.
           MOVE ZERO TO WS-QTD-MORTOS.
           PERFORM VARYING WS-ANO FROM WS-ANO-INICIAL BY 1
                   UNTIL WS-ANO > WS-ANO-ATUAL
               MOVE WS-ANO TO WS-MA-ANO
               MOVE WS-NOME-MORTO-ANUAL TO WS-NOME-ARQUIVO
               PERFORM 0450-VARRER-ARQUIVO
               IF ARQUIVO-PRESENTE
                   ADD 1 TO WS-QTD-MORTOS
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-NOME-ARQUIVO.
           STRING WS-MA-PREFIXO "aaaa.ARC"
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO.
           PERFORM 0560-SITUACAO-MORTOS.
           PERFORM 0750-FECHAR-SECAO.

       0560-SITUACAO-MORTOS.
           IF WS-QTD-MORTOS = ZERO
               MOVE "NENHUM" TO WS-SITUACAO-ARQ
           ELSE
               MOVE SPACES TO WS-SITUACAO-ARQ
               STRING WS-QTD-MORTOS " ARQUIVOS"
                   DELIMITED BY SIZE INTO WS-SITUACAO-ARQ
           END-IF.

       0600-IMPRIMIR-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.
           MOVE "RESUMO POR ARQUIVO" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-QTD-RESUMO
               MOVE WS-RES-ARQUIVO(WS-IDX-RES)   TO WS-RS-ARQUIVO
               MOVE WS-RES-DESCRICAO(WS-IDX-RES) TO WS-RS-DESCRICAO
               MOVE WS-RES-QTD(WS-IDX-RES)       TO WS-RS-QTD
               MOVE WS-RES-SITUACAO(WS-IDX-RES)  TO WS-RS-SITUACAO
               WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO
           END-PERFORM.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.
           MOVE WS-QTD-TOTAL TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.

       0700-ABRIR-SECAO.
           MOVE ZERO   TO WS-QTD-ARQUIVO.
           MOVE SPACES TO WS-SITUACAO-ARQ.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-NOME-ARQUIVO TO WS-SEC-ARQUIVO.
           MOVE WS-DESCRICAO    TO WS-SEC-DESCRICAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO.

       0750-FECHAR-SECAO.
           MOVE WS-QTD-ARQUIVO  TO WS-FS-QTD.
           MOVE WS-SITUACAO-ARQ TO WS-FS-SITUACAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-FIM-SECAO.
           ADD WS-QTD-ARQUIVO TO WS-QTD-TOTAL.
           IF WS-QTD-RESUMO < 70
               ADD 1 TO WS-QTD-RESUMO
               MOVE WS-NOME-ARQUIVO TO WS-RES-ARQUIVO(WS-QTD-RESUMO)
               MOVE WS-DESCRICAO    TO WS-RES-DESCRICAO(WS-QTD-RESUMO)
               MOVE WS-QTD-ARQUIVO  TO WS-RES-QTD(WS-QTD-RESUMO)
               MOVE WS-SITUACAO-ARQ TO WS-RES-SITUACAO(WS-QTD-RESUMO)
           END-IF.

      *----------------------------------------------------------------*
      * Imagem integral do registro, em trechos de 100 posicoes (o
      * primeiro com o nome do arquivo, os seguintes so se houver
      * conteudo).
      *----------------------------------------------------------------*
       0800-IMPRIMIR-IMAGEM.
           ADD 1 TO WS-QTD-ARQUIVO.
           MOVE WS-NOME-ARQUIVO   TO WS-DET-ARQUIVO.
           MOVE WS-IMAGEM(1:100)  TO WS-DET-IMAGEM.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.
           PERFORM VARYING WS-POS-TRECHO FROM 101 BY 100
                   UNTIL WS-POS-TRECHO > 301
               IF WS-IMAGEM(WS-POS-TRECHO:100) NOT = SPACES
                   MOVE SPACES TO WS-DET-ARQUIVO
                   MOVE WS-IMAGEM(WS-POS-TRECHO:100) TO WS-DET-IMAGEM
                   WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE
               END-IF
           END-PERFORM.

       0950-LER-GENERICO.
           READ GENERICO-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       9900-ABORTAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
