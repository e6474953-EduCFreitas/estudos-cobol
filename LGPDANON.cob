      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Anonimizacao (LGPD) dos clientes encerrados ha mais
      *          tempo que a retencao do cartao LGPDANON.PAR (anos;
      *          sem cartao, 5 anos em simulacao). Elegivel e o CPF
      *          cujas contas - titular em CONTA.DAT ou co-titular em
      *          COTITULA.DAT - estao todas encerradas ate a data de
      *          corte (encerramento pela trilha AUDCTA.DAT), ou o
      *          cliente sem conta inativo/falecido desde antes do
      *          corte. Nome, RG, endereco e dia/mes de nascimento
      *          sao mascarados no mestre e nas copias que os
      *          carregam (nome de SALDO.DAT, trilha AUDCLI.DAT e
      *          arquivos mortos AUDaaaa.ARC, transacoes do cadastro
      *          em RECICLO.DAT, CADMORTO.DAT e PENDCLI.DAT, nome do
      *          informe INFREND.DAT). CPF, genero, ano de nascimento,
      *          contas e todo o historico financeiro permanecem, e
      *          os totais continuam agregaveis. Cada CPF anonimizado
      *          ganha um registro no log LGPDLOG.DAT. Em simulacao
      *          ("S") so o relatorio LGPDANON.LST e emitido.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. LGPDANON.
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
           SELECT PARAM-FILE ASSIGN TO "LGPDANON.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS WS-CLIENTE-STATUS.

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

      *----------------------------------------------------------------*
      * Trilha das contas: a mudanca de situacao para "E" e a data
      * do encerramento, reordenada por conta e data.
      *----------------------------------------------------------------*
           SELECT AUDCTA-FILE ASSIGN TO "AUDCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDCTA-STATUS.

           SELECT SORT-ENC ASSIGN TO "WORKLGE.TMP".

           SELECT ENC-ORDENADO ASSIGN TO "LGEORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENC-ORDENADO-STATUS.

      *----------------------------------------------------------------*
      * Vinculos CPF x conta (titular e co-titular) com a situacao e
      * o encerramento da conta, reordenados por CPF para o
      * balanceamento com o cadastro.
      *----------------------------------------------------------------*
           SELECT VINCULO-FILE ASSIGN TO "LGPDVIN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VINCULO-STATUS.

           SELECT SORT-VIN ASSIGN TO "WORKLGV.TMP".

           SELECT VIN-ORDENADO ASSIGN TO "LGVORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIN-ORDENADO-STATUS.

      *----------------------------------------------------------------*
      * Mestre de saldos: as contas de cada CPF elegivel sao achadas
      * pela chave alternada SAL-CPF e regravadas no lugar.
      *----------------------------------------------------------------*
           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CONTA
               ALTERNATE RECORD KEY IS SAL-CPF WITH DUPLICATES
               FILE STATUS IS WS-SALDO-STATUS.

      *----------------------------------------------------------------*
      * Arquivos sequenciais mascarados: um SELECT de nome variavel
      * atende todos, regravados pelo temporario e copiados de
      * volta, no esquema do TROCACPF.
      *----------------------------------------------------------------*
           SELECT GENERICO-FILE ASSIGN USING WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERICO-STATUS.

           SELECT GENERICO-TMP-FILE ASSIGN TO "LGPDANON.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERICO-TMP-STATUS.

           SELECT LGPDLOG-FILE ASSIGN TO "LGPDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGPDLOG-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "LGPDANON.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Cartao: anos de retencao apos o encerramento, modo ("S"
      * simula, "E" efetiva) e operador responsavel.
      *----------------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-LGPDANON.
           05 LA-ANOS-RETENCAO      PIC 9(02).
           05 LA-MODO               PIC X.
           05 LA-OPERADOR           PIC X(06).

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  COTITULAR-FILE.
           COPY COTITULA.

       FD  SALDO-FILE.
           COPY SALDO.

       FD  AUDCTA-FILE.
           COPY AUDIT.

       SD  SORT-ENC.
           COPY AUDIT REPLACING ==REGISTRO-AUDITORIA==
                             BY ==SE-REGISTRO-AUDITORIA==
                       LEADING ==AUD-== BY ==SE-==.

       FD  ENC-ORDENADO.
           COPY AUDIT REPLACING ==REGISTRO-AUDITORIA==
                             BY ==EO-REGISTRO-AUDITORIA==
                       LEADING ==AUD-== BY ==EO-==.

       FD  VINCULO-FILE.
       01  REGISTRO-VINCULO.
           05 VI-CPF                PIC X(11).
           05 VI-CONTA              PIC X(08).
           05 VI-PAPEL              PIC X.
           05 VI-SITUACAO           PIC X.
           05 VI-DATA-ENCERRAMENTO  PIC 9(08).

       SD  SORT-VIN.
       01  SV-REGISTRO-VINCULO.
           05 SV-CPF                PIC X(11).
           05 SV-CONTA              PIC X(08).
           05 SV-PAPEL              PIC X.
           05 SV-SITUACAO           PIC X.
           05 SV-DATA-ENCERRAMENTO  PIC 9(08).

       FD  VIN-ORDENADO.
       01  VO-REGISTRO-VINCULO.
           05 VO-CPF                PIC X(11).
           05 VO-CONTA              PIC X(08).
           05 VO-PAPEL              PIC X.
           05 VO-SITUACAO           PIC X.
               88 VO-ENCERRADA      VALUE "E".
           05 VO-DATA-ENCERRAMENTO  PIC 9(08).

       FD  GENERICO-FILE.
       01  REGISTRO-GENERICO        PIC X(400).

       FD  GENERICO-TMP-FILE.
       01  REGISTRO-GENERICO-TMP    PIC X(400).

       FD  LGPDLOG-FILE.
           COPY LGPDLOG.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-CLIENTE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CONTA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-COTITULAR-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-AUDCTA-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-ENC-ORDENADO-STATUS   PIC X(02) VALUE ZEROS.
       77 WS-VINCULO-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-VIN-ORDENADO-STATUS   PIC X(02) VALUE ZEROS.
       77 WS-SALDO-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-GENERICO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-GENERICO-TMP-STATUS   PIC X(02) VALUE ZEROS.
       77 WS-LGPDLOG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-ARQUIVO           PIC X     VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 WS-FIM-CLIENTE           PIC X     VALUE "N".
           88 FIM-CLIENTE          VALUE "S".
       77 WS-FIM-VINCULO           PIC X     VALUE "N".
           88 FIM-VINCULO          VALUE "S".
       77 WS-MODO                  PIC X     VALUE "S".
           88 MODO-SIMULACAO       VALUE "S".
           88 MODO-EFETIVO         VALUE "E".
       77 WS-ACHOU                 PIC X     VALUE "N".
           88 ACHOU                VALUE "S".
       77 WS-ALTEROU               PIC X     VALUE "N".
           88 ALTEROU              VALUE "S".

       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "LGPDANON".
       77 WS-HORA                  PIC 9(08) VALUE ZERO.

       77 WS-ANOS-RETENCAO         PIC 9(02) VALUE 5.
       77 WS-OPERADOR              PIC X(06) VALUE "BATCH".
       01  WS-DATA-CORTE-GRUPO.
           05 WS-CORTE-ANO         PIC 9(04).
           05 WS-CORTE-MMDD        PIC 9(04).
       01  WS-DATA-CORTE REDEFINES WS-DATA-CORTE-GRUPO PIC 9(08).

      *----------------------------------------------------------------*
      * Nome que substitui o do titular em todo arquivo mascarado;
      * e tambem a marca de CPF ja anonimizado no mestre.
      *----------------------------------------------------------------*
       77 WS-NOME-ANONIMO          PIC X(20) VALUE "ANONIMIZADO LGPD".

      *----------------------------------------------------------------*
      * Encerramentos por conta (o mais recente de cada uma), em
      * ordem de conta para a pesquisa binaria.
      *----------------------------------------------------------------*
       77 WS-QTD-ENC               PIC 9(05) VALUE ZERO.
       77 WS-MAX-ENC               PIC 9(05) VALUE 20000.
       01  WS-TAB-ENCERRAMENTOS.
           05 WS-ENC-ITEM OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-QTD-ENC
                   ASCENDING KEY IS WS-ENC-CONTA
                   INDEXED BY IX-ENC.
               10 WS-ENC-CONTA     PIC X(08).
               10 WS-ENC-DATA      PIC 9(08).

      *----------------------------------------------------------------*
      * CPF elegiveis, em ordem de CPF (saem do balanceamento ja
      * ordenados), com os contadores de registros mascarados em
      * cada arquivo para o log.
      *----------------------------------------------------------------*
       77 WS-QTD-ELEGIVEIS         PIC 9(04) VALUE ZERO.
       77 WS-MAX-ELEGIVEIS         PIC 9(04) VALUE 5000.
       01  WS-TAB-ELEGIVEIS.
           05 WS-ELG-ITEM OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-QTD-ELEGIVEIS
                   ASCENDING KEY IS WS-ELG-CPF
                   INDEXED BY IX-ELG.
               10 WS-ELG-CPF       PIC X(11).
               10 WS-ELG-DATA-ENC  PIC 9(08).
               10 WS-ELG-QTD-CONTAS PIC 9(03).
               10 WS-ELG-QTD-CLIENTE PIC 9(03).
               10 WS-ELG-QTD-SALDO PIC 9(05).
               10 WS-ELG-QTD-AUD   PIC 9(05).
               10 WS-ELG-QTD-TRANS PIC 9(05).
               10 WS-ELG-QTD-INF   PIC 9(05).
       77 WS-IDX                   PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * Resumo das contas do CPF corrente no balanceamento.
      *----------------------------------------------------------------*
       77 WS-CPF-QTD-CONTAS        PIC 9(03) VALUE ZERO.
       77 WS-CPF-QTD-ABERTAS       PIC 9(03) VALUE ZERO.
       77 WS-CPF-QTD-SEM-DATA      PIC 9(03) VALUE ZERO.
       77 WS-CPF-DATA-ENC          PIC 9(08) VALUE ZERO.
       77 WS-CPF-CONTA-SEM-DATA    PIC X(08) VALUE SPACES.

       77 WS-QTD-CLIENTES          PIC 9(07) VALUE ZERO.
       77 WS-QTD-JA-ANONIMOS       PIC 9(07) VALUE ZERO.
       77 WS-QTD-REVISAR           PIC 9(07) VALUE ZERO.
       77 WS-QTD-ADIADOS           PIC 9(07) VALUE ZERO.
       77 WS-QTD-LOG               PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------*
      * Arquivo sequencial corrente na mascara: nome, posicao do CPF
      * no registro e tipo de registro (S saldo, A auditoria do
      * cadastro, T transacao do cadastro, I informe).
      *----------------------------------------------------------------*
       77 WS-NOME-ARQUIVO          PIC X(12) VALUE SPACES.
       77 WS-POS-CPF               PIC 9(03) VALUE ZERO.
       77 WS-TIPO-REGISTRO         PIC X     VALUE SPACE.
           88 TIPO-AUDITORIA       VALUE "A".
           88 TIPO-TRANSACAO       VALUE "T".
           88 TIPO-INFORME         VALUE "I".
       77 WS-QTD-ARQUIVO           PIC 9(07) VALUE ZERO.
       77 WS-QTD-TOT-CLIENTE       PIC 9(07) VALUE ZERO.
       77 WS-QTD-TOT-SALDO         PIC 9(07) VALUE ZERO.
       77 WS-QTD-TOT-AUD           PIC 9(07) VALUE ZERO.
       77 WS-QTD-TOT-TRANS         PIC 9(07) VALUE ZERO.
       77 WS-QTD-TOT-INF           PIC 9(07) VALUE ZERO.
       77 WS-CPF-REGISTRO          PIC X(11) VALUE SPACES.

       01  WS-NOME-MORTO-AUD.
           05 FILLER               PIC X(03) VALUE "AUD".
           05 WS-MORTO-ANO         PIC 9(04) VALUE ZERO.
           05 FILLER               PIC X(04) VALUE ".ARC".
       77 WS-ANO                   PIC 9(04) VALUE ZERO.
       77 WS-ANO-INICIAL           PIC 9(04) VALUE ZERO.
       77 WS-ANO-ATUAL             PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * Visoes do registro corrente: a imagem lida e os layouts de
      * cada tipo de arquivo mascarado.
      *----------------------------------------------------------------*
       77 WS-IMAGEM                PIC X(400) VALUE SPACES.

           COPY AUDIT REPLACING ==REGISTRO-AUDITORIA==
                             BY ==WS-REGISTRO-AUDITORIA==
                       LEADING ==AUD-== BY ==WAU-==.

           COPY INFREG REPLACING ==REGISTRO-INF-REND==
                              BY ==WS-REGISTRO-INF-REND==
                        LEADING ==IR-== BY ==WIR-==.

      *----------------------------------------------------------------*
      * Imagem da transacao do cadastro (layout do CADCLI.cob) no
      * inicio dos registros de RECICLO.DAT, CADMORTO.DAT e
      * PENDCLI.DAT.
      *----------------------------------------------------------------*
       01  WS-TRANS-CLI.
           05 WTC-CODIGO           PIC X.
           05 WTC-CPF              PIC X(11).
           05 WTC-NOME             PIC X(20).
           05 WTC-RG               PIC X(11).
           05 WTC-ENDERECO         PIC X(20).
           05 WTC-DIA              PIC X(02).
           05 WTC-MES              PIC X(02).
           05 WTC-ANO              PIC X(04).
           05 WTC-RESTO            PIC X(329).

      *----------------------------------------------------------------*
      * Valor de data de nascimento na trilha (dd/mm/aaaa).
      *----------------------------------------------------------------*
       01  WS-VALOR-DATA.
           05 WS-VD-DIA-MES        PIC X(05).
           05 WS-VD-ANO            PIC X(15).

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(36) VALUE
              "ANONIMIZACAO LGPD - MOVIMENTO ".
           05 WS-CAB-DATA          PIC 9(08).
           05 FILLER               PIC X(08) VALUE "  MODO ".
           05 WS-CAB-MODO          PIC X(10).
           05 FILLER               PIC X(11) VALUE "  OPERADOR ".
           05 WS-CAB-OPERADOR      PIC X(06).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(20) VALUE
              "RETENCAO (ANOS)....:".
           05 WS-CAB-ANOS          PIC Z9.
           05 FILLER               PIC X(18) VALUE
              "  DATA DE CORTE.: ".
           05 WS-CAB-CORTE         PIC 9(08).

       01  WS-LINHA-REVISAR.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RV-CPF            PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(38) VALUE
              "CONTA ENCERRADA SEM DATA NA TRILHA: ".
           05 WS-RV-CONTA          PIC X(08).

       01  WS-CABECALHO-ELEGIVEIS.
           05 FILLER               PIC X(15) VALUE "  CPF".
           05 FILLER               PIC X(12) VALUE "ENCERRAM.".
           05 FILLER               PIC X(08) VALUE "CONTAS".
           05 FILLER               PIC X(08) VALUE "CADAST.".
           05 FILLER               PIC X(08) VALUE "SALDO".
           05 FILLER               PIC X(08) VALUE "TRILHA".
           05 FILLER               PIC X(08) VALUE "TRANS.".
           05 FILLER               PIC X(08) VALUE "INFORME".

       01  WS-LINHA-ELEGIVEL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EL-CPF            PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EL-DATA           PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EL-CONTAS         PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EL-CLIENTE        PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EL-SALDO          PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EL-AUD            PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EL-TRANS          PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-EL-INF            PIC ZZZZZ9.

       01  WS-LINHA-ARQUIVO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LA-ARQUIVO        PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LA-QTD            PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LA-SITUACAO       PIC X(20).

       01  WS-LINHA-TOTAL.
           05 WS-TL-ROTULO         PIC X(40).
           05 WS-TL-QTD            PIC ZZZZZZ9.

       01  WS-LINHA-SEPARADORA     PIC X(100) VALUE ALL "-".
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
           ACCEPT WS-HORA FROM TIME.
           PERFORM 0050-LER-CARTAO.
           PERFORM 0100-ABRIR-RELATORIO.
           PERFORM 0200-CARREGAR-ENCERRAMENTOS.
           PERFORM 0300-GERAR-VINCULOS.
           PERFORM 0400-SELECIONAR-ELEGIVEIS.
           IF WS-QTD-ELEGIVEIS > ZERO
               MOVE "REGISTROS MASCARADOS POR ARQUIVO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM 0500-MASCARAR-CADASTRO
               PERFORM 0600-MASCARAR-SEQUENCIAIS
               IF MODO-EFETIVO
                   PERFORM 0700-GRAVAR-LOG
               END-IF
           END-IF.
           PERFORM 0800-IMPRIMIR-ELEGIVEIS.
           CLOSE RELATORIO-FILE.
           DISPLAY "CLIENTES LIDOS.........: " WS-QTD-CLIENTES.
           DISPLAY "CPF ELEGIVEIS..........: " WS-QTD-ELEGIVEIS.
           DISPLAY "CPF A REVISAR..........: " WS-QTD-REVISAR.
           DISPLAY "REGISTROS NO LOG LGPD..: " WS-QTD-LOG.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Cartao opcional: sem ele a execucao so simula, com a
      * retencao padrao. Retencao zero nao e aceita (anonimizaria
      * contas encerradas no proprio dia).
      *----------------------------------------------------------------*
       0050-LER-CARTAO.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "AVISO - CARTAO LGPDANON.PAR AUSENTE, "
                       "SIMULACAO COM RETENCAO DE 5 ANOS"
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "AVISO - CARTAO LGPDANON.PAR VAZIO, "
                               "SIMULACAO COM RETENCAO DE 5 ANOS"
                   NOT AT END
                       IF LA-ANOS-RETENCAO IS NUMERIC
                          AND LA-ANOS-RETENCAO > ZERO
                           MOVE LA-ANOS-RETENCAO TO WS-ANOS-RETENCAO
                       END-IF
                       IF LA-MODO = "E"
                           SET MODO-EFETIVO TO TRUE
                       END-IF
                       IF LA-OPERADOR NOT = SPACES
                           MOVE LA-OPERADOR TO WS-OPERADOR
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

           MOVE WS-DATA-MOVIMENTO TO WS-DATA-CORTE.
           SUBTRACT WS-ANOS-RETENCAO FROM WS-CORTE-ANO.
           IF WS-CORTE-MMDD = 0229
               MOVE 0228 TO WS-CORTE-MMDD
           END-IF.
           MOVE WS-DATA-MOVIMENTO(1:4) TO WS-ANO-ATUAL.
           COMPUTE WS-ANO-INICIAL = WS-ANO-ATUAL - 30.
           IF MODO-EFETIVO
               DISPLAY "ANONIMIZACAO EFETIVA - CORTE " WS-DATA-CORTE
                       " OPERADOR " WS-OPERADOR
           ELSE
               DISPLAY "ANONIMIZACAO EM SIMULACAO - CORTE "
                       WS-DATA-CORTE
           END-IF.

       0100-ABRIR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA LGPDANON.LST - STATUS "
                       WS-RELATORIO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-MOVIMENTO TO WS-CAB-DATA.
           IF MODO-EFETIVO
               MOVE "EFETIVO"   TO WS-CAB-MODO
           ELSE
               MOVE "SIMULACAO" TO WS-CAB-MODO
           END-IF.
           MOVE WS-OPERADOR       TO WS-CAB-OPERADOR.
           MOVE WS-ANOS-RETENCAO  TO WS-CAB-ANOS.
           MOVE WS-DATA-CORTE     TO WS-CAB-CORTE.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.

      *----------------------------------------------------------------*
      * Data de encerramento de cada conta: a ultima mudanca de
      * situacao para "E" na trilha AUDCTA.DAT (a conta leva o
      * numero no campo de chave). Sem a trilha nenhuma conta tem
      * data e so clientes sem conta podem ser elegiveis.
      *----------------------------------------------------------------*
       0200-CARREGAR-ENCERRAMENTOS.
           OPEN INPUT AUDCTA-FILE.
           IF WS-AUDCTA-STATUS NOT = "00"
               DISPLAY "AVISO - AUDCTA.DAT AUSENTE, CONTAS SEM DATA "
                       "DE ENCERRAMENTO"
               EXIT PARAGRAPH
           END-IF.
           CLOSE AUDCTA-FILE.

           SORT SORT-ENC
               ON ASCENDING KEY SE-CPF SE-DATA
               USING AUDCTA-FILE
               GIVING ENC-ORDENADO.

           OPEN INPUT ENC-ORDENADO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0960-LER-ENC-ORDENADO.
           PERFORM UNTIL FIM-ARQUIVO
               IF EO-CAMPO = "SITUACAO"
                  AND EO-VALOR-NOVO(1:1) = "E"
                   PERFORM 0210-GUARDAR-ENCERRAMENTO
               END-IF
               PERFORM 0960-LER-ENC-ORDENADO
           END-PERFORM.
           CLOSE ENC-ORDENADO.
           DISPLAY "CONTAS COM ENCERRAMENTO NA TRILHA: " WS-QTD-ENC.

      *----------------------------------------------------------------*
      * A trilha chega em ordem de conta e data: encerramento
      * repetido da mesma conta (reaberta e encerrada de novo)
      * substitui a data anterior.
      *----------------------------------------------------------------*
       0210-GUARDAR-ENCERRAMENTO.
           IF WS-QTD-ENC > ZERO
               IF WS-ENC-CONTA(WS-QTD-ENC) = EO-CPF(1:8)
                   MOVE EO-DATA TO WS-ENC-DATA(WS-QTD-ENC)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-QTD-ENC >= WS-MAX-ENC
               DISPLAY "AVISO - TABELA DE ENCERRAMENTOS CHEIA, CONTA "
                       EO-CPF(1:8) " SEM DATA"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-ENC.
           MOVE EO-CPF(1:8) TO WS-ENC-CONTA(WS-QTD-ENC).
           MOVE EO-DATA     TO WS-ENC-DATA(WS-QTD-ENC).

      *----------------------------------------------------------------*
      * Um vinculo por conta do titular e por co-titularidade, com a
      * situacao e a data de encerramento da conta; ordenados por
      * CPF e conta.
      *----------------------------------------------------------------*
       0300-GERAR-VINCULOS.
           OPEN OUTPUT VINCULO-FILE.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "LGPDANON ABORTADO - CONTA.DAT INDISPONIVEL - "
                       "STATUS " WS-CONTA-STATUS
               CLOSE VINCULO-FILE
               PERFORM 9900-ABORTAR
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CT-CONTA.
           START CONTA-FILE KEY IS NOT LESS CT-CONTA
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ CONTA-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE CT-CPF TO VI-CPF
                       MOVE "T"    TO VI-PAPEL
                       PERFORM 0310-GRAVAR-VINCULO
               END-READ
           END-PERFORM.

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
                           MOVE CO-CONTA TO CT-CONTA
                           READ CONTA-FILE
                               INVALID KEY
                                   MOVE CO-CONTA TO CT-CONTA
                                   MOVE SPACE TO CT-SITUACAO
                           END-READ
                           MOVE CO-CPF TO VI-CPF
                           MOVE "C"    TO VI-PAPEL
                           PERFORM 0310-GRAVAR-VINCULO
                   END-READ
               END-PERFORM
               CLOSE COTITULAR-FILE
           END-IF.
           CLOSE CONTA-FILE.
           CLOSE VINCULO-FILE.

           SORT SORT-VIN
               ON ASCENDING KEY SV-CPF SV-CONTA
               USING VINCULO-FILE
               GIVING VIN-ORDENADO.

       0310-GRAVAR-VINCULO.
           MOVE CT-CONTA    TO VI-CONTA.
           MOVE CT-SITUACAO TO VI-SITUACAO.
           MOVE ZERO        TO VI-DATA-ENCERRAMENTO.
           IF CT-ENCERRADA AND WS-QTD-ENC > ZERO
               SEARCH ALL WS-ENC-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-ENC-CONTA(IX-ENC) = CT-CONTA
                       MOVE WS-ENC-DATA(IX-ENC)
                           TO VI-DATA-ENCERRAMENTO
               END-SEARCH
           END-IF.
           WRITE REGISTRO-VINCULO.

      *----------------------------------------------------------------*
      * Balanceamento cadastro x vinculos por CPF: decide a
      * elegibilidade de cada cliente.
      *----------------------------------------------------------------*
       0400-SELECIONAR-ELEGIVEIS.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
               DISPLAY "LGPDANON ABORTADO - CLIENTE.DAT INDISPONIVEL "
                       "- STATUS " WS-CLIENTE-STATUS
               PERFORM 9900-ABORTAR
           END-IF.
           OPEN INPUT VIN-ORDENADO.
           MOVE "CPF COM CONTA ENCERRADA SEM DATA (REVISAR)"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE "N" TO WS-FIM-CLIENTE.
           MOVE LOW-VALUES TO CPF.
           START CLIENTE-FILE KEY IS NOT LESS CPF
               INVALID KEY
                   SET FIM-CLIENTE TO TRUE
           END-START.
           PERFORM 0950-LER-CLIENTE.
           MOVE "N" TO WS-FIM-VINCULO.
           PERFORM 0970-LER-VIN-ORDENADO.
           PERFORM UNTIL FIM-CLIENTE
               ADD 1 TO WS-QTD-CLIENTES
               PERFORM UNTIL FIM-VINCULO OR VO-CPF NOT < CPF
                   PERFORM 0970-LER-VIN-ORDENADO
               END-PERFORM
               MOVE ZERO   TO WS-CPF-QTD-CONTAS
               MOVE ZERO   TO WS-CPF-QTD-ABERTAS
               MOVE ZERO   TO WS-CPF-QTD-SEM-DATA
               MOVE ZERO   TO WS-CPF-DATA-ENC
               MOVE SPACES TO WS-CPF-CONTA-SEM-DATA
               PERFORM UNTIL FIM-VINCULO OR VO-CPF NOT = CPF
                   PERFORM 0410-ACUMULAR-VINCULO
                   PERFORM 0970-LER-VIN-ORDENADO
               END-PERFORM
               PERFORM 0420-AVALIAR-CLIENTE
               PERFORM 0950-LER-CLIENTE
           END-PERFORM.
           CLOSE CLIENTE-FILE.
           CLOSE VIN-ORDENADO.
           MOVE WS-QTD-REVISAR TO WS-TL-QTD.
           MOVE "  TOTAL A REVISAR" TO WS-TL-ROTULO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.
           IF WS-QTD-ADIADOS > ZERO
               DISPLAY "AVISO - " WS-QTD-ADIADOS " CPF ELEGIVEIS "
                       "ALEM DO LIMITE, FICAM PARA A PROXIMA EXECUCAO"
           END-IF.

       0410-ACUMULAR-VINCULO.
           ADD 1 TO WS-CPF-QTD-CONTAS.
           IF NOT VO-ENCERRADA
               ADD 1 TO WS-CPF-QTD-ABERTAS
           ELSE
               IF VO-DATA-ENCERRAMENTO = ZERO
                   ADD 1 TO WS-CPF-QTD-SEM-DATA
                   MOVE VO-CONTA TO WS-CPF-CONTA-SEM-DATA
               ELSE
                   IF VO-DATA-ENCERRAMENTO > WS-CPF-DATA-ENC
                       MOVE VO-DATA-ENCERRAMENTO TO WS-CPF-DATA-ENC
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Com contas: todas encerradas, com data, a ultima ate o
      * corte. Sem contas: inativo ou falecido desde antes do corte.
      * Conta encerrada sem data na trilha nao se presume antiga - o
      * CPF vai para revisao.
      *----------------------------------------------------------------*
       0420-AVALIAR-CLIENTE.
           IF NOME = WS-NOME-ANONIMO
               ADD 1 TO WS-QTD-JA-ANONIMOS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CPF-QTD-CONTAS > ZERO
               IF WS-CPF-QTD-ABERTAS > ZERO
                   EXIT PARAGRAPH
               END-IF
               IF WS-CPF-QTD-SEM-DATA > ZERO
                   ADD 1 TO WS-QTD-REVISAR
                   MOVE CPF                   TO WS-RV-CPF
                   MOVE WS-CPF-CONTA-SEM-DATA TO WS-RV-CONTA
                   WRITE LINHA-RELATORIO FROM WS-LINHA-REVISAR
                   EXIT PARAGRAPH
               END-IF
               IF WS-CPF-DATA-ENC > WS-DATA-CORTE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF NOT CLI-INATIVO AND NOT CLI-FALECIDO
                   EXIT PARAGRAPH
               END-IF
               IF DATA-SITUACAO IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               IF DATA-SITUACAO > WS-DATA-CORTE
                   EXIT PARAGRAPH
               END-IF
               MOVE DATA-SITUACAO TO WS-CPF-DATA-ENC
           END-IF.

           IF WS-QTD-ELEGIVEIS >= WS-MAX-ELEGIVEIS
               ADD 1 TO WS-QTD-ADIADOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-ELEGIVEIS.
           MOVE CPF               TO WS-ELG-CPF(WS-QTD-ELEGIVEIS).
           MOVE WS-CPF-DATA-ENC   TO WS-ELG-DATA-ENC(WS-QTD-ELEGIVEIS).
           MOVE WS-CPF-QTD-CONTAS
               TO WS-ELG-QTD-CONTAS(WS-QTD-ELEGIVEIS).
           MOVE ZERO TO WS-ELG-QTD-CLIENTE(WS-QTD-ELEGIVEIS).
           MOVE ZERO TO WS-ELG-QTD-SALDO(WS-QTD-ELEGIVEIS).
           MOVE ZERO TO WS-ELG-QTD-AUD(WS-QTD-ELEGIVEIS).
           MOVE ZERO TO WS-ELG-QTD-TRANS(WS-QTD-ELEGIVEIS).
           MOVE ZERO TO WS-ELG-QTD-INF(WS-QTD-ELEGIVEIS).

      *----------------------------------------------------------------*
      * Mestre: nome substituido, RG e endereco apagados, dia e mes
      * de nascimento fixados em 01/01 (o ano fica para as faixas
      * etarias). CPF, genero e situacao permanecem.
      *----------------------------------------------------------------*
       0500-MASCARAR-CADASTRO.
           IF MODO-EFETIVO
               OPEN I-O CLIENTE-FILE
           ELSE
               OPEN INPUT CLIENTE-FILE
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
               DISPLAY "LGPDANON ABORTADO - CLIENTE.DAT INDISPONIVEL "
                       "PARA ATUALIZACAO - STATUS " WS-CLIENTE-STATUS
               PERFORM 9900-ABORTAR
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ELEGIVEIS
               MOVE WS-ELG-CPF(WS-IDX) TO CPF
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0510-MASCARAR-CLIENTE
               END-READ
           END-PERFORM.
           CLOSE CLIENTE-FILE.
           MOVE "CLIENTE.DAT"      TO WS-LA-ARQUIVO.
           MOVE WS-QTD-TOT-CLIENTE TO WS-LA-QTD.
           MOVE SPACES             TO WS-LA-SITUACAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ARQUIVO.

       0510-MASCARAR-CLIENTE.
           MOVE WS-NOME-ANONIMO TO NOME.
           MOVE ALL "*"         TO RG.
           MOVE ALL "*"         TO ENDERECO.
           MOVE "01"            TO DIA.
           MOVE "01"            TO MES.
           IF MODO-EFETIVO
               REWRITE CLIENTE
                   INVALID KEY
                       DISPLAY "ERRO REGRAVACAO CLIENTE " CPF
                               " - STATUS " WS-CLIENTE-STATUS
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF.
           ADD 1 TO WS-ELG-QTD-CLIENTE(WS-IDX).
           ADD 1 TO WS-QTD-TOT-CLIENTE.

      *----------------------------------------------------------------*
      * Copias dos dados pessoais fora do mestre. Arquivo ausente e
      * pulado; arquivo morto inexistente no ano tambem.
      *----------------------------------------------------------------*
       0600-MASCARAR-SEQUENCIAIS.
           PERFORM 0610-MASCARAR-SALDOS.

           MOVE "AUDCLI.DAT"   TO WS-NOME-ARQUIVO.
           MOVE 1              TO WS-POS-CPF.
           MOVE "A"            TO WS-TIPO-REGISTRO.
           PERFORM 0650-MASCARAR-ARQUIVO.
           PERFORM 0690-LISTAR-ARQUIVO.

           PERFORM VARYING WS-ANO FROM WS-ANO-INICIAL BY 1
                   UNTIL WS-ANO > WS-ANO-ATUAL
               MOVE WS-ANO            TO WS-MORTO-ANO
               MOVE WS-NOME-MORTO-AUD TO WS-NOME-ARQUIVO
               PERFORM 0650-MASCARAR-ARQUIVO
               IF WS-GENERICO-STATUS = "00"
                   PERFORM 0690-LISTAR-ARQUIVO
               END-IF
           END-PERFORM.

           MOVE "RECICLO.DAT"  TO WS-NOME-ARQUIVO.
           MOVE 2              TO WS-POS-CPF.
           MOVE "T"            TO WS-TIPO-REGISTRO.
           PERFORM 0650-MASCARAR-ARQUIVO.
           PERFORM 0690-LISTAR-ARQUIVO.

           MOVE "CADMORTO.DAT" TO WS-NOME-ARQUIVO.
           PERFORM 0650-MASCARAR-ARQUIVO.
           PERFORM 0690-LISTAR-ARQUIVO.

           MOVE "PENDCLI.DAT"  TO WS-NOME-ARQUIVO.
           PERFORM 0650-MASCARAR-ARQUIVO.
           PERFORM 0690-LISTAR-ARQUIVO.

           MOVE "INFREND.DAT"  TO WS-NOME-ARQUIVO.
           MOVE 1              TO WS-POS-CPF.
           MOVE "I"            TO WS-TIPO-REGISTRO.
           PERFORM 0650-MASCARAR-ARQUIVO.
           PERFORM 0690-LISTAR-ARQUIVO.

      *----------------------------------------------------------------*
      * SALDO.DAT (indexado): nome substituido em cada conta dos CPF
      * elegiveis, lidas pela chave alternada e regravadas no lugar
      * no modo efetivo.
      *----------------------------------------------------------------*
       0610-MASCARAR-SALDOS.
           MOVE "SALDO.DAT" TO WS-NOME-ARQUIVO.
           MOVE ZERO TO WS-QTD-ARQUIVO.
           IF MODO-EFETIVO
               OPEN I-O SALDO-FILE
           ELSE
               OPEN INPUT SALDO-FILE
           END-IF.
           MOVE WS-SALDO-STATUS TO WS-GENERICO-STATUS.
           IF WS-SALDO-STATUS NOT = "00"
               PERFORM 0690-LISTAR-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ELEGIVEIS
               PERFORM 0615-MASCARAR-SALDOS-CPF
           END-PERFORM.
           CLOSE SALDO-FILE.
           PERFORM 0690-LISTAR-ARQUIVO.

       0615-MASCARAR-SALDOS-CPF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-ELG-CPF(WS-IDX) TO SAL-CPF.
           START SALDO-FILE KEY IS EQUAL SAL-CPF
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM 0975-LER-SALDO.
           PERFORM UNTIL FIM-ARQUIVO
                   OR SAL-CPF NOT = WS-ELG-CPF(WS-IDX)
               PERFORM 0670-MASCARAR-SALDO
               PERFORM 0975-LER-SALDO
           END-PERFORM.

      *----------------------------------------------------------------*
      * Le o arquivo corrente, mascara os registros dos CPF
      * elegiveis e, no modo efetivo, regrava pelo temporario quando
      * algum registro mudou.
      *----------------------------------------------------------------*
       0650-MASCARAR-ARQUIVO.
           MOVE ZERO TO WS-QTD-ARQUIVO.
           OPEN INPUT GENERICO-FILE.
           IF WS-GENERICO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF MODO-EFETIVO
               OPEN OUTPUT GENERICO-TMP-FILE
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0980-LER-GENERICO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REGISTRO-GENERICO TO WS-IMAGEM
               MOVE WS-IMAGEM(WS-POS-CPF:11) TO WS-CPF-REGISTRO
               SEARCH ALL WS-ELG-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-ELG-CPF(IX-ELG) = WS-CPF-REGISTRO
                       SET WS-IDX TO IX-ELG
                       PERFORM 0660-MASCARAR-REGISTRO
               END-SEARCH
               IF MODO-EFETIVO
                   MOVE WS-IMAGEM TO REGISTRO-GENERICO-TMP
                   WRITE REGISTRO-GENERICO-TMP
               END-IF
               PERFORM 0980-LER-GENERICO
           END-PERFORM.
           CLOSE GENERICO-FILE.
           IF MODO-SIMULACAO
               MOVE "00" TO WS-GENERICO-STATUS
               EXIT PARAGRAPH
           END-IF.
           CLOSE GENERICO-TMP-FILE.

           IF WS-QTD-ARQUIVO > ZERO
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT GENERICO-TMP-FILE
               OPEN OUTPUT GENERICO-FILE
               PERFORM 0985-LER-GENERICO-TMP
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE REGISTRO-GENERICO-TMP TO REGISTRO-GENERICO
                   WRITE REGISTRO-GENERICO
                   PERFORM 0985-LER-GENERICO-TMP
               END-PERFORM
               CLOSE GENERICO-TMP-FILE
               CLOSE GENERICO-FILE
           END-IF.
           MOVE "00" TO WS-GENERICO-STATUS.

       0660-MASCARAR-REGISTRO.
           MOVE "N" TO WS-ALTEROU.
           EVALUATE TRUE
               WHEN TIPO-AUDITORIA
                   PERFORM 0675-MASCARAR-AUDITORIA
               WHEN TIPO-TRANSACAO
                   PERFORM 0680-MASCARAR-TRANSACAO
               WHEN TIPO-INFORME
                   PERFORM 0685-MASCARAR-INFORME
           END-EVALUATE.
           IF ALTEROU
               ADD 1 TO WS-QTD-ARQUIVO
           END-IF.

       0670-MASCARAR-SALDO.
           IF SAL-NOME = WS-NOME-ANONIMO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOME-ANONIMO TO SAL-NOME.
           IF MODO-EFETIVO
               REWRITE REGISTRO-SALDO
                   INVALID KEY
                       DISPLAY "ERRO REGRAVACAO SALDO " SAL-CONTA
                               " - STATUS " WS-SALDO-STATUS
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF.
           ADD 1 TO WS-ELG-QTD-SALDO(WS-IDX).
           ADD 1 TO WS-QTD-TOT-SALDO.
           ADD 1 TO WS-QTD-ARQUIVO.

      *----------------------------------------------------------------*
      * Trilha do cadastro: so os valores dos campos pessoais; o
      * registro (data, hora, operador, campo) continua contando a
      * alteracao.
      *----------------------------------------------------------------*
       0675-MASCARAR-AUDITORIA.
           MOVE WS-IMAGEM TO WS-REGISTRO-AUDITORIA.
           EVALUATE WAU-CAMPO
               WHEN "NOME"
                   IF WAU-VALOR-ANTIGO NOT = SPACES
                       MOVE WS-NOME-ANONIMO TO WAU-VALOR-ANTIGO
                   END-IF
                   IF WAU-VALOR-NOVO NOT = SPACES
                       MOVE WS-NOME-ANONIMO TO WAU-VALOR-NOVO
                   END-IF
                   SET ALTEROU TO TRUE
               WHEN "RG"
               WHEN "ENDERECO"
                   IF WAU-VALOR-ANTIGO NOT = SPACES
                       MOVE ALL "*" TO WAU-VALOR-ANTIGO
                   END-IF
                   IF WAU-VALOR-NOVO NOT = SPACES
                       MOVE ALL "*" TO WAU-VALOR-NOVO
                   END-IF
                   SET ALTEROU TO TRUE
               WHEN "DATANASC"
                   IF WAU-VALOR-ANTIGO NOT = SPACES
                       MOVE WAU-VALOR-ANTIGO TO WS-VALOR-DATA
                       MOVE "01/01" TO WS-VD-DIA-MES
                       MOVE WS-VALOR-DATA TO WAU-VALOR-ANTIGO
                   END-IF
                   IF WAU-VALOR-NOVO NOT = SPACES
                       MOVE WAU-VALOR-NOVO TO WS-VALOR-DATA
                       MOVE "01/01" TO WS-VD-DIA-MES
                       MOVE WS-VALOR-DATA TO WAU-VALOR-NOVO
                   END-IF
                   SET ALTEROU TO TRUE
           END-EVALUATE.
           IF ALTEROU
               ADD 1 TO WS-ELG-QTD-AUD(WS-IDX)
               ADD 1 TO WS-QTD-TOT-AUD
               MOVE WS-REGISTRO-AUDITORIA TO WS-IMAGEM
           END-IF.

      *----------------------------------------------------------------*
      * Transacao do cadastro: so os campos preenchidos (em branco
      * na alteracao quer dizer "nao muda" e continua em branco).
      *----------------------------------------------------------------*
       0680-MASCARAR-TRANSACAO.
           MOVE WS-IMAGEM TO WS-TRANS-CLI.
           IF WTC-NOME NOT = SPACES
               MOVE WS-NOME-ANONIMO TO WTC-NOME
               SET ALTEROU TO TRUE
           END-IF.
           IF WTC-RG NOT = SPACES
               MOVE ALL "*" TO WTC-RG
               SET ALTEROU TO TRUE
           END-IF.
           IF WTC-ENDERECO NOT = SPACES
               MOVE ALL "*" TO WTC-ENDERECO
               SET ALTEROU TO TRUE
           END-IF.
           IF WTC-DIA NOT = SPACES
               MOVE "01" TO WTC-DIA
               SET ALTEROU TO TRUE
           END-IF.
           IF WTC-MES NOT = SPACES
               MOVE "01" TO WTC-MES
               SET ALTEROU TO TRUE
           END-IF.
           IF ALTEROU
               ADD 1 TO WS-ELG-QTD-TRANS(WS-IDX)
               ADD 1 TO WS-QTD-TOT-TRANS
               MOVE WS-TRANS-CLI TO WS-IMAGEM
           END-IF.

       0685-MASCARAR-INFORME.
           MOVE WS-IMAGEM TO WS-REGISTRO-INF-REND.
           IF WIR-NOME NOT = WS-NOME-ANONIMO
               MOVE WS-NOME-ANONIMO TO WIR-NOME
               SET ALTEROU TO TRUE
               ADD 1 TO WS-ELG-QTD-INF(WS-IDX)
               ADD 1 TO WS-QTD-TOT-INF
               MOVE WS-REGISTRO-INF-REND TO WS-IMAGEM
           END-IF.

       0690-LISTAR-ARQUIVO.
           MOVE WS-NOME-ARQUIVO TO WS-LA-ARQUIVO.
           MOVE WS-QTD-ARQUIVO  TO WS-LA-QTD.
           IF WS-GENERICO-STATUS = "00"
               MOVE SPACES      TO WS-LA-SITUACAO
           ELSE
               MOVE "AUSENTE"   TO WS-LA-SITUACAO
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ARQUIVO.

      *----------------------------------------------------------------*
      * Log controlado: um registro por CPF anonimizado, so anexado.
      *----------------------------------------------------------------*
       0700-GRAVAR-LOG.
           OPEN EXTEND LGPDLOG-FILE.
           IF WS-LGPDLOG-STATUS = "35"
               OPEN OUTPUT LGPDLOG-FILE
           END-IF.
           IF WS-LGPDLOG-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA LGPDLOG.DAT - STATUS "
                       WS-LGPDLOG-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ELEGIVEIS
               MOVE WS-ELG-CPF(WS-IDX)         TO LG-CPF
               MOVE WS-DATA-MOVIMENTO          TO LG-DATA
               MOVE WS-HORA                    TO LG-HORA
               MOVE WS-OPERADOR                TO LG-OPERADOR
               MOVE WS-DATA-CORTE              TO LG-DATA-CORTE
               MOVE WS-ELG-DATA-ENC(WS-IDX)    TO LG-DATA-ENCERRAMENTO
               MOVE WS-ELG-QTD-CONTAS(WS-IDX)  TO LG-QTD-CONTAS
               MOVE WS-ELG-QTD-CLIENTE(WS-IDX) TO LG-QTD-CLIENTE
               MOVE WS-ELG-QTD-SALDO(WS-IDX)   TO LG-QTD-SALDO
               MOVE WS-ELG-QTD-AUD(WS-IDX)     TO LG-QTD-AUDITORIA
               MOVE WS-ELG-QTD-TRANS(WS-IDX)   TO LG-QTD-TRANSACOES
               MOVE WS-ELG-QTD-INF(WS-IDX)     TO LG-QTD-INFORME
               WRITE REGISTRO-LGPD-LOG
               ADD 1 TO WS-QTD-LOG
           END-PERFORM.
           CLOSE LGPDLOG-FILE.

       0800-IMPRIMIR-ELEGIVEIS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.
           IF MODO-EFETIVO
               MOVE "CPF ANONIMIZADOS" TO LINHA-RELATORIO
           ELSE
               MOVE "CPF ELEGIVEIS (SIMULACAO)" TO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-ELEGIVEIS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ELEGIVEIS
               MOVE WS-ELG-CPF(WS-IDX)         TO WS-EL-CPF
               MOVE WS-ELG-DATA-ENC(WS-IDX)    TO WS-EL-DATA
               MOVE WS-ELG-QTD-CONTAS(WS-IDX)  TO WS-EL-CONTAS
               MOVE WS-ELG-QTD-CLIENTE(WS-IDX) TO WS-EL-CLIENTE
               MOVE WS-ELG-QTD-SALDO(WS-IDX)   TO WS-EL-SALDO
               MOVE WS-ELG-QTD-AUD(WS-IDX)     TO WS-EL-AUD
               MOVE WS-ELG-QTD-TRANS(WS-IDX)   TO WS-EL-TRANS
               MOVE WS-ELG-QTD-INF(WS-IDX)     TO WS-EL-INF
               WRITE LINHA-RELATORIO FROM WS-LINHA-ELEGIVEL
           END-PERFORM.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.
           MOVE "CLIENTES LIDOS" TO WS-TL-ROTULO.
           MOVE WS-QTD-CLIENTES  TO WS-TL-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "JA ANONIMIZADOS" TO WS-TL-ROTULO.
           MOVE WS-QTD-JA-ANONIMOS TO WS-TL-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "ELEGIVEIS NESTA EXECUCAO" TO WS-TL-ROTULO.
           MOVE WS-QTD-ELEGIVEIS TO WS-TL-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "ELEGIVEIS ALEM DO LIMITE (PROXIMA)" TO WS-TL-ROTULO.
           MOVE WS-QTD-ADIADOS TO WS-TL-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "REGISTROS GRAVADOS NO LOG LGPDLOG.DAT"
               TO WS-TL-ROTULO.
           MOVE WS-QTD-LOG TO WS-TL-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.

       0950-LER-CLIENTE.
           IF NOT FIM-CLIENTE
               READ CLIENTE-FILE NEXT RECORD
                   AT END
                       SET FIM-CLIENTE TO TRUE
               END-READ
           END-IF.

       0960-LER-ENC-ORDENADO.
           READ ENC-ORDENADO
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0970-LER-VIN-ORDENADO.
           READ VIN-ORDENADO
               AT END
                   SET FIM-VINCULO TO TRUE
                   MOVE HIGH-VALUES TO VO-CPF
           END-READ.

       0975-LER-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0980-LER-GENERICO.
           READ GENERICO-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0985-LER-GENERICO-TMP.
           READ GENERICO-TMP-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       9900-ABORTAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
