      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Vencimento noturno das aplicacoes a prazo - varre
      *          APLICAC.DAT e, para cada aplicacao: confirma a
      *          aplicacao da noite anterior cujo debito o razao
      *          efetivou, ou cancela a que voltou rejeitada em
      *          LANCREJ.DAT; apropria os juros do dia (juros
      *          simples acumulados desde a aplicacao, sem
      *          capitalizar); e, chegado o vencimento, liquida:
      *          principal mais juros menos o imposto retido
      *          (rotina APLCALC) vao a credito da conta de
      *          movimento por um lancamento de origem "V" em
      *          LANCAPL.DAT, a conta da aplicacao e encerrada com
      *          trilha em AUDCTA.DAT e o evento vai para
      *          APLMOV.DAT, de onde o extrato contabil leva juros
      *          e imposto ao GLEXTR.DAT. Relacao em APLVENC.LST.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. APLVENC.
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
           SELECT APLICAC-FILE ASSIGN TO "APLICAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CONTA
               FILE STATUS IS WS-APLICAC-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

      *----------------------------------------------------------------*
      * Rejeitos da noite anterior (edicao previa e razao): o debito
      * de aplicacao que esta aqui nao foi efetivado.
      *----------------------------------------------------------------*
           SELECT LANCREJ-FILE ASSIGN TO "LANCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCREJ-STATUS.

           SELECT APLMOV-FILE ASSIGN TO "APLMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLMOV-STATUS.

      *----------------------------------------------------------------*
      * Lancamentos das aplicacoes, injetados pela edicao do
      * movimento junto com os demais arquivos de passagem e
      * truncados pelo razao na efetivacao. Este passo recria o
      * arquivo; a aplicacao/resgate (APLICA.cob) acrescenta depois.
      *----------------------------------------------------------------*
           SELECT LANCAPL-FILE ASSIGN TO "LANCAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCAPL-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "APLVENC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  APLICAC-FILE.
           COPY APLICAC.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  AUDITORIA-FILE.
           COPY AUDIT.

       FD  LANCREJ-FILE.
       01  REGISTRO-REJEITO.
           05 REJ-LANCAMENTO        PIC X(60).
           05 REJ-MOTIVO            PIC X(02).
           05 REJ-MENSAGEM          PIC X(40).
           05 REJ-TENTATIVAS        PIC 9(03).
           05 REJ-DATA-PRIMEIRA     PIC 9(08).
           05 REJ-MOTIVOS-ANT       PIC X(10).

       FD  APLMOV-FILE.
           COPY APLMOV.

       FD  LANCAPL-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==LA-LANCAMENTO==
                       LEADING ==LC-== BY ==LA-==.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-APLICAC-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CONTA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-AUDITORIA-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-LANCREJ-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-APLMOV-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-LANCAPL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-ARQUIVO           PIC X     VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".

      *----------------------------------------------------------------*
      * Area de trabalho no layout comum do lancamento, para
      * desmembrar o registro original gravado dentro do rejeito.
      *----------------------------------------------------------------*
           COPY LANCTO.

      *----------------------------------------------------------------*
      * Contas de aplicacao com o debito de aplicacao rejeitado na
      * noite anterior.
      *----------------------------------------------------------------*
       77 WS-QTD-REJ               PIC 9(04) VALUE ZERO.
       77 WS-MAX-REJ               PIC 9(04) VALUE 1000.
       77 WS-IX-REJ                PIC 9(04) VALUE ZERO.
       77 WS-REJ-ACHADO            PIC X     VALUE "N".
       01  WS-TABELA-REJEITADAS.
           05 TAB-REJ OCCURS 1000 TIMES.
               10 REJ-CONTA-APLICACAO PIC X(08).

       01  WS-NSU-APLICACAO.
           05 FILLER               PIC X(04) VALUE "APLI".
           05 WS-NSU-CONTA         PIC X(08).

      *----------------------------------------------------------------*
      * Parametros e retorno da rotina de calculo APLCALC.
      *----------------------------------------------------------------*
       77 WS-CALC-FUNCAO           PIC X     VALUE SPACE.
       77 WS-CALC-DIAS             PIC 9(05) VALUE ZERO.
       77 WS-CALC-JUROS-BRUTOS     PIC 9(09)V99 VALUE ZERO.
       77 WS-CALC-MULTA            PIC 9(09)V99 VALUE ZERO.
       77 WS-CALC-JUROS-PAGOS      PIC 9(09)V99 VALUE ZERO.
       77 WS-CALC-IR               PIC 9(09)V99 VALUE ZERO.
       77 WS-CALC-LIQUIDO          PIC 9(09)V99 VALUE ZERO.
       77 WS-CALC-STATUS           PIC X     VALUE "0".
       77 WS-CALC-MENSAGEM         PIC X(40) VALUE SPACES.

       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-INT-HOJE              PIC 9(08) VALUE ZERO.
       77 WS-DIAS-CORRIDOS         PIC S9(05) VALUE ZERO.
       77 WS-AUD-VALOR-ANTIGO      PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * Checkpoint de dia ja processado: refazer o vencimento no
      * mesmo dia recriaria LANCAPL.DAT e pagaria de novo o que ja
      * foi pago. O ultimo dia fica em APLVENC.CKP (rotina CHKPT).
      *----------------------------------------------------------------*
       77 WS-CKPT-CHAVE            PIC X(11) VALUE SPACES.
       77 WS-CKPT-ENCONTRADO       PIC X     VALUE "N".
       77 WS-HOJE-TXT              PIC X(11) VALUE SPACES.
       77 WS-DATA-INICIO-JOB       PIC 9(08) VALUE ZERO.
       77 WS-HORA-INICIO-JOB       PIC 9(08) VALUE ZERO.

       77 WS-QTD-LIDAS             PIC 9(05) VALUE ZERO.
       77 WS-QTD-CONFIRMADAS       PIC 9(05) VALUE ZERO.
       77 WS-QTD-CANCELADAS        PIC 9(05) VALUE ZERO.
       77 WS-QTD-APROPRIADAS       PIC 9(05) VALUE ZERO.
       77 WS-QTD-VENCIDAS          PIC 9(05) VALUE ZERO.
       77 WS-QTD-ERROS             PIC 9(05) VALUE ZERO.
       77 WS-TOT-CANCELADO         PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-APROPRIADO        PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-PRINCIPAL         PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-JUROS             PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-IR                PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-LIQUIDO           PIC 9(11)V99 VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "APLVENC".
       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(45) VALUE
              "VENCIMENTO DE APLICACOES A PRAZO - MOVIMENTO ".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(11) VALUE "OCORRENCIA".
           05 FILLER               PIC X(09) VALUE "APLICAC".
           05 FILLER               PIC X(09) VALUE "MOVIMENT".
           05 FILLER               PIC X(13) VALUE "   PRINCIPAL".
           05 FILLER               PIC X(12) VALUE "      JUROS".
           05 FILLER               PIC X(11) VALUE "        IR".
           05 FILLER               PIC X(12) VALUE "     LIQUIDO".

       01  WS-LINHA-DETALHE.
           05 WS-DET-OCORRENCIA    PIC X(11).
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-MOVIMENTO     PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-PRINCIPAL     PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-JUROS         PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-IR            PIC ZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-LIQUIDO       PIC ZZZZZZZZ9.99.

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
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE).
           PERFORM 0040-VERIFICAR-DIA-JA-PROCESSADO.
           PERFORM 0100-CARREGAR-REJEITADOS.
           PERFORM 0200-ABRIR-ARQUIVOS.
           PERFORM 0300-PROCESSAR-CARTEIRA.
           PERFORM 0700-ENCERRAR.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE WS-HOJE-TXT TO WS-CKPT-CHAVE.
           CALL "CHKPT" USING WS-JOB-NOME "G" WS-CKPT-CHAVE
                               WS-DATA-INICIO-JOB WS-HORA-INICIO-JOB
                               WS-CKPT-ENCONTRADO.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0040-VERIFICAR-DIA-JA-PROCESSADO.
           MOVE WS-HOJE TO WS-HOJE-TXT(1:8).
           CALL "CHKPT" USING WS-JOB-NOME "L" WS-CKPT-CHAVE
                               WS-DATA-INICIO-JOB WS-HORA-INICIO-JOB
                               WS-CKPT-ENCONTRADO.
           IF WS-CKPT-ENCONTRADO = "S"
              AND WS-CKPT-CHAVE = WS-HOJE-TXT
               DISPLAY "AVISO - VENCIMENTO DE APLICACOES JA "
                       "EXECUTADO EM " WS-HOJE ", NADA A FAZER"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-HOJE TO WS-DATA-INICIO-JOB.
           ACCEPT WS-HORA-INICIO-JOB FROM TIME.

      *----------------------------------------------------------------*
      * Debitos de aplicacao (origem "V", tipo "D") rejeitados na
      * noite anterior, pela edicao previa ou pelo limite no razao:
      * a conta da aplicacao vem no NSU. LANCREJ.DAT ausente = noite
      * sem rejeito.
      *----------------------------------------------------------------*
       0100-CARREGAR-REJEITADOS.
           OPEN INPUT LANCREJ-FILE.
           IF WS-LANCREJ-STATUS NOT = "00"
               DISPLAY "AVISO - LANCREJ.DAT AUSENTE, NENHUM DEBITO "
                       "DE APLICACAO REJEITADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 0910-LER-REJEITO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REJ-LANCAMENTO TO LANCAMENTO
               IF LC-ORIGEM-APLICACAO AND LC-DEBITO
                  AND LC-NSU(1:4) = "APLI"
                   IF WS-QTD-REJ >= WS-MAX-REJ
                       DISPLAY "ERRO - MAIS DE " WS-MAX-REJ
                               " DEBITOS DE APLICACAO REJEITADOS"
                       CLOSE LANCREJ-FILE
                       PERFORM 0990-ABORTAR
                   END-IF
                   ADD 1 TO WS-QTD-REJ
                   MOVE LC-NSU(5:8) TO REJ-CONTA-APLICACAO(WS-QTD-REJ)
               END-IF
               PERFORM 0910-LER-REJEITO
           END-PERFORM.
           CLOSE LANCREJ-FILE.

      *----------------------------------------------------------------*
      * Carteira e mestre de contas em atualizacao; APLICAC.DAT e
      * criado vazio na primeira noite, como o mestre de contas.
      *----------------------------------------------------------------*
       0200-ABRIR-ARQUIVOS.
           OPEN I-O APLICAC-FILE.
           IF WS-APLICAC-STATUS = "35"
               CLOSE APLICAC-FILE
               OPEN OUTPUT APLICAC-FILE
               CLOSE APLICAC-FILE
               OPEN I-O APLICAC-FILE
           END-IF.
           IF WS-APLICAC-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA APLICAC.DAT - STATUS "
                       WS-APLICAC-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN I-O CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CONTA.DAT - STATUS "
                       WS-CONTA-STATUS
               CLOSE APLICAC-FILE
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           OPEN EXTEND APLMOV-FILE.
           IF WS-APLMOV-STATUS = "35"
               OPEN OUTPUT APLMOV-FILE
           END-IF.
           OPEN OUTPUT LANCAPL-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-AUDITORIA-STATUS NOT = "00"
              OR WS-APLMOV-STATUS NOT = "00"
              OR WS-LANCAPL-STATUS NOT = "00"
              OR WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA ARQUIVOS DE SAIDA - STATUS "
                       WS-AUDITORIA-STATUS " " WS-APLMOV-STATUS " "
                       WS-LANCAPL-STATUS " " WS-RELATORIO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           MOVE WS-HOJE TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

      *----------------------------------------------------------------*
      * Varre a carteira em ordem de conta. Aplicacao vencida,
      * resgatada ou cancelada fica como esta.
      *----------------------------------------------------------------*
       0300-PROCESSAR-CARTEIRA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO AP-CONTA.
           START APLICAC-FILE KEY IS NOT LESS AP-CONTA
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 0920-LER-APLICACAO
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO WS-QTD-LIDAS
               PERFORM 0310-AVALIAR-APLICACAO
               PERFORM 0920-LER-APLICACAO
           END-PERFORM.

       0310-AVALIAR-APLICACAO.
           IF AP-PENDENTE AND AP-DATA-APLICACAO < WS-HOJE
               PERFORM 0320-CONFIRMAR-DEBITO
           END-IF.
           IF NOT AP-ATIVA
               EXIT PARAGRAPH
           END-IF.
           IF AP-DATA-VENCIMENTO NOT > WS-HOJE
               PERFORM 0400-VENCER-APLICACAO
           ELSE
               PERFORM 0350-APROPRIAR-JUROS
           END-IF.

      *----------------------------------------------------------------*
      * Aplicacao de ontem: debito rejeitado cancela a aplicacao e
      * encerra a conta dela (o dinheiro nunca saiu da conta de
      * movimento); debito efetivado torna a aplicacao ativa.
      *----------------------------------------------------------------*
       0320-CONFIRMAR-DEBITO.
           MOVE "N" TO WS-REJ-ACHADO.
           PERFORM VARYING WS-IX-REJ FROM 1 BY 1
                   UNTIL WS-IX-REJ > WS-QTD-REJ
                   OR WS-REJ-ACHADO = "S"
               IF REJ-CONTA-APLICACAO(WS-IX-REJ) = AP-CONTA
                   MOVE "S" TO WS-REJ-ACHADO
               END-IF
           END-PERFORM.
           IF WS-REJ-ACHADO = "S"
               PERFORM 0330-CANCELAR-APLICACAO
               EXIT PARAGRAPH
           END-IF.
           SET AP-ATIVA TO TRUE.
           MOVE WS-HOJE TO AP-DATA-SITUACAO.
           PERFORM 0600-REGRAVAR-APLICACAO.
           ADD 1 TO WS-QTD-CONFIRMADAS.

       0330-CANCELAR-APLICACAO.
           SET AP-CANCELADA TO TRUE.
           MOVE WS-HOJE TO AP-DATA-SITUACAO.
           MOVE ZERO TO AP-JUROS-ACUM.
           PERFORM 0600-REGRAVAR-APLICACAO.
           PERFORM 0500-ENCERRAR-CONTA.
           ADD 1 TO WS-QTD-CANCELADAS.
           ADD AP-PRINCIPAL TO WS-TOT-CANCELADO.

           MOVE ZERO TO WS-CALC-JUROS-BRUTOS WS-CALC-MULTA
                        WS-CALC-JUROS-PAGOS WS-CALC-IR
                        WS-CALC-LIQUIDO WS-CALC-DIAS.
           SET AM-CANCELAMENTO TO TRUE.
           PERFORM 0650-GRAVAR-MOVIMENTO.

           MOVE "CANCELADA" TO WS-DET-OCORRENCIA.
           PERFORM 0680-IMPRIMIR-DETALHE.

      *----------------------------------------------------------------*
      * Apropriacao do dia: os juros acumulados sao recalculados
      * desde a data da aplicacao, nunca somados dia a dia, para
      * que uma noite sem processamento nao perca nem repita dia.
      *----------------------------------------------------------------*
       0350-APROPRIAR-JUROS.
           COMPUTE WS-DIAS-CORRIDOS = WS-INT-HOJE
               - FUNCTION INTEGER-OF-DATE(AP-DATA-APLICACAO).
           IF WS-DIAS-CORRIDOS < ZERO
               MOVE ZERO TO WS-DIAS-CORRIDOS
           END-IF.
           MOVE WS-DIAS-CORRIDOS TO WS-CALC-DIAS.
           MOVE "J" TO WS-CALC-FUNCAO.
           PERFORM 0800-CALCULAR.
           IF WS-CALC-STATUS NOT = "0"
               ADD 1 TO WS-QTD-ERROS
               DISPLAY "AVISO - JUROS NAO APROPRIADOS NA APLICACAO "
                       AP-CONTA ": " WS-CALC-MENSAGEM
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CALC-JUROS-BRUTOS TO AP-JUROS-ACUM.
           MOVE WS-HOJE TO AP-DATA-ULT-APROP.
           PERFORM 0600-REGRAVAR-APLICACAO.
           ADD 1 TO WS-QTD-APROPRIADAS.
           ADD AP-JUROS-ACUM TO WS-TOT-APROPRIADO.

      *----------------------------------------------------------------*
      * Vencimento: juros do prazo inteiro (da aplicacao ate o
      * vencimento ja rolado para dia util, mesmo que a noite do
      * vencimento tenha ficado para tras), imposto retido e credito
      * liquido na conta de movimento. Erro de calculo deixa a
      * aplicacao ativa para a proxima noite.
      *----------------------------------------------------------------*
       0400-VENCER-APLICACAO.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(AP-DATA-VENCIMENTO)
               - FUNCTION INTEGER-OF-DATE(AP-DATA-APLICACAO).
           IF WS-DIAS-CORRIDOS < ZERO
               MOVE ZERO TO WS-DIAS-CORRIDOS
           END-IF.
           MOVE WS-DIAS-CORRIDOS TO WS-CALC-DIAS.
           MOVE "V" TO WS-CALC-FUNCAO.
           PERFORM 0800-CALCULAR.
           IF WS-CALC-STATUS NOT = "0"
               ADD 1 TO WS-QTD-ERROS
               DISPLAY "AVISO - APLICACAO " AP-CONTA
                       " NAO VENCIDA: " WS-CALC-MENSAGEM
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CALC-JUROS-BRUTOS TO AP-JUROS-ACUM.
           MOVE WS-HOJE              TO AP-DATA-ULT-APROP.
           MOVE WS-CALC-JUROS-PAGOS  TO AP-JUROS-PAGOS.
           MOVE WS-CALC-MULTA        TO AP-VALOR-MULTA.
           MOVE WS-CALC-IR           TO AP-VALOR-IR.
           MOVE WS-CALC-LIQUIDO      TO AP-VALOR-LIQUIDO.
           SET AP-VENCIDA TO TRUE.
           MOVE WS-HOJE TO AP-DATA-SITUACAO.
           PERFORM 0600-REGRAVAR-APLICACAO.

           PERFORM 0610-GRAVAR-CREDITO.
           PERFORM 0500-ENCERRAR-CONTA.
           SET AM-VENCIMENTO TO TRUE.
           PERFORM 0650-GRAVAR-MOVIMENTO.

           ADD 1 TO WS-QTD-VENCIDAS.
           ADD AP-PRINCIPAL     TO WS-TOT-PRINCIPAL.
           ADD AP-JUROS-PAGOS   TO WS-TOT-JUROS.
           ADD AP-VALOR-IR      TO WS-TOT-IR.
           ADD AP-VALOR-LIQUIDO TO WS-TOT-LIQUIDO.
           MOVE "VENCIDA" TO WS-DET-OCORRENCIA.
           PERFORM 0680-IMPRIMIR-DETALHE.

      *----------------------------------------------------------------*
      * Encerra a conta "A" da aplicacao no mestre de contas, com a
      * trilha de auditoria no layout do CADCONTA (a conta no campo
      * de chave, operador reservado da cadeia).
      *----------------------------------------------------------------*
       0500-ENCERRAR-CONTA.
           MOVE AP-CONTA TO CT-CONTA.
           READ CONTA-FILE
               INVALID KEY
                   DISPLAY "AVISO - CONTA DA APLICACAO AUSENTE DO "
                           "MESTRE: " AP-CONTA
                   EXIT PARAGRAPH
           END-READ.
           IF CT-ENCERRADA
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-SITUACAO TO WS-AUD-VALOR-ANTIGO.
           SET CT-ENCERRADA TO TRUE.
           REWRITE REGISTRO-CONTA
               INVALID KEY
                   DISPLAY "AVISO - ERRO AO ENCERRAR A CONTA DA "
                           "APLICACAO: " AP-CONTA
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPACES              TO AUD-CPF.
           MOVE AP-CONTA            TO AUD-CPF.
           MOVE "SITUACAO"          TO AUD-CAMPO.
           MOVE WS-AUD-VALOR-ANTIGO TO AUD-VALOR-ANTIGO.
           MOVE CT-SITUACAO         TO AUD-VALOR-NOVO.
           MOVE WS-HOJE             TO AUD-DATA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "SISTEM"            TO AUD-OPERADOR.
           WRITE REGISTRO-AUDITORIA.

       0600-REGRAVAR-APLICACAO.
           REWRITE REGISTRO-APLICACAO
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO APLICAC.DAT - CONTA "
                           AP-CONTA " STATUS " WS-APLICAC-STATUS
                   PERFORM 0990-ABORTAR
           END-REWRITE.

      *----------------------------------------------------------------*
      * Credito liquido do vencimento na conta de movimento, em nome
      * do titular da aplicacao.
      *----------------------------------------------------------------*
       0610-GRAVAR-CREDITO.
           MOVE AP-CONTA            TO WS-NSU-CONTA.
           MOVE SPACES              TO LA-LANCAMENTO.
           MOVE AP-CONTA-MOVIMENTO  TO LA-CONTA.
           MOVE AP-CPF              TO LA-CPF.
           MOVE WS-HOJE             TO LA-DATA.
           SET LA-CREDITO           TO TRUE.
           MOVE AP-VALOR-LIQUIDO    TO LA-VALOR.
           SET LA-ORIGEM-APLICACAO  TO TRUE.
           MOVE WS-NSU-APLICACAO    TO LA-NSU.
           WRITE LA-LANCAMENTO.

       0650-GRAVAR-MOVIMENTO.
           MOVE WS-HOJE              TO AM-DATA.
           MOVE AP-CONTA             TO AM-CONTA.
           MOVE AP-CPF               TO AM-CPF.
           MOVE AP-CONTA-MOVIMENTO   TO AM-CONTA-MOVIMENTO.
           MOVE AP-PRINCIPAL         TO AM-PRINCIPAL.
           MOVE WS-CALC-JUROS-BRUTOS TO AM-JUROS-BRUTOS.
           MOVE WS-CALC-MULTA        TO AM-VALOR-MULTA.
           MOVE WS-CALC-JUROS-PAGOS  TO AM-JUROS-PAGOS.
           MOVE WS-CALC-IR           TO AM-VALOR-IR.
           MOVE WS-CALC-LIQUIDO      TO AM-VALOR-LIQUIDO.
           MOVE WS-CALC-DIAS         TO AM-DIAS-CORRIDOS.
           MOVE "SISTEM"             TO AM-OPERADOR.
           WRITE REGISTRO-APL-MOVIMENTO.

       0680-IMPRIMIR-DETALHE.
           MOVE AP-CONTA             TO WS-DET-CONTA.
           MOVE AP-CONTA-MOVIMENTO   TO WS-DET-MOVIMENTO.
           MOVE AP-PRINCIPAL         TO WS-DET-PRINCIPAL.
           MOVE WS-CALC-JUROS-PAGOS  TO WS-DET-JUROS.
           MOVE WS-CALC-IR           TO WS-DET-IR.
           MOVE WS-CALC-LIQUIDO      TO WS-DET-LIQUIDO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       0700-ENCERRAR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "APLICACOES CONFIRMADAS........" TO WS-ROD-TEXTO.
           MOVE WS-QTD-CONFIRMADAS TO WS-ROD-QTD.
           MOVE ZERO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "APLICACOES CANCELADAS........." TO WS-ROD-TEXTO.
           MOVE WS-QTD-CANCELADAS TO WS-ROD-QTD.
           MOVE WS-TOT-CANCELADO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "JUROS APROPRIADOS A PAGAR....." TO WS-ROD-TEXTO.
           MOVE WS-QTD-APROPRIADAS TO WS-ROD-QTD.
           MOVE WS-TOT-APROPRIADO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "PRINCIPAL VENCIDO............." TO WS-ROD-TEXTO.
           MOVE WS-QTD-VENCIDAS TO WS-ROD-QTD.
           MOVE WS-TOT-PRINCIPAL TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "JUROS PAGOS NO VENCIMENTO....." TO WS-ROD-TEXTO.
           MOVE WS-QTD-VENCIDAS TO WS-ROD-QTD.
           MOVE WS-TOT-JUROS TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "IMPOSTO DE RENDA RETIDO......." TO WS-ROD-TEXTO.
           MOVE WS-QTD-VENCIDAS TO WS-ROD-QTD.
           MOVE WS-TOT-IR TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "CREDITADO NAS CONTAS.........." TO WS-ROD-TEXTO.
           MOVE WS-QTD-VENCIDAS TO WS-ROD-QTD.
           MOVE WS-TOT-LIQUIDO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

           CLOSE APLICAC-FILE.
           CLOSE CONTA-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE APLMOV-FILE.
           CLOSE LANCAPL-FILE.
           CLOSE RELATORIO-FILE.
           DISPLAY "APLICACOES LIDAS.....: " WS-QTD-LIDAS.
           DISPLAY "CONFIRMADAS..........: " WS-QTD-CONFIRMADAS.
           DISPLAY "CANCELADAS...........: " WS-QTD-CANCELADAS.
           DISPLAY "JUROS APROPRIADOS....: " WS-QTD-APROPRIADAS.
           DISPLAY "VENCIDAS E PAGAS.....: " WS-QTD-VENCIDAS.
           DISPLAY "ERROS DE CALCULO.....: " WS-QTD-ERROS.

       0800-CALCULAR.
           CALL "APLCALC" USING WS-CALC-FUNCAO
                                AP-PRINCIPAL
                                AP-TAXA
                                WS-CALC-DIAS
                                WS-CALC-JUROS-BRUTOS
                                WS-CALC-MULTA
                                WS-CALC-JUROS-PAGOS
                                WS-CALC-IR
                                WS-CALC-LIQUIDO
                                WS-CALC-STATUS
                                WS-CALC-MENSAGEM.

       0910-LER-REJEITO.
           READ LANCREJ-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0920-LER-APLICACAO.
           READ APLICAC-FILE NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       0990-ABORTAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Grava os contadores do job no arquivo de totais de controle
      * (rotina CTLTOT), para a conferencia do fechamento do dia.
      *----------------------------------------------------------------*
       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "APL-CONFIRMADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-CONFIRMADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "APL-CANCELADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-CANCELADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "APL-APROPRIADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-APROPRIADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "APL-VENCIDAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-VENCIDAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
