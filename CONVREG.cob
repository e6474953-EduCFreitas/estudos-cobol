      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Conversao do NSUREG.DAT e do COBRANCA.DAT para o
      *          registro ampliado - le os indexados antigos
      *          (renomeados para NSUREG.ANT e COBRANCA.ANT antes da
      *          execucao) e carrega os novos pela mesma chave, com
      *          os campos acrescentados no valor de registro sem a
      *          informacao: no NSUREG, conta/tipo/destino em branco
      *          e valor e data do estorno zerados (a edicao previa
      *          confere o estorno pelo MOVIMENTO.DAT); no COBRANCA,
      *          pasta sem acordo. Prova a conversao relendo cada
      *          registro antigo pela chave no novo e comparando a
      *          parte antiga byte a byte e a parte nova contra o
      *          valor inicial, e confere quantidade (e, no COBRANCA,
      *          o total prometido) dos dois lados. Resultado em
      *          CONVREG.LST; qualquer divergencia termina com RC 8
      *          e os arquivos .ANT devem ser mantidos para nova
      *          tentativa.
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. CONVREG.
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
           SELECT NSUANT-FILE ASSIGN TO "NSUREG.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NA-NUMERO
               FILE STATUS IS WS-NSUANT-STATUS.

           SELECT NSUREG-FILE ASSIGN TO "NSUREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSU-NUMERO
               FILE STATUS IS WS-NSUREG-STATUS.

           SELECT COBANT-FILE ASSIGN TO "COBRANCA.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-CONTA
               FILE STATUS IS WS-COBANT-STATUS.

           SELECT COBRANCA-FILE ASSIGN TO "COBRANCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CONTA
               FILE STATUS IS WS-COBRANCA-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "CONVREG.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Registros antigos, como gravados antes da ampliacao.
      *----------------------------------------------------------------*
       FD  NSUANT-FILE.
       01  NA-REGISTRO.
           05 NA-NUMERO            PIC X(12).
           05 NA-DATA              PIC 9(08).

       FD  NSUREG-FILE.
           COPY NSUREG.

       FD  COBANT-FILE.
       01  CA-REGISTRO.
           05 CA-CONTA             PIC X(08).
           05 CA-CPF               PIC X(11).
           05 CA-DATA-CARTA        PIC 9(08).
           05 CA-FAIXA             PIC X(07).
           05 CA-PROM-VALOR        PIC 9(09)V99.
           05 CA-PROM-DATA         PIC 9(08).
           05 CA-PROM-SITUACAO     PIC X.
           05 CA-DATA-SITUACAO     PIC 9(08).

       FD  COBRANCA-FILE.
           COPY COBRANCA.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-NSUANT-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-NSUREG-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-COBANT-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-COBRANCA-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-NSUANT            PIC X     VALUE "N".
           88 FIM-NSUANT           VALUE "S".
       77 WS-FIM-NSUREG            PIC X     VALUE "N".
           88 FIM-NSUREG           VALUE "S".
       77 WS-FIM-COBANT            PIC X     VALUE "N".
           88 FIM-COBANT           VALUE "S".
       77 WS-FIM-COBRANCA          PIC X     VALUE "N".
           88 FIM-COBRANCA         VALUE "S".

       77 WS-QTD-NSU-LIDOS         PIC 9(07) VALUE ZERO.
       77 WS-QTD-NSU-GRAVADOS      PIC 9(07) VALUE ZERO.
       77 WS-QTD-NSU-CONFERIDOS    PIC 9(07) VALUE ZERO.
       77 WS-QTD-NSU-INDEXADO      PIC 9(07) VALUE ZERO.
       77 WS-QTD-COB-LIDOS         PIC 9(07) VALUE ZERO.
       77 WS-QTD-COB-GRAVADOS      PIC 9(07) VALUE ZERO.
       77 WS-QTD-COB-CONFERIDOS    PIC 9(07) VALUE ZERO.
       77 WS-QTD-COB-INDEXADO      PIC 9(07) VALUE ZERO.
       77 WS-QTD-DIVERGENCIAS      PIC 9(07) VALUE ZERO.
       77 WS-TOT-PROM-ANT          PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-PROM-NOVO         PIC 9(13)V99 VALUE ZERO.

       77 WS-HOJE                  PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "CONVREG".

       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------*
      * Valor inicial dos campos acrescentados, como a conversao os
      * grava - a prova compara a parte nova de cada registro com
      * estes grupos.
      *----------------------------------------------------------------*
       01  WS-NSU-COMPLEMENTO.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X     VALUE SPACE.
           05 FILLER               PIC 9(09)V99 VALUE ZERO.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC 9(08) VALUE ZERO.

       01  WS-COB-COMPLEMENTO.
           05 FILLER               PIC 9(06) VALUE ZERO.
           05 FILLER               PIC X     VALUE SPACE.
           05 FILLER               PIC 9(08) VALUE ZERO.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(42) VALUE
              "CONVERSAO DO NSUREG.DAT E COBRANCA.DAT EM".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(14) VALUE "ARQUIVO".
           05 FILLER               PIC X(14) VALUE "CHAVE".
           05 FILLER               PIC X(20) VALUE "OCORRENCIA".

       01  WS-LINHA-DETALHE.
           05 WS-DET-ARQUIVO       PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-CHAVE         PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-OCORRENCIA    PIC X(20).

       01  WS-LINHA-TOTAL.
           05 WS-TOT-ROTULO        PIC X(30).
           05 WS-TOT-QTD           PIC ZZZZZZ9.

       01  WS-LINHA-VALOR.
           05 WS-VAL-ROTULO        PIC X(30).
           05 WS-VAL-TOTAL         PIC ZZZZZZZZZZZZZ9.99.

       01  WS-LINHA-RESULTADO       PIC X(80) VALUE SPACES.
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
           PERFORM 0200-CARREGAR-NSUREG.
           PERFORM 0300-CONFERIR-NSUREG.
           PERFORM 0400-CARREGAR-COBRANCA.
           PERFORM 0500-CONFERIR-COBRANCA.
           PERFORM 0600-ENCERRAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           IF WS-QTD-DIVERGENCIAS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------*
      * Sem os dois arquivos antigos nao ha o que converter: nenhum
      * dos novos e criado, para os dois nao ficarem em versoes
      * diferentes.
      *----------------------------------------------------------------*
       0100-ABRIR-ARQUIVOS.
           OPEN INPUT NSUANT-FILE.
           IF WS-NSUANT-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA NSUREG.ANT - STATUS "
                       WS-NSUANT-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT COBANT-FILE.
           IF WS-COBANT-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA COBRANCA.ANT - STATUS "
                       WS-COBANT-STATUS
               CLOSE NSUANT-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE COBANT-FILE.

           OPEN OUTPUT NSUREG-FILE.
           IF WS-NSUREG-STATUS NOT = "00"
               DISPLAY "ERRO CRIACAO NSUREG.DAT - STATUS "
                       WS-NSUREG-STATUS
               CLOSE NSUANT-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CONVREG.LST - STATUS "
                       WS-RELATORIO-STATUS
               CLOSE NSUANT-FILE
               CLOSE NSUREG-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-HOJE TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

      *----------------------------------------------------------------*
      * Carga do NSUREG: a parte antiga e copiada como esta e os
      * campos do movimento original ficam em branco, que a edicao
      * previa ja trata como registro sem os dados (confere o
      * estorno pelo MOVIMENTO.DAT).
      *----------------------------------------------------------------*
       0200-CARREGAR-NSUREG.
           PERFORM 0910-LER-NSUANT.
           PERFORM UNTIL FIM-NSUANT
               ADD 1 TO WS-QTD-NSU-LIDOS
               MOVE NA-NUMERO TO NSU-NUMERO
               MOVE NA-DATA   TO NSU-DATA
               MOVE SPACES    TO NSU-CONTA
               MOVE SPACE     TO NSU-TIPO
               MOVE ZERO      TO NSU-VALOR
               MOVE SPACES    TO NSU-CONTA-DESTINO
               MOVE ZERO      TO NSU-DATA-ESTORNO
               WRITE REGISTRO-NSU
                   INVALID KEY
                       MOVE "NSUREG.DAT" TO WS-DET-ARQUIVO
                       MOVE NA-NUMERO TO WS-DET-CHAVE
                       MOVE "ERRO NA GRAVACAO" TO WS-DET-OCORRENCIA
                       PERFORM 0800-REGISTRAR-DIVERGENCIA
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-NSU-GRAVADOS
               END-WRITE
               PERFORM 0910-LER-NSUANT
           END-PERFORM.
           CLOSE NSUANT-FILE.
           CLOSE NSUREG-FILE.

      *----------------------------------------------------------------*
      * Prova do NSUREG: cada registro antigo e buscado pela chave
      * no novo; a parte antiga tem de ser igual e a parte nova tem
      * de estar no valor inicial. Depois, a varredura do novo tem
      * de dar a mesma quantidade.
      *----------------------------------------------------------------*
       0300-CONFERIR-NSUREG.
           MOVE "N" TO WS-FIM-NSUANT.
           OPEN INPUT NSUANT-FILE.
           OPEN INPUT NSUREG-FILE.
           IF WS-NSUANT-STATUS NOT = "00"
              OR WS-NSUREG-STATUS NOT = "00"
               DISPLAY "ERRO REABERTURA PARA CONFERENCIA - STATUS "
                       WS-NSUANT-STATUS " " WS-NSUREG-STATUS
               CLOSE RELATORIO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0910-LER-NSUANT.
           PERFORM UNTIL FIM-NSUANT
               PERFORM 0350-CONFERIR-NSU
               PERFORM 0910-LER-NSUANT
           END-PERFORM.
           CLOSE NSUANT-FILE.

           MOVE LOW-VALUES TO NSU-NUMERO.
           START NSUREG-FILE KEY IS NOT LESS NSU-NUMERO
               INVALID KEY
                   SET FIM-NSUREG TO TRUE
           END-START.
           PERFORM UNTIL FIM-NSUREG
               PERFORM 0920-LER-NSUREG
               IF NOT FIM-NSUREG
                   ADD 1 TO WS-QTD-NSU-INDEXADO
               END-IF
           END-PERFORM.
           CLOSE NSUREG-FILE.

           IF WS-QTD-NSU-INDEXADO NOT = WS-QTD-NSU-LIDOS
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE "QUANTIDADE DE REGISTROS DIFERENTE NO NSUREG"
                   TO WS-LINHA-RESULTADO
               WRITE LINHA-RELATORIO FROM WS-LINHA-RESULTADO
           END-IF.

       0350-CONFERIR-NSU.
           MOVE "NSUREG.DAT" TO WS-DET-ARQUIVO.
           MOVE NA-NUMERO    TO WS-DET-CHAVE.
           MOVE NA-NUMERO    TO NSU-NUMERO.
           READ NSUREG-FILE
               INVALID KEY
                   MOVE "AUSENTE NO NOVO" TO WS-DET-OCORRENCIA
                   PERFORM 0800-REGISTRAR-DIVERGENCIA
                   EXIT PARAGRAPH
           END-READ.
           IF REGISTRO-NSU(1:20) = NA-REGISTRO
              AND REGISTRO-NSU(21:36) = WS-NSU-COMPLEMENTO
               ADD 1 TO WS-QTD-NSU-CONFERIDOS
           ELSE
               MOVE "REGISTRO DIFERENTE" TO WS-DET-OCORRENCIA
               PERFORM 0800-REGISTRAR-DIVERGENCIA
           END-IF.

      *----------------------------------------------------------------*
      * Carga do COBRANCA: a parte antiga e copiada como esta e a
      * pasta entra sem acordo, como o AGINGNEG abre uma pasta nova.
      *----------------------------------------------------------------*
       0400-CARREGAR-COBRANCA.
           OPEN INPUT COBANT-FILE.
           OPEN OUTPUT COBRANCA-FILE.
           IF WS-COBANT-STATUS NOT = "00"
              OR WS-COBRANCA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA COBRANCA - STATUS "
                       WS-COBANT-STATUS " " WS-COBRANCA-STATUS
               CLOSE RELATORIO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0930-LER-COBANT.
           PERFORM UNTIL FIM-COBANT
               ADD 1 TO WS-QTD-COB-LIDOS
               MOVE CA-CONTA         TO CB-CONTA
               MOVE CA-CPF           TO CB-CPF
               MOVE CA-DATA-CARTA    TO CB-DATA-CARTA
               MOVE CA-FAIXA         TO CB-FAIXA
               MOVE CA-PROM-VALOR    TO CB-PROM-VALOR
               MOVE CA-PROM-DATA     TO CB-PROM-DATA
               MOVE CA-PROM-SITUACAO TO CB-PROM-SITUACAO
               MOVE CA-DATA-SITUACAO TO CB-DATA-SITUACAO
               MOVE ZERO             TO CB-NUM-ACORDO
               SET CB-SEM-ACORDO     TO TRUE
               MOVE ZERO             TO CB-DATA-ACORDO
               WRITE REGISTRO-COBRANCA
                   INVALID KEY
                       MOVE "COBRANCA.DAT" TO WS-DET-ARQUIVO
                       MOVE CA-CONTA TO WS-DET-CHAVE
                       MOVE "ERRO NA GRAVACAO" TO WS-DET-OCORRENCIA
                       PERFORM 0800-REGISTRAR-DIVERGENCIA
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-COB-GRAVADOS
               END-WRITE
               PERFORM 0930-LER-COBANT
           END-PERFORM.
           CLOSE COBANT-FILE.
           CLOSE COBRANCA-FILE.

      *----------------------------------------------------------------*
      * Prova do COBRANCA, como a do NSUREG, com o total prometido
      * conferido dos dois lados.
      *----------------------------------------------------------------*
       0500-CONFERIR-COBRANCA.
           MOVE "N" TO WS-FIM-COBANT.
           OPEN INPUT COBANT-FILE.
           OPEN INPUT COBRANCA-FILE.
           IF WS-COBANT-STATUS NOT = "00"
              OR WS-COBRANCA-STATUS NOT = "00"
               DISPLAY "ERRO REABERTURA PARA CONFERENCIA - STATUS "
                       WS-COBANT-STATUS " " WS-COBRANCA-STATUS
               CLOSE RELATORIO-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0930-LER-COBANT.
           PERFORM UNTIL FIM-COBANT
               ADD CA-PROM-VALOR TO WS-TOT-PROM-ANT
               PERFORM 0550-CONFERIR-PASTA
               PERFORM 0930-LER-COBANT
           END-PERFORM.
           CLOSE COBANT-FILE.

           MOVE LOW-VALUES TO CB-CONTA.
           START COBRANCA-FILE KEY IS NOT LESS CB-CONTA
               INVALID KEY
                   SET FIM-COBRANCA TO TRUE
           END-START.
           PERFORM UNTIL FIM-COBRANCA
               PERFORM 0940-LER-COBRANCA
               IF NOT FIM-COBRANCA
                   ADD 1 TO WS-QTD-COB-INDEXADO
                   ADD CB-PROM-VALOR TO WS-TOT-PROM-NOVO
               END-IF
           END-PERFORM.
           CLOSE COBRANCA-FILE.

           IF WS-QTD-COB-INDEXADO NOT = WS-QTD-COB-LIDOS
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE "QUANTIDADE DE REGISTROS DIFERENTE NO COBRANCA"
                   TO WS-LINHA-RESULTADO
               WRITE LINHA-RELATORIO FROM WS-LINHA-RESULTADO
           END-IF.
           IF WS-TOT-PROM-NOVO NOT = WS-TOT-PROM-ANT
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE "TOTAL PROMETIDO DIFERENTE NO COBRANCA"
                   TO WS-LINHA-RESULTADO
               WRITE LINHA-RELATORIO FROM WS-LINHA-RESULTADO
           END-IF.

       0550-CONFERIR-PASTA.
           MOVE "COBRANCA.DAT" TO WS-DET-ARQUIVO.
           MOVE CA-CONTA       TO WS-DET-CHAVE.
           MOVE CA-CONTA       TO CB-CONTA.
           READ COBRANCA-FILE
               INVALID KEY
                   MOVE "AUSENTE NO NOVO" TO WS-DET-OCORRENCIA
                   PERFORM 0800-REGISTRAR-DIVERGENCIA
                   EXIT PARAGRAPH
           END-READ.
           IF REGISTRO-COBRANCA(1:62) = CA-REGISTRO
              AND REGISTRO-COBRANCA(63:15) = WS-COB-COMPLEMENTO
               ADD 1 TO WS-QTD-COB-CONFERIDOS
           ELSE
               MOVE "REGISTRO DIFERENTE" TO WS-DET-OCORRENCIA
               PERFORM 0800-REGISTRAR-DIVERGENCIA
           END-IF.

       0600-ENCERRAR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "REGISTROS LIDOS NSUREG.ANT" TO WS-TOT-ROTULO.
           MOVE WS-QTD-NSU-LIDOS TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "REGISTROS GRAVADOS NSUREG.DAT" TO WS-TOT-ROTULO.
           MOVE WS-QTD-NSU-GRAVADOS TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "REGISTROS CONFERIDOS NSUREG" TO WS-TOT-ROTULO.
           MOVE WS-QTD-NSU-CONFERIDOS TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "REGISTROS LIDOS COBRANCA.ANT" TO WS-TOT-ROTULO.
           MOVE WS-QTD-COB-LIDOS TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "REGISTROS GRAVADOS COBRANCA.DAT" TO WS-TOT-ROTULO.
           MOVE WS-QTD-COB-GRAVADOS TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "REGISTROS CONFERIDOS COBRANCA" TO WS-TOT-ROTULO.
           MOVE WS-QTD-COB-CONFERIDOS TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "TOTAL PROMETIDO COBRANCA.ANT" TO WS-VAL-ROTULO.
           MOVE WS-TOT-PROM-ANT TO WS-VAL-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-VALOR.
           MOVE "TOTAL PROMETIDO COBRANCA.DAT" TO WS-VAL-ROTULO.
           MOVE WS-TOT-PROM-NOVO TO WS-VAL-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-VALOR.
           MOVE "DIVERGENCIAS" TO WS-TOT-ROTULO.
           MOVE WS-QTD-DIVERGENCIAS TO WS-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           IF WS-QTD-DIVERGENCIAS > ZERO
               MOVE "CONVERSAO DIVERGENTE - MANTER OS .ANT E REFAZER"
                   TO WS-LINHA-RESULTADO
           ELSE
               MOVE "CONVERSAO CONFERIDA REGISTRO A REGISTRO"
                   TO WS-LINHA-RESULTADO
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESULTADO.
           CLOSE RELATORIO-FILE.
           DISPLAY "NSU LIDOS............: " WS-QTD-NSU-LIDOS.
           DISPLAY "NSU GRAVADOS.........: " WS-QTD-NSU-GRAVADOS.
           DISPLAY "PASTAS LIDAS.........: " WS-QTD-COB-LIDOS.
           DISPLAY "PASTAS GRAVADAS......: " WS-QTD-COB-GRAVADOS.
           DISPLAY "DIVERGENCIAS.........: " WS-QTD-DIVERGENCIAS.
           DISPLAY WS-LINHA-RESULTADO.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.

       0800-REGISTRAR-DIVERGENCIA.
           ADD 1 TO WS-QTD-DIVERGENCIAS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

      *----------------------------------------------------------------*
      * Grava os contadores do job no arquivo de totais de controle.
      *----------------------------------------------------------------*
       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "NSU LIDOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-NSU-LIDOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "NSU GRAVADOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-NSU-GRAVADOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "PASTAS LIDAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-COB-LIDOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "PASTAS GRAVADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-COB-GRAVADOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "DIVERGENCIAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-DIVERGENCIAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

       0910-LER-NSUANT.
           READ NSUANT-FILE NEXT RECORD
               AT END
                   SET FIM-NSUANT TO TRUE
           END-READ.

       0920-LER-NSUREG.
           READ NSUREG-FILE NEXT RECORD
               AT END
                   SET FIM-NSUREG TO TRUE
           END-READ.

       0930-LER-COBANT.
           READ COBANT-FILE NEXT RECORD
               AT END
                   SET FIM-COBANT TO TRUE
           END-READ.

       0940-LER-COBRANCA.
           READ COBRANCA-FILE NEXT RECORD
               AT END
                   SET FIM-COBRANCA TO TRUE
           END-READ.
