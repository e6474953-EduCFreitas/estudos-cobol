      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Remessa de cobranca bancaria - grava em REMCNAB.DAT,
      *          no layout CNAB de 400 posicoes (CNAB400.cpy), um
      *          titulo por parcela em aberto da agenda AGDPARC.DAT
      *          ainda nao registrada no banco, com header e trailer
      *          de controle. Cada parcela enviada recebe o nosso
      *          numero e a situacao "enviada"; o numero do arquivo
      *          (NSA) e o ultimo nosso numero ficam em CNABCTL.DAT.
      *          Dados do cedente e do banco no cartao CNAB.PAR; sem
      *          cartao nada e enviado. Relacao do que foi enviado em
      *          REMCNAB.LST
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. REMCNAB.
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
           SELECT AGENDA-FILE ASSIGN TO "AGDPARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.

      *----------------------------------------------------------------*
      * Agenda atualizada gravada primeiro em AGDREM.TMP e so copiada
      * por cima de AGDPARC.DAT no final, como na baixa de parcelas.
      *----------------------------------------------------------------*
           SELECT AGD-NOVO-FILE ASSIGN TO "AGDREM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGD-NOVO-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT REMESSA-FILE ASSIGN TO "REMCNAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMESSA-STATUS.

           SELECT PARAM-FILE ASSIGN TO "CNAB.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT CONTROLE-CNAB-FILE ASSIGN TO "CNABCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "REMCNAB.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  AGENDA-FILE.
           COPY PARCAGD.

       FD  AGD-NOVO-FILE.
           COPY PARCAGD REPLACING ==REGISTRO-AGENDA==
                               BY ==AN-REGISTRO-AGENDA==
                       LEADING ==AGD-== BY ==AN-==.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  REMESSA-FILE.
       01  REM-REGISTRO             PIC X(400).

      *----------------------------------------------------------------*
      * Cedente e banco da cobranca: codigo e nome da empresa no
      * banco, numero e nome do banco, carteira e se as parcelas
      * rejeitadas pelo banco vao de novo na proxima remessa (S/N).
      *----------------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-CNAB.
           05 PCN-CODIGO-EMPRESA   PIC X(20).
           05 PCN-NOME-EMPRESA     PIC X(30).
           05 PCN-BANCO            PIC 9(03).
           05 PCN-NOME-BANCO       PIC X(15).
           05 PCN-CARTEIRA         PIC X(03).
           05 PCN-REENVIAR         PIC X.

      *----------------------------------------------------------------*
      * Controle da numeracao: ultimo NSA de remessa, ultimo nosso
      * numero atribuido e data da ultima remessa.
      *----------------------------------------------------------------*
       FD  CONTROLE-CNAB-FILE.
       01  REGISTRO-CONTROLE-CNAB.
           05 CCT-ULTIMA-REMESSA   PIC 9(07).
           05 CCT-ULTIMO-NOSSO     PIC 9(10).
           05 CCT-DATA-REMESSA     PIC 9(08).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-AGENDA-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-AGD-NOVO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-CLIENTE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-REMESSA-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-CONTROLE-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-AGENDA            PIC X     VALUE "N".
           88 FIM-AGENDA           VALUE "S".
       77 WS-CLIENTE-DISPONIVEL    PIC X     VALUE "S".
           88 CLIENTE-DISPONIVEL   VALUE "S".
       77 WS-PARCELA-ELEGIVEL      PIC X     VALUE "N".
           88 PARCELA-ELEGIVEL     VALUE "S".
       77 WS-REENVIAR-REJEITADAS   PIC X     VALUE "N".
           88 REENVIAR-REJEITADAS  VALUE "S".

       77 WS-NSA                   PIC 9(07) VALUE ZERO.
       77 WS-NOSSO-NUMERO          PIC 9(10) VALUE ZERO.
       77 WS-SEQUENCIAL            PIC 9(06) VALUE ZERO.

       01  WS-DATA-AAAAMMDD        PIC 9(08) VALUE ZERO.
       01  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
           05 WS-DAT-ANO           PIC 9(04).
           05 WS-DAT-MES           PIC 9(02).
           05 WS-DAT-DIA           PIC 9(02).
       01  WS-DATA-DDMMAA.
           05 WS-DDM-DIA           PIC 9(02).
           05 WS-DDM-MES           PIC 9(02).
           05 WS-DDM-ANO           PIC 9(02).
       01  WS-DATA-DDMMAA-N REDEFINES WS-DATA-DDMMAA PIC 9(06).

       77 WS-QTD-LIDAS             PIC 9(07) VALUE ZERO.
       77 WS-QTD-ELEGIVEIS         PIC 9(07) VALUE ZERO.
       77 WS-QTD-ENVIADAS          PIC 9(07) VALUE ZERO.
       77 WS-QTD-REENVIADAS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-VENCIDAS          PIC 9(07) VALUE ZERO.
       77 WS-VALOR-ENVIADO         PIC 9(12)V99 VALUE ZERO.
       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "REMCNAB".

       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------*
      * Checkpoint de dia ja processado: numa reexecucao no mesmo dia
      * as parcelas ja estao "enviadas", nada seria elegivel e a
      * remessa ainda nao transmitida seria recriada vazia. O ultimo
      * dia remetido fica em REMCNAB.CKP (rotina CHKPT); rodar de
      * novo no mesmo dia vira nao-operacao, como na baixa de
      * parcelas.
      *----------------------------------------------------------------*
       77 WS-CKPT-CHAVE            PIC X(11) VALUE SPACES.
       77 WS-CKPT-ENCONTRADO       PIC X     VALUE "N".
       77 WS-HOJE-TXT              PIC X(11) VALUE SPACES.
       77 WS-DATA-INICIO-JOB       PIC 9(08) VALUE ZERO.
       77 WS-HORA-INICIO-JOB       PIC 9(08) VALUE ZERO.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(38) VALUE
              "REMESSA DE COBRANCA BANCARIA - NSA".
           05 WS-CAB-NSA           PIC ZZZZZZ9.
           05 FILLER               PIC X(07) VALUE " DATA ".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(12) VALUE "NOSSO NUM".
           05 FILLER               PIC X(10) VALUE "CONTA".
           05 FILLER               PIC X(13) VALUE "CPF".
           05 FILLER               PIC X(07) VALUE "PARC".
           05 FILLER               PIC X(10) VALUE "VENCTO".
           05 FILLER               PIC X(15) VALUE "VALOR".

       01  WS-LINHA-DETALHE.
           05 WS-DET-NOSSO         PIC 9(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-CPF           PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-PARCELA       PIC Z9.
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-DET-QTD           PIC 99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-VENCIMENTO    PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-VALOR         PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-OBS           PIC X(10).

           COPY CNAB400.

       01  WS-LINHA-RODAPE.
           05 WS-ROD-TEXTO         PIC X(30).
           05 WS-ROD-QTD           PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ROD-VALOR         PIC -----------9.99.
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
           PERFORM 0040-VERIFICAR-DIA-JA-REMETIDO.
           PERFORM 0050-LER-CARTAO.
           PERFORM 0060-LER-CONTROLE.
           PERFORM 0100-CONTAR-ELEGIVEIS.
           IF WS-QTD-ELEGIVEIS = ZERO
               DISPLAY "NENHUMA PARCELA A REGISTRAR NO BANCO"
               OPEN OUTPUT REMESSA-FILE
               CLOSE REMESSA-FILE
               PERFORM 0980-ENCERRAR-SEM-REMESSA
           END-IF.
           PERFORM 0200-GERAR-REMESSA.
           PERFORM 0350-EFETIVAR-AGENDA.
           PERFORM 0400-GRAVAR-CONTROLE.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE WS-HOJE-TXT TO WS-CKPT-CHAVE.
           CALL "CHKPT" USING WS-JOB-NOME "G" WS-CKPT-CHAVE
                               WS-DATA-INICIO-JOB WS-HORA-INICIO-JOB
                               WS-CKPT-ENCONTRADO.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0040-VERIFICAR-DIA-JA-REMETIDO.
           MOVE WS-DATA-MOVIMENTO TO WS-HOJE-TXT(1:8).
           CALL "CHKPT" USING WS-JOB-NOME "L" WS-CKPT-CHAVE
                               WS-DATA-INICIO-JOB WS-HORA-INICIO-JOB
                               WS-CKPT-ENCONTRADO.
           IF WS-CKPT-ENCONTRADO = "S"
              AND WS-CKPT-CHAVE = WS-HOJE-TXT
               DISPLAY "AVISO - REMESSA JA GERADA EM "
                       WS-DATA-MOVIMENTO ", NADA A FAZER"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-INICIO-JOB.
           ACCEPT WS-HORA-INICIO-JOB FROM TIME.

      *----------------------------------------------------------------*
      * Sem o cartao do cedente nao ha como montar o arquivo para o
      * banco: a remessa nao sai, a cadeia segue e as parcelas ficam
      * para a proxima noite.
      *----------------------------------------------------------------*
       0050-LER-CARTAO.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "AVISO - CNAB.PAR AUSENTE, REMESSA NAO GERADA"
               PERFORM 0980-ENCERRAR-SEM-REMESSA
           END-IF.
           READ PARAM-FILE
               AT END
                   DISPLAY "AVISO - CNAB.PAR VAZIO, REMESSA NAO GERADA"
                   CLOSE PARAM-FILE
                   PERFORM 0980-ENCERRAR-SEM-REMESSA
           END-READ.
           CLOSE PARAM-FILE.
           IF PCN-BANCO IS NOT NUMERIC OR PCN-BANCO = ZERO
              OR PCN-CODIGO-EMPRESA = SPACES
               DISPLAY "AVISO - CNAB.PAR SEM BANCO OU CODIGO DA "
                       "EMPRESA, REMESSA NAO GERADA"
               PERFORM 0980-ENCERRAR-SEM-REMESSA
           END-IF.
           IF PCN-REENVIAR = "S"
               SET REENVIAR-REJEITADAS TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * Controle ausente = primeira remessa: NSA e nosso numero
      * comecam do zero.
      *----------------------------------------------------------------*
       0060-LER-CONTROLE.
           OPEN INPUT CONTROLE-CNAB-FILE.
           IF WS-CONTROLE-STATUS = "00"
               READ CONTROLE-CNAB-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-CONTROLE-STATUS = "00"
                  AND CCT-ULTIMA-REMESSA IS NUMERIC
                  AND CCT-ULTIMO-NOSSO IS NUMERIC
                   MOVE CCT-ULTIMA-REMESSA TO WS-NSA
                   MOVE CCT-ULTIMO-NOSSO   TO WS-NOSSO-NUMERO
               END-IF
               CLOSE CONTROLE-CNAB-FILE
           ELSE
               DISPLAY "CNABCTL.DAT AUSENTE - PRIMEIRA REMESSA"
           END-IF.

      *----------------------------------------------------------------*
      * Primeira passada: so conta as parcelas a enviar, para nao
      * gastar um NSA com remessa vazia.
      *----------------------------------------------------------------*
       0100-CONTAR-ELEGIVEIS.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "AVISO - AGDPARC.DAT AUSENTE, NADA A REGISTRAR"
               PERFORM 0980-ENCERRAR-SEM-REMESSA
           END-IF.
           PERFORM 0910-LER-AGENDA.
           PERFORM UNTIL FIM-AGENDA
               PERFORM 0150-VERIFICAR-ELEGIVEL
               IF PARCELA-ELEGIVEL
                   ADD 1 TO WS-QTD-ELEGIVEIS
               END-IF
               PERFORM 0910-LER-AGENDA
           END-PERFORM.
           CLOSE AGENDA-FILE.

      *----------------------------------------------------------------*
      * Vai para o banco a parcela em aberto, ainda nao enviada (ou
      * rejeitada, quando o cartao manda reenviar) e que ainda nao
      * venceu - boleto vencido o banco nao registra.
      *----------------------------------------------------------------*
       0150-VERIFICAR-ELEGIVEL.
           MOVE "N" TO WS-PARCELA-ELEGIVEL.
           IF NOT AGD-ABERTA
               EXIT PARAGRAPH
           END-IF.
           IF AGD-COB-NAO-ENVIADA
              OR (AGD-COB-REJEITADA AND REENVIAR-REJEITADAS)
               IF AGD-DATA-VENCIMENTO >= WS-DATA-MOVIMENTO
                   SET PARCELA-ELEGIVEL TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Segunda passada: copia a agenda inteira para AGDREM.TMP e,
      * para cada parcela elegivel, atribui o nosso numero, grava o
      * detalhe na remessa e marca a parcela como enviada.
      *----------------------------------------------------------------*
       0200-GERAR-REMESSA.
           ADD 1 TO WS-NSA.
           MOVE "N" TO WS-FIM-AGENDA.
           OPEN INPUT AGENDA-FILE.
           OPEN OUTPUT AGD-NOVO-FILE.
           IF WS-AGD-NOVO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA AGDREM.TMP - STATUS "
                       WS-AGD-NOVO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN OUTPUT REMESSA-FILE.
           IF WS-REMESSA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA REMCNAB.DAT - STATUS "
                       WS-REMESSA-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA REMCNAB.LST - STATUS "
                       WS-RELATORIO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
               DISPLAY "AVISO - CLIENTE.DAT INDISPONIVEL, SACADO SEM "
                       "NOME E ENDERECO"
               MOVE "N" TO WS-CLIENTE-DISPONIVEL
           END-IF.

           MOVE WS-NSA            TO WS-CAB-NSA.
           MOVE WS-DATA-MOVIMENTO TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.
           PERFORM 0210-GRAVAR-HEADER.

           PERFORM 0910-LER-AGENDA.
           PERFORM UNTIL FIM-AGENDA
               ADD 1 TO WS-QTD-LIDAS
               PERFORM 0150-VERIFICAR-ELEGIVEL
               IF PARCELA-ELEGIVEL
                   PERFORM 0220-GRAVAR-DETALHE
               ELSE
                   IF AGD-ABERTA AND AGD-COB-NAO-ENVIADA
                       ADD 1 TO WS-QTD-VENCIDAS
                   END-IF
               END-IF
               MOVE REGISTRO-AGENDA TO AN-REGISTRO-AGENDA
               WRITE AN-REGISTRO-AGENDA
               PERFORM 0910-LER-AGENDA
           END-PERFORM.

           PERFORM 0230-GRAVAR-TRAILER.

           MOVE "TITULOS ENVIADOS.............." TO WS-ROD-TEXTO.
           MOVE WS-QTD-ENVIADAS  TO WS-ROD-QTD.
           MOVE WS-VALOR-ENVIADO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "  DOS QUAIS REENVIO DE REJEITO" TO WS-ROD-TEXTO.
           MOVE WS-QTD-REENVIADAS TO WS-ROD-QTD.
           MOVE ZERO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "NAO ENVIADAS - JA VENCIDAS...." TO WS-ROD-TEXTO.
           MOVE WS-QTD-VENCIDAS TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

           CLOSE AGENDA-FILE.
           CLOSE AGD-NOVO-FILE.
           CLOSE REMESSA-FILE.
           CLOSE RELATORIO-FILE.
           IF CLIENTE-DISPONIVEL
               CLOSE CLIENTE-FILE
           END-IF.
           DISPLAY "REMESSA NSA..........: " WS-NSA.
           DISPLAY "PARCELAS NA AGENDA...: " WS-QTD-LIDAS.
           DISPLAY "TITULOS ENVIADOS.....: " WS-QTD-ENVIADAS.
           DISPLAY "REENVIOS DE REJEITO..: " WS-QTD-REENVIADAS.
           DISPLAY "VENCIDAS NAO ENVIADAS: " WS-QTD-VENCIDAS.

       0210-GRAVAR-HEADER.
           MOVE SPACES             TO REGISTRO-CNAB.
           SET CNB-HEADER          TO TRUE.
           SET CNH-REMESSA         TO TRUE.
           MOVE "REMESSA"          TO CNH-LITERAL-OPERACAO.
           MOVE 01                 TO CNH-SERVICO.
           MOVE "COBRANCA"         TO CNH-LITERAL-SERVICO.
           MOVE PCN-CODIGO-EMPRESA TO CNH-CODIGO-EMPRESA.
           MOVE PCN-NOME-EMPRESA   TO CNH-NOME-EMPRESA.
           MOVE PCN-BANCO          TO CNH-BANCO.
           MOVE PCN-NOME-BANCO     TO CNH-NOME-BANCO.
           MOVE WS-DATA-MOVIMENTO  TO WS-DATA-AAAAMMDD.
           PERFORM 0800-CONVERTER-DDMMAA.
           MOVE WS-DATA-DDMMAA-N   TO CNH-DATA-GERACAO.
           MOVE "MX"               TO CNH-ID-SISTEMA.
           MOVE WS-NSA             TO CNH-NSA.
           ADD 1 TO WS-SEQUENCIAL.
           MOVE WS-SEQUENCIAL      TO CNH-SEQUENCIAL.
           WRITE REM-REGISTRO FROM REGISTRO-CNAB.

       0220-GRAVAR-DETALHE.
           ADD 1 TO WS-NOSSO-NUMERO.
           IF AGD-COB-REJEITADA
               ADD 1 TO WS-QTD-REENVIADAS
               MOVE "REENVIO"  TO WS-DET-OBS
           ELSE
               MOVE SPACES     TO WS-DET-OBS
           END-IF.
           MOVE SPACES             TO REGISTRO-CNAB.
           SET CNB-DETALHE         TO TRUE.
           MOVE 01                 TO CND-TIPO-INSCRICAO.
           MOVE "000"              TO CND-INSCRICAO(1:3).
           MOVE AGD-CPF            TO CND-INSCRICAO(4:11).
           MOVE PCN-CODIGO-EMPRESA TO CND-CODIGO-EMPRESA.
           MOVE AGD-CONTA          TO CND-SEU-CONTA.
           MOVE AGD-NUM-PARCELA    TO CND-SEU-PARCELA.
           MOVE AGD-QTD-PARCELAS   TO CND-SEU-QTD.
           MOVE AGD-DATA-VENCIMENTO TO CND-SEU-VENCIMENTO.
           MOVE WS-NOSSO-NUMERO    TO CND-NOSSO-NUMERO.
           MOVE PCN-CARTEIRA       TO CND-CARTEIRA.
           SET CND-ENTRADA         TO TRUE.
           MOVE ZERO               TO CND-DATA-OCORRENCIA.
           MOVE AGD-DATA-VENCIMENTO TO WS-DATA-AAAAMMDD.
           PERFORM 0800-CONVERTER-DDMMAA.
           MOVE WS-DATA-DDMMAA-N   TO CND-VENCIMENTO.
           MOVE AGD-VALOR          TO CND-VALOR-TITULO.
           MOVE PCN-BANCO          TO CND-BANCO.
           MOVE "01"               TO CND-ESPECIE.
           MOVE WS-DATA-MOVIMENTO  TO WS-DATA-AAAAMMDD.
           PERFORM 0800-CONVERTER-DDMMAA.
           MOVE WS-DATA-DDMMAA-N   TO CND-DATA-EMISSAO.
           MOVE ZERO               TO CND-VALOR-PAGO.
           MOVE ZERO               TO CND-DATA-CREDITO.
           IF CLIENTE-DISPONIVEL
               MOVE AGD-CPF TO CPF
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME     TO CND-NOME-SACADO
                       MOVE ENDERECO TO CND-ENDERECO-SACADO
               END-READ
           END-IF.
           ADD 1 TO WS-SEQUENCIAL.
           MOVE WS-SEQUENCIAL      TO CND-SEQUENCIAL.
           WRITE REM-REGISTRO FROM REGISTRO-CNAB.

           ADD 1 TO WS-QTD-ENVIADAS.
           ADD AGD-VALOR TO WS-VALOR-ENVIADO.
           MOVE WS-NOSSO-NUMERO    TO AGD-NOSSO-NUMERO.
           SET AGD-COB-ENVIADA     TO TRUE.
           MOVE WS-DATA-MOVIMENTO  TO AGD-DATA-COBRANCA.
           MOVE SPACES             TO AGD-MOTIVO-BANCO.

           MOVE WS-NOSSO-NUMERO     TO WS-DET-NOSSO.
           MOVE AGD-CONTA           TO WS-DET-CONTA.
           MOVE AGD-CPF             TO WS-DET-CPF.
           MOVE AGD-NUM-PARCELA     TO WS-DET-PARCELA.
           MOVE AGD-QTD-PARCELAS    TO WS-DET-QTD.
           MOVE AGD-DATA-VENCIMENTO TO WS-DET-VENCIMENTO.
           MOVE AGD-VALOR           TO WS-DET-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       0230-GRAVAR-TRAILER.
           MOVE SPACES             TO REGISTRO-CNAB.
           SET CNB-TRAILER         TO TRUE.
           MOVE "1"                TO CNT-OPERACAO.
           MOVE 01                 TO CNT-SERVICO.
           MOVE PCN-BANCO          TO CNT-BANCO.
           MOVE WS-QTD-ENVIADAS    TO CNT-QTD-TITULOS.
           MOVE WS-VALOR-ENVIADO   TO CNT-VALOR-TITULOS.
           MOVE ZERO               TO CNT-QTD-LIQUIDADOS.
           MOVE ZERO               TO CNT-VALOR-LIQUIDADO.
           ADD 1 TO WS-SEQUENCIAL.
           MOVE WS-SEQUENCIAL      TO CNT-SEQUENCIAL.
           WRITE REM-REGISTRO FROM REGISTRO-CNAB.

      *----------------------------------------------------------------*
      * Copia AGDREM.TMP por cima de AGDPARC.DAT somente depois da
      * remessa completa, como a baixa faz com AGDNOVO.TMP.
      *----------------------------------------------------------------*
       0350-EFETIVAR-AGENDA.
           MOVE "N" TO WS-FIM-AGENDA.
           OPEN INPUT AGD-NOVO-FILE.
           IF WS-AGD-NOVO-STATUS NOT = "00"
               DISPLAY "ERRO REABERTURA AGDREM.TMP - STATUS "
                       WS-AGD-NOVO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN OUTPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVACAO AGDPARC.DAT - STATUS "
                       WS-AGENDA-STATUS
               CLOSE AGD-NOVO-FILE
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM 0930-LER-AGENDA-NOVA.
           PERFORM UNTIL FIM-AGENDA
               MOVE AN-REGISTRO-AGENDA TO REGISTRO-AGENDA
               WRITE REGISTRO-AGENDA
               PERFORM 0930-LER-AGENDA-NOVA
           END-PERFORM.
           CLOSE AGD-NOVO-FILE.
           CLOSE AGENDA-FILE.

      *----------------------------------------------------------------*
      * A numeracao so avanca depois da agenda efetivada: uma queda
      * antes disso reaproveita o NSA e os nossos numeros.
      *----------------------------------------------------------------*
       0400-GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-CNAB-FILE.
           IF WS-CONTROLE-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CNABCTL.DAT - STATUS "
                       WS-CONTROLE-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           MOVE WS-NSA            TO CCT-ULTIMA-REMESSA.
           MOVE WS-NOSSO-NUMERO   TO CCT-ULTIMO-NOSSO.
           MOVE WS-DATA-MOVIMENTO TO CCT-DATA-REMESSA.
           WRITE REGISTRO-CONTROLE-CNAB.
           CLOSE CONTROLE-CNAB-FILE.

      *----------------------------------------------------------------*
      * Grava os contadores do job no arquivo de totais de controle
      * para o balanceamento do fechamento diario.
      *----------------------------------------------------------------*
       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "ENVIADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-ENVIADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

      *----------------------------------------------------------------*
      * AAAAMMDD para o DDMMAA do banco.
      *----------------------------------------------------------------*
       0800-CONVERTER-DDMMAA.
           MOVE WS-DAT-DIA         TO WS-DDM-DIA.
           MOVE WS-DAT-MES         TO WS-DDM-MES.
           MOVE WS-DAT-ANO(3:2)    TO WS-DDM-ANO.

       0910-LER-AGENDA.
           READ AGENDA-FILE
               AT END
                   SET FIM-AGENDA TO TRUE
           END-READ.

       0930-LER-AGENDA-NOVA.
           READ AGD-NOVO-FILE
               AT END
                   SET FIM-AGENDA TO TRUE
           END-READ.

       0980-ENCERRAR-SEM-REMESSA.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0990-ABORTAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
