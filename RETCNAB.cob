      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Retorno de cobranca bancaria - le o arquivo devolvido
      *          pelo banco (RETCNAB.DAT, layout CNAB400.cpy), confere
      *          header e trailer (quantidade e valor dos titulos e
      *          das liquidacoes) e so entao aplica as ocorrencias na
      *          agenda AGDPARC.DAT pelo nosso numero: confirmacao
      *          registra o titulo, rejeicao guarda o motivo do banco
      *          e liquidacao gera em LANCBOL.DAT o credito do valor
      *          pago na conta, com o nosso numero no NSU, para a
      *          edicao injetar e a baixa de parcelas casar com a
      *          parcela exata. Relacao das ocorrencias em RETCNAB.LST
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. RETCNAB.
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
           SELECT RETORNO-FILE ASSIGN TO "RETCNAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.

           SELECT PARAM-FILE ASSIGN TO "CNAB.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

      *----------------------------------------------------------------*
      * Detalhes do retorno separados na conferencia e ordenados por
      * nosso numero (e sequencial, para manter a ordem do banco
      * entre ocorrencias do mesmo titulo) para o casamento.
      *----------------------------------------------------------------*
           SELECT RET-DETALHE ASSIGN TO "RETDET.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-DET-STATUS.

           SELECT SORT-RETORNO ASSIGN TO "WORKRET.TMP".

           SELECT RET-ORDENADO ASSIGN TO "RETORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-ORD-STATUS.

           SELECT AGENDA-FILE ASSIGN TO "AGDPARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT SORT-AGENDA ASSIGN TO "WORKAGR.TMP".

           SELECT AGD-ORDENADO ASSIGN TO "AGDRORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGD-ORD-STATUS.

      *----------------------------------------------------------------*
      * Agenda atualizada gravada primeiro em AGDRET.TMP e so copiada
      * por cima de AGDPARC.DAT no final, como na baixa de parcelas.
      *----------------------------------------------------------------*
           SELECT AGD-NOVO-FILE ASSIGN TO "AGDRET.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGD-NOVO-STATUS.

      *----------------------------------------------------------------*
      * Creditos das liquidacoes, injetados pela edicao do movimento
      * junto com os demais arquivos de passagem. O arquivo e
      * recriado a cada execucao: numa noite refeita depois da
      * restauracao a agenda volta sem as liquidacoes e os creditos
      * sao gerados de novo, sem duplicar os da execucao anterior.
      *----------------------------------------------------------------*
           SELECT LANCBOL-FILE ASSIGN TO "LANCBOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCBOL-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RETCNAB.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  RETORNO-FILE.
       01  RET-REGISTRO             PIC X(400).

       FD  PARAM-FILE.
       01  PARAM-CNAB.
           05 PCN-CODIGO-EMPRESA   PIC X(20).
           05 PCN-NOME-EMPRESA     PIC X(30).
           05 PCN-BANCO            PIC 9(03).
           05 PCN-NOME-BANCO       PIC X(15).
           05 PCN-CARTEIRA         PIC X(03).
           05 PCN-REENVIAR         PIC X.

       FD  RET-DETALHE.
       01  RD-REGISTRO              PIC X(400).

       SD  SORT-RETORNO.
       01  SR-REGISTRO.
           05 FILLER               PIC X(62).
           05 SR-NOSSO-NUMERO      PIC 9(10).
           05 FILLER               PIC X(322).
           05 SR-SEQUENCIAL        PIC 9(06).

       FD  RET-ORDENADO.
       01  RO-REGISTRO              PIC X(400).

       FD  AGENDA-FILE.
           COPY PARCAGD.

       SD  SORT-AGENDA.
           COPY PARCAGD REPLACING ==REGISTRO-AGENDA==
                               BY ==SA-REGISTRO-AGENDA==
                       LEADING ==AGD-== BY ==SA-==.

       FD  AGD-ORDENADO.
           COPY PARCAGD REPLACING ==REGISTRO-AGENDA==
                               BY ==AO-REGISTRO-AGENDA==
                       LEADING ==AGD-== BY ==AO-==.

       FD  AGD-NOVO-FILE.
           COPY PARCAGD REPLACING ==REGISTRO-AGENDA==
                               BY ==AN-REGISTRO-AGENDA==
                       LEADING ==AGD-== BY ==AN-==.

       FD  LANCBOL-FILE.
           COPY LANCTO.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-RETORNO-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-RET-DET-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RET-ORD-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-AGENDA-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-AGD-ORD-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-AGD-NOVO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-LANCBOL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-RETORNO           PIC X     VALUE "N".
           88 FIM-RETORNO          VALUE "S".
       77 WS-FIM-AGENDA            PIC X     VALUE "N".
           88 FIM-AGENDA           VALUE "S".
       77 WS-TRAILER-LIDO          PIC X     VALUE "N".
           88 TRAILER-LIDO         VALUE "S".
       77 WS-BANCO-ESPERADO        PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------*
      * Chaves do casamento agenda x retorno pelo nosso numero. Parcela
      * nunca enviada (nosso numero em branco ou zero) fica com chave
      * zero e nao casa com nada.
      *----------------------------------------------------------------*
       77 WS-CHAVE-AGENDA          PIC 9(10) VALUE ZERO.
       77 WS-CHAVE-RETORNO         PIC 9(10) VALUE ZERO.

       01  WS-DATA-DDMMAA          PIC 9(06) VALUE ZERO.
       01  WS-DATA-DDMMAA-R REDEFINES WS-DATA-DDMMAA.
           05 WS-DDM-DIA           PIC 9(02).
           05 WS-DDM-MES           PIC 9(02).
           05 WS-DDM-ANO           PIC 9(02).
       01  WS-DATA-AAAAMMDD.
           05 WS-DAT-SECULO        PIC 9(02) VALUE 20.
           05 WS-DAT-ANO           PIC 9(02) VALUE ZERO.
           05 WS-DAT-MES           PIC 9(02) VALUE ZERO.
           05 WS-DAT-DIA           PIC 9(02) VALUE ZERO.
       01  WS-DATA-AAAAMMDD-N REDEFINES WS-DATA-AAAAMMDD PIC 9(08).

      *----------------------------------------------------------------*
      * Totais da conferencia: o que foi lido no arquivo contra o que
      * o trailer do banco declara.
      *----------------------------------------------------------------*
       77 WS-QTD-DETALHES          PIC 9(08) VALUE ZERO.
       77 WS-VALOR-TITULOS         PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-LIQ-ARQUIVO       PIC 9(08) VALUE ZERO.
       77 WS-VALOR-LIQ-ARQUIVO     PIC 9(12)V99 VALUE ZERO.

       77 WS-QTD-CONFIRMADAS       PIC 9(07) VALUE ZERO.
       77 WS-QTD-REJEITADAS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-LIQUIDADAS        PIC 9(07) VALUE ZERO.
       77 WS-VALOR-CREDITADO       PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-DUPLICADAS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-NAO-LOCALIZADAS   PIC 9(07) VALUE ZERO.
       77 WS-QTD-NAO-TRATADAS      PIC 9(07) VALUE ZERO.
       77 WS-VALOR-CREDITO         PIC 9(09)V99 VALUE ZERO.
       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "RETCNAB".

       77 WS-CTL-CONTADOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-VALOR             PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------*
      * Checkpoint de dia ja processado: reaplicar o mesmo retorno
      * acharia os titulos ja liquidados e recriaria LANCBOL.DAT
      * vazio, perdendo os creditos de boleto do dia. O ultimo dia
      * aplicado fica em RETCNAB.CKP (rotina CHKPT); rodar de novo
      * no mesmo dia vira nao-operacao, como na baixa de parcelas.
      *----------------------------------------------------------------*
       77 WS-CKPT-CHAVE            PIC X(11) VALUE SPACES.
       77 WS-CKPT-ENCONTRADO       PIC X     VALUE "N".
       77 WS-HOJE-TXT              PIC X(11) VALUE SPACES.
       77 WS-DATA-INICIO-JOB       PIC 9(08) VALUE ZERO.
       77 WS-HORA-INICIO-JOB       PIC 9(08) VALUE ZERO.

           COPY CNAB400.

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(37) VALUE
              "RETORNO DE COBRANCA BANCARIA - NSA".
           05 WS-CAB-NSA           PIC ZZZZZZ9.
           05 FILLER               PIC X(07) VALUE " DATA ".
           05 WS-CAB-DATA          PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(12) VALUE "NOSSO NUM".
           05 FILLER               PIC X(10) VALUE "CONTA".
           05 FILLER               PIC X(07) VALUE "PARC".
           05 FILLER               PIC X(15) VALUE "VALOR".
           05 FILLER               PIC X(09) VALUE "DATA".
           05 FILLER               PIC X(25) VALUE "OCORRENCIA".

       01  WS-LINHA-DETALHE.
           05 WS-DET-NOSSO         PIC 9(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-PARCELA       PIC Z9.
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-DET-QTD           PIC 99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-VALOR         PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-DATA          PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-OCORRENCIA    PIC X(28).

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
           PERFORM 0040-VERIFICAR-DIA-JA-APLICADO.
           PERFORM 0050-LER-CARTAO.
           PERFORM 0100-CONFERIR-RETORNO.
           PERFORM 0150-ORDENAR-ARQUIVOS.
           PERFORM 0200-APLICAR-OCORRENCIAS.
           PERFORM 0350-EFETIVAR-AGENDA.
           PERFORM 9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE WS-HOJE-TXT TO WS-CKPT-CHAVE.
           CALL "CHKPT" USING WS-JOB-NOME "G" WS-CKPT-CHAVE
                               WS-DATA-INICIO-JOB WS-HORA-INICIO-JOB
                               WS-CKPT-ENCONTRADO.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0040-VERIFICAR-DIA-JA-APLICADO.
           MOVE WS-DATA-MOVIMENTO TO WS-HOJE-TXT(1:8).
           CALL "CHKPT" USING WS-JOB-NOME "L" WS-CKPT-CHAVE
                               WS-DATA-INICIO-JOB WS-HORA-INICIO-JOB
                               WS-CKPT-ENCONTRADO.
           IF WS-CKPT-ENCONTRADO = "S"
              AND WS-CKPT-CHAVE = WS-HOJE-TXT
               DISPLAY "AVISO - RETORNO JA APLICADO EM "
                       WS-DATA-MOVIMENTO ", NADA A FAZER"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-INICIO-JOB.
           ACCEPT WS-HORA-INICIO-JOB FROM TIME.

      *----------------------------------------------------------------*
      * O cartao do cedente e opcional aqui: quando existe, o banco
      * do header do retorno tem de ser o mesmo da cobranca.
      *----------------------------------------------------------------*
       0050-LER-CARTAO.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ PARAM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PARAM-STATUS = "00" AND PCN-BANCO IS NUMERIC
               MOVE PCN-BANCO TO WS-BANCO-ESPERADO
           END-IF.
           CLOSE PARAM-FILE.

      *----------------------------------------------------------------*
      * Conferencia do arquivo inteiro antes de tocar na agenda:
      * header de retorno, um trailer no fim, e quantidade e valor
      * dos titulos e das liquidacoes batendo com o trailer. Arquivo
      * que nao fecha e recusado inteiro, como a edicao faz com o
      * movimento fora de balanco.
      *----------------------------------------------------------------*
       0100-CONFERIR-RETORNO.
           OPEN INPUT RETORNO-FILE.
           IF WS-RETORNO-STATUS NOT = "00"
               DISPLAY "AVISO - RETCNAB.DAT AUSENTE, SEM RETORNO DO "
                       "BANCO NESTE CICLO"
               PERFORM 0980-ENCERRAR-SEM-RETORNO
           END-IF.
           PERFORM 0900-LER-RETORNO.
           IF FIM-RETORNO
               DISPLAY "AVISO - RETCNAB.DAT VAZIO, NADA A APLICAR"
               CLOSE RETORNO-FILE
               PERFORM 0980-ENCERRAR-SEM-RETORNO
           END-IF.
           IF NOT CNB-HEADER OR NOT CNH-RETORNO
               DISPLAY "RETORNO RECUSADO - PRIMEIRO REGISTRO NAO E "
                       "HEADER DE RETORNO"
               CLOSE RETORNO-FILE
               PERFORM 0990-ABORTAR
           END-IF.
           IF WS-BANCO-ESPERADO NOT = ZERO
              AND CNH-BANCO NOT = WS-BANCO-ESPERADO
               DISPLAY "RETORNO RECUSADO - BANCO " CNH-BANCO
                       " DIFERENTE DO CEDENTE " WS-BANCO-ESPERADO
               CLOSE RETORNO-FILE
               PERFORM 0990-ABORTAR
           END-IF.
           MOVE CNH-NSA TO WS-CAB-NSA.

           OPEN OUTPUT RET-DETALHE.
           IF WS-RET-DET-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RETDET.TMP - STATUS "
                       WS-RET-DET-STATUS
               CLOSE RETORNO-FILE
               PERFORM 0990-ABORTAR
           END-IF.
           PERFORM 0900-LER-RETORNO.
           PERFORM UNTIL FIM-RETORNO OR TRAILER-LIDO
               EVALUATE TRUE
                   WHEN CNB-DETALHE
                       PERFORM 0110-ACUMULAR-DETALHE
                   WHEN CNB-TRAILER
                       SET TRAILER-LIDO TO TRUE
                   WHEN OTHER
                       DISPLAY "RETORNO RECUSADO - TIPO DE REGISTRO "
                               "INVALIDO: " CNB-TIPO-REGISTRO
                       CLOSE RETORNO-FILE
                       CLOSE RET-DETALHE
                       PERFORM 0990-ABORTAR
               END-EVALUATE
               IF NOT TRAILER-LIDO
                   PERFORM 0900-LER-RETORNO
               END-IF
           END-PERFORM.
           CLOSE RETORNO-FILE.
           CLOSE RET-DETALHE.

           IF NOT TRAILER-LIDO
               DISPLAY "RETORNO RECUSADO - ARQUIVO SEM TRAILER"
               PERFORM 0990-ABORTAR
           END-IF.
           IF WS-QTD-DETALHES NOT = CNT-QTD-TITULOS
              OR WS-VALOR-TITULOS NOT = CNT-VALOR-TITULOS
              OR WS-QTD-LIQ-ARQUIVO NOT = CNT-QTD-LIQUIDADOS
              OR WS-VALOR-LIQ-ARQUIVO NOT = CNT-VALOR-LIQUIDADO
               DISPLAY "RETORNO RECUSADO - TRAILER NAO CONFERE"
               DISPLAY "  TITULOS LIDOS/TRAILER....: " WS-QTD-DETALHES
                       " / " CNT-QTD-TITULOS
               DISPLAY "  VALOR LIDO/TRAILER.......: "
                       WS-VALOR-TITULOS " / " CNT-VALOR-TITULOS
               DISPLAY "  LIQUIDACOES LIDAS/TRAILER: "
                       WS-QTD-LIQ-ARQUIVO " / " CNT-QTD-LIQUIDADOS
               DISPLAY "  VALOR PAGO LIDO/TRAILER..: "
                       WS-VALOR-LIQ-ARQUIVO " / " CNT-VALOR-LIQUIDADO
               PERFORM 0990-ABORTAR
           END-IF.
           DISPLAY "RETORNO CONFERIDO - TITULOS: " WS-QTD-DETALHES
                   " LIQUIDACOES: " WS-QTD-LIQ-ARQUIVO.

       0110-ACUMULAR-DETALHE.
           ADD 1 TO WS-QTD-DETALHES.
           ADD CND-VALOR-TITULO TO WS-VALOR-TITULOS.
           IF CND-LIQUIDADA
               ADD 1 TO WS-QTD-LIQ-ARQUIVO
               ADD CND-VALOR-PAGO TO WS-VALOR-LIQ-ARQUIVO
           END-IF.
           WRITE RD-REGISTRO FROM REGISTRO-CNAB.

      *----------------------------------------------------------------*
      * Retorno por nosso numero e sequencial; agenda por nosso
      * numero (parcelas nunca enviadas ficam no inicio).
      *----------------------------------------------------------------*
       0150-ORDENAR-ARQUIVOS.
           SORT SORT-RETORNO
               ON ASCENDING KEY SR-NOSSO-NUMERO SR-SEQUENCIAL
               USING RET-DETALHE
               GIVING RET-ORDENADO.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               DISPLAY "RETORNO NAO APLICADO - AGDPARC.DAT AUSENTE"
               PERFORM 0990-ABORTAR
           END-IF.
           CLOSE AGENDA-FILE.
           SORT SORT-AGENDA
               ON ASCENDING KEY SA-NOSSO-NUMERO
               USING AGENDA-FILE
               GIVING AGD-ORDENADO.

       0200-APLICAR-OCORRENCIAS.
           MOVE "N" TO WS-FIM-RETORNO.
           OPEN INPUT RET-ORDENADO.
           OPEN INPUT AGD-ORDENADO.
           OPEN OUTPUT AGD-NOVO-FILE.
           IF WS-AGD-NOVO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA AGDRET.TMP - STATUS "
                       WS-AGD-NOVO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN OUTPUT LANCBOL-FILE.
           IF WS-LANCBOL-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA LANCBOL.DAT - STATUS "
                       WS-LANCBOL-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RETCNAB.LST - STATUS "
                       WS-RELATORIO-STATUS
               PERFORM 0990-ABORTAR
           END-IF.
           MOVE WS-DATA-MOVIMENTO TO WS-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

           PERFORM 0920-LER-RETORNO-ORDENADO.
           PERFORM 0910-LER-AGENDA.
           PERFORM UNTIL FIM-AGENDA
               PERFORM 0400-CASAR-PARCELA
               PERFORM 0910-LER-AGENDA
           END-PERFORM.
           PERFORM UNTIL FIM-RETORNO
               PERFORM 0500-TITULO-NAO-LOCALIZADO
               PERFORM 0920-LER-RETORNO-ORDENADO
           END-PERFORM.

           MOVE "ENTRADAS CONFIRMADAS.........." TO WS-ROD-TEXTO.
           MOVE WS-QTD-CONFIRMADAS TO WS-ROD-QTD.
           MOVE ZERO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "ENTRADAS REJEITADAS..........." TO WS-ROD-TEXTO.
           MOVE WS-QTD-REJEITADAS TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "LIQUIDACOES CREDITADAS........" TO WS-ROD-TEXTO.
           MOVE WS-QTD-LIQUIDADAS TO WS-ROD-QTD.
           MOVE WS-VALOR-CREDITADO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "LIQUIDACOES DUPLICADAS........" TO WS-ROD-TEXTO.
           MOVE WS-QTD-DUPLICADAS TO WS-ROD-QTD.
           MOVE ZERO TO WS-ROD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "TITULOS NAO LOCALIZADOS......." TO WS-ROD-TEXTO.
           MOVE WS-QTD-NAO-LOCALIZADAS TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.
           MOVE "OCORRENCIAS NAO TRATADAS......" TO WS-ROD-TEXTO.
           MOVE WS-QTD-NAO-TRATADAS TO WS-ROD-QTD.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE.

           CLOSE RET-ORDENADO.
           CLOSE AGD-ORDENADO.
           CLOSE AGD-NOVO-FILE.
           CLOSE LANCBOL-FILE.
           CLOSE RELATORIO-FILE.
           DISPLAY "ENTRADAS CONFIRMADAS.: " WS-QTD-CONFIRMADAS.
           DISPLAY "ENTRADAS REJEITADAS..: " WS-QTD-REJEITADAS.
           DISPLAY "LIQUIDACOES..........: " WS-QTD-LIQUIDADAS.
           DISPLAY "LIQUIDACOES DUPLIC...: " WS-QTD-DUPLICADAS.
           DISPLAY "NAO LOCALIZADOS......: " WS-QTD-NAO-LOCALIZADAS.
           DISPLAY "NAO TRATADAS.........: " WS-QTD-NAO-TRATADAS.

      *----------------------------------------------------------------*
      * Casamento agenda x retorno pelo nosso numero, ambos
      * ordenados: ocorrencia com nosso numero menor que o da parcela
      * nao tem parcela na agenda; as de mesmo nosso numero sao
      * aplicadas na parcela na ordem em que o banco as mandou.
      *----------------------------------------------------------------*
       0400-CASAR-PARCELA.
           IF AO-NOSSO-NUMERO IS NUMERIC
               MOVE AO-NOSSO-NUMERO TO WS-CHAVE-AGENDA
           ELSE
               MOVE ZERO TO WS-CHAVE-AGENDA
           END-IF.
           PERFORM UNTIL FIM-RETORNO
                   OR WS-CHAVE-RETORNO >= WS-CHAVE-AGENDA
               PERFORM 0500-TITULO-NAO-LOCALIZADO
               PERFORM 0920-LER-RETORNO-ORDENADO
           END-PERFORM.
           IF WS-CHAVE-AGENDA > ZERO
               PERFORM UNTIL FIM-RETORNO
                       OR WS-CHAVE-RETORNO NOT = WS-CHAVE-AGENDA
                   PERFORM 0410-APLICAR-OCORRENCIA
                   PERFORM 0920-LER-RETORNO-ORDENADO
               END-PERFORM
           END-IF.
           MOVE AO-REGISTRO-AGENDA TO AN-REGISTRO-AGENDA.
           WRITE AN-REGISTRO-AGENDA.

      *----------------------------------------------------------------*
      * 02 registra o titulo; 03 guarda o motivo do banco (a parcela
      * volta na proxima remessa se o cartao mandar reenviar); 06
      * liquida e gera o credito do valor pago - uma segunda
      * liquidacao do mesmo titulo e so relatada. A situacao da
      * parcela (paga) quem muda e a baixa, quando o credito passar
      * pelo movimento.
      *----------------------------------------------------------------*
       0410-APLICAR-OCORRENCIA.
           MOVE AO-NOSSO-NUMERO     TO WS-DET-NOSSO.
           MOVE AO-CONTA            TO WS-DET-CONTA.
           MOVE AO-NUM-PARCELA      TO WS-DET-PARCELA.
           MOVE AO-QTD-PARCELAS     TO WS-DET-QTD.
           MOVE CND-VALOR-TITULO    TO WS-DET-VALOR.
           MOVE CND-DATA-OCORRENCIA TO WS-DATA-DDMMAA.
           PERFORM 0800-CONVERTER-AAAAMMDD.
           MOVE WS-DATA-AAAAMMDD-N  TO WS-DET-DATA.
           EVALUATE TRUE
               WHEN CND-CONFIRMADA
                   IF AO-COB-LIQUIDADA
                       MOVE "CONFIRMACAO APOS LIQUIDACAO"
                                           TO WS-DET-OCORRENCIA
                   ELSE
                       SET AO-COB-REGISTRADA TO TRUE
                       MOVE SPACES TO AO-MOTIVO-BANCO
                       MOVE "ENTRADA CONFIRMADA" TO WS-DET-OCORRENCIA
                   END-IF
                   ADD 1 TO WS-QTD-CONFIRMADAS
               WHEN CND-REJEITADA
                   SET AO-COB-REJEITADA TO TRUE
                   MOVE CND-MOTIVO-REJEICAO(1:2) TO AO-MOTIVO-BANCO
                   MOVE SPACES TO WS-DET-OCORRENCIA
                   STRING "ENTRADA REJEITADA MOTIVO "
                          AO-MOTIVO-BANCO
                          DELIMITED BY SIZE
                          INTO WS-DET-OCORRENCIA
                   END-STRING
                   ADD 1 TO WS-QTD-REJEITADAS
               WHEN CND-LIQUIDADA
                   PERFORM 0420-LIQUIDAR-TITULO
               WHEN OTHER
                   MOVE SPACES TO WS-DET-OCORRENCIA
                   STRING "OCORRENCIA " CND-OCORRENCIA
                          " NAO TRATADA"
                          DELIMITED BY SIZE
                          INTO WS-DET-OCORRENCIA
                   END-STRING
                   ADD 1 TO WS-QTD-NAO-TRATADAS
           END-EVALUATE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

      *----------------------------------------------------------------*
      * Credito da liquidacao: conta e CPF da parcela, data do
      * movimento, valor efetivamente pago (o do titulo se o banco
      * nao informar) e o nosso numero no NSU, com zeros a esquerda.
      * Parcela que ja estava paga por outro meio recebe o credito
      * assim mesmo - o dinheiro entrou - e sai marcada no relatorio.
      *----------------------------------------------------------------*
       0420-LIQUIDAR-TITULO.
           IF AO-COB-LIQUIDADA
               MOVE "LIQUIDACAO DUPLICADA" TO WS-DET-OCORRENCIA
               ADD 1 TO WS-QTD-DUPLICADAS
               EXIT PARAGRAPH
           END-IF.
           IF CND-VALOR-PAGO > ZERO
               MOVE CND-VALOR-PAGO   TO WS-VALOR-CREDITO
           ELSE
               MOVE CND-VALOR-TITULO TO WS-VALOR-CREDITO
           END-IF.
           MOVE SPACES              TO LANCAMENTO.
           MOVE AO-CONTA            TO LC-CONTA.
           MOVE AO-CPF              TO LC-CPF.
           MOVE WS-DATA-MOVIMENTO   TO LC-DATA.
           SET LC-CREDITO           TO TRUE.
           MOVE WS-VALOR-CREDITO    TO LC-VALOR.
           SET LC-ORIGEM-BOLETO     TO TRUE.
           MOVE "00"                TO LC-NSU(1:2).
           MOVE AO-NOSSO-NUMERO     TO LC-NSU(3:10).
           WRITE LANCAMENTO.
           SET AO-COB-LIQUIDADA     TO TRUE.
           MOVE SPACES              TO AO-MOTIVO-BANCO.
           ADD 1 TO WS-QTD-LIQUIDADAS.
           ADD WS-VALOR-CREDITO TO WS-VALOR-CREDITADO.
           MOVE WS-VALOR-CREDITO    TO WS-DET-VALOR.
           IF AO-PAGA
               MOVE "LIQUIDADO - PARCELA JA PAGA"
                                           TO WS-DET-OCORRENCIA
           ELSE
               MOVE "LIQUIDADO - CREDITO GERADO"
                                           TO WS-DET-OCORRENCIA
           END-IF.

       0500-TITULO-NAO-LOCALIZADO.
           ADD 1 TO WS-QTD-NAO-LOCALIZADAS.
           MOVE CND-NOSSO-NUMERO    TO WS-DET-NOSSO.
           MOVE CND-SEU-CONTA       TO WS-DET-CONTA.
           MOVE ZERO                TO WS-DET-PARCELA.
           MOVE ZERO                TO WS-DET-QTD.
           IF CND-SEU-PARCELA IS NUMERIC
               MOVE CND-SEU-PARCELA TO WS-DET-PARCELA
           END-IF.
           IF CND-SEU-QTD IS NUMERIC
               MOVE CND-SEU-QTD     TO WS-DET-QTD
           END-IF.
           MOVE CND-VALOR-TITULO    TO WS-DET-VALOR.
           MOVE CND-DATA-OCORRENCIA TO WS-DATA-DDMMAA.
           PERFORM 0800-CONVERTER-AAAAMMDD.
           MOVE WS-DATA-AAAAMMDD-N  TO WS-DET-DATA.
           MOVE "TITULO NAO LOCALIZADO"  TO WS-DET-OCORRENCIA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

      *----------------------------------------------------------------*
      * Copia AGDRET.TMP por cima de AGDPARC.DAT somente depois de
      * aplicado o retorno inteiro, como a baixa faz com AGDNOVO.TMP.
      *----------------------------------------------------------------*
       0350-EFETIVAR-AGENDA.
           MOVE "N" TO WS-FIM-AGENDA.
           OPEN INPUT AGD-NOVO-FILE.
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
      * Grava os contadores do job no arquivo de totais de controle
      * para o balanceamento do fechamento diario.
      *----------------------------------------------------------------*
       9200-GRAVAR-TOTAIS-CONTROLE.
           MOVE "CONFIRMADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-CONFIRMADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "REJEITADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-REJEITADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
           MOVE "LIQUIDADAS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-LIQUIDADAS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

      *----------------------------------------------------------------*
      * DDMMAA do banco para AAAAMMDD (seculo 20).
      *----------------------------------------------------------------*
       0800-CONVERTER-AAAAMMDD.
           IF WS-DATA-DDMMAA IS NOT NUMERIC
               MOVE ZERO TO WS-DATA-DDMMAA
           END-IF.
           MOVE WS-DDM-DIA TO WS-DAT-DIA.
           MOVE WS-DDM-MES TO WS-DAT-MES.
           MOVE WS-DDM-ANO TO WS-DAT-ANO.
           MOVE 20         TO WS-DAT-SECULO.
           IF WS-DATA-DDMMAA = ZERO
               MOVE ZERO TO WS-DATA-AAAAMMDD-N
           END-IF.

       0900-LER-RETORNO.
           READ RETORNO-FILE INTO REGISTRO-CNAB
               AT END
                   SET FIM-RETORNO TO TRUE
           END-READ.

       0910-LER-AGENDA.
           READ AGD-ORDENADO
               AT END
                   SET FIM-AGENDA TO TRUE
           END-READ.

       0920-LER-RETORNO-ORDENADO.
           IF FIM-RETORNO
               EXIT PARAGRAPH
           END-IF.
           READ RET-ORDENADO INTO REGISTRO-CNAB
               AT END
                   SET FIM-RETORNO TO TRUE
           END-READ.
           IF NOT FIM-RETORNO
               MOVE CND-NOSSO-NUMERO TO WS-CHAVE-RETORNO
           END-IF.

       0930-LER-AGENDA-NOVA.
           READ AGD-NOVO-FILE
               AT END
                   SET FIM-AGENDA TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * Noite sem retorno: LANCBOL.DAT fica vazio, para nao sobrar
      * credito de uma execucao desfeita pela restauracao.
      *----------------------------------------------------------------*
       0980-ENCERRAR-SEM-RETORNO.
           OPEN OUTPUT LANCBOL-FILE.
           IF WS-LANCBOL-STATUS = "00"
               CLOSE LANCBOL-FILE
           END-IF.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0990-ABORTAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
