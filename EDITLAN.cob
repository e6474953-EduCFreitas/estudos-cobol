               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCENC-STATUS.

      *----------------------------------------------------------------*
      * Lancamentos de ordem permanente vencidos no dia, gerados pelo
      * GERORDEM.cob, injetados no razao como os juros.
      *----------------------------------------------------------------*
           SELECT LANCPRG-FILE ASSIGN TO "LANCPRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCPRG-STATUS.

      *----------------------------------------------------------------*
      * Debitos de IOF sobre o cheque especial gerados pelo IOFDIA.cob
      * da rodada anterior, injetados no razao como os juros.
      *----------------------------------------------------------------*
           SELECT LANCIOF-FILE ASSIGN TO "LANCIOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCIOF-STATUS.

      *----------------------------------------------------------------*
      * Creditos de boletos liquidados gerados pelo RETCNAB.cob a
      * partir do retorno do banco, com o nosso numero no NSU.
      *----------------------------------------------------------------*
           SELECT LANCBOL-FILE ASSIGN TO "LANCBOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCBOL-STATUS.

      *----------------------------------------------------------------*
      * Debitos de encargos de atraso de parcela apurados pelo
      * BXAPARC.cob da rodada anterior.
      *----------------------------------------------------------------*
           SELECT LANCATR-FILE ASSIGN TO "LANCATR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCATR-STATUS.

      *----------------------------------------------------------------*
      * Lancamentos dos acordos de renegociacao fechados e quebrados
      * pelo RENEGOC.cob desta noite.
      *----------------------------------------------------------------*
           SELECT LANCREN-FILE ASSIGN TO "LANCREN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCREN-STATUS.

      *----------------------------------------------------------------*
      * Debitos das aplicacoes a prazo e creditos de vencimento e
      * resgate gravados pelo APLVENC.cob e pelo APLICA.cob desta
      * noite.
      *----------------------------------------------------------------*
           SELECT LANCAPL-FILE ASSIGN TO "LANCAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCAPL-STATUS.

      *----------------------------------------------------------------*
      * Creditos da baixa mensal como prejuizo (PREJBAIX.cob) e os
      * lancamentos de recuperacao e de baixa de debito residual
      * gravados pelo PREJRECP.cob da noite anterior.
      *----------------------------------------------------------------*
           SELECT LANCPRJ-FILE ASSIGN TO "LANCPRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCPRJ-STATUS.

      *----------------------------------------------------------------*
      * Contas baixadas como prejuizo: debito comandado pelo cliente
      * ou pela casa nao entra mais nelas. Arquivo ausente = nenhuma
      * conta baixada.
      *----------------------------------------------------------------*
           SELECT PREJUIZO-FILE ASSIGN TO "PREJUIZO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CONTA
               FILE STATUS IS WS-PREJUIZO-STATUS.

           SELECT LANCVAL-FILE ASSIGN TO "LANCVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCVAL-STATUS.
           SELECT PARAM-REC-FILE ASSIGN TO "RECICLO.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-REC-STATUS.

      *----------------------------------------------------------------*
      * Acumulado de movimentos efetivados, lido so no estorno cujo
      * NSU nao esta em NSUREG.DAT (expurgado) ou foi registrado
      * antes de o registro guardar conta e valor do original.
      *----------------------------------------------------------------*
           SELECT MOVIMENTO-FILE ASSIGN TO "MOVIMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
       FD  LANCENC-FILE.
       01  LE-LANCAMENTO            PIC X(60).

       FD  LANCPRG-FILE.
       01  LP-LANCAMENTO            PIC X(60).

       FD  LANCIOF-FILE.
       01  LI-LANCAMENTO            PIC X(60).

       FD  LANCBOL-FILE.
       01  LB-LANCAMENTO            PIC X(60).

       FD  LANCATR-FILE.
       01  LA-LANCAMENTO            PIC X(60).

       FD  LANCREN-FILE.
       01  LR-LANCAMENTO            PIC X(60).

       FD  LANCAPL-FILE.
       01  LQ-LANCAMENTO            PIC X(60).

       FD  LANCPRJ-FILE.
       01  LZ-LANCAMENTO            PIC X(60).

       FD  PREJUIZO-FILE.
           COPY PREJUIZO.

       FD  LANCVAL-FILE.
       01  LV-LANCAMENTO            PIC X(60).


       FD  NSUREG-FILE.
           COPY NSUREG.

       FD  MOVIMENTO-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==MO-LANCAMENTO==
                       LEADING ==LC-== BY ==MO-==.
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
           88 FIM-LANCENC          VALUE "S".
       77 WS-LANCENC-DISPONIVEL    PIC X     VALUE "S".
           88 LANCENC-DISPONIVEL   VALUE "S".
       77 WS-LANCPRG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-FIM-LANCPRG           PIC X     VALUE "N".
           88 FIM-LANCPRG          VALUE "S".
       77 WS-LANCPRG-DISPONIVEL    PIC X     VALUE "S".
           88 LANCPRG-DISPONIVEL   VALUE "S".
       77 WS-LANCIOF-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-FIM-LANCIOF           PIC X     VALUE "N".
           88 FIM-LANCIOF          VALUE "S".
       77 WS-LANCIOF-DISPONIVEL    PIC X     VALUE "S".
           88 LANCIOF-DISPONIVEL   VALUE "S".
       77 WS-LANCBOL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-FIM-LANCBOL           PIC X     VALUE "N".
           88 FIM-LANCBOL          VALUE "S".
       77 WS-LANCBOL-DISPONIVEL    PIC X     VALUE "S".
           88 LANCBOL-DISPONIVEL   VALUE "S".
       77 WS-LANCATR-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-FIM-LANCATR           PIC X     VALUE "N".
           88 FIM-LANCATR          VALUE "S".
       77 WS-LANCATR-DISPONIVEL    PIC X     VALUE "S".
           88 LANCATR-DISPONIVEL   VALUE "S".
       77 WS-LANCREN-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-FIM-LANCREN           PIC X     VALUE "N".
           88 FIM-LANCREN          VALUE "S".
       77 WS-LANCREN-DISPONIVEL    PIC X     VALUE "S".
           88 LANCREN-DISPONIVEL   VALUE "S".
       77 WS-LANCAPL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-FIM-LANCAPL           PIC X     VALUE "N".
           88 FIM-LANCAPL          VALUE "S".
       77 WS-LANCAPL-DISPONIVEL    PIC X     VALUE "S".
           88 LANCAPL-DISPONIVEL   VALUE "S".
       77 WS-LANCPRJ-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-FIM-LANCPRJ           PIC X     VALUE "N".
           88 FIM-LANCPRJ          VALUE "S".
       77 WS-LANCPRJ-DISPONIVEL    PIC X     VALUE "S".
           88 LANCPRJ-DISPONIVEL   VALUE "S".
       77 WS-PREJUIZO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-PREJUIZO-DISPONIVEL   PIC X     VALUE "S".
           88 PREJUIZO-DISPONIVEL  VALUE "S".

       77 WS-ENTRADA-EXTERNA       PIC X     VALUE "N".
           88 ENTRADA-EXTERNA      VALUE "S".

       77 WS-MOVIMENTO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-FIM-MOVIMENTO         PIC X     VALUE "N".
           88 FIM-MOVIMENTO        VALUE "S".

      *----------------------------------------------------------------*
      * Movimento original do estorno em conferencia, montado a
      * partir de NSUREG.DAT ou, na falta, de MOVIMENTO.DAT.
      *----------------------------------------------------------------*
       77 WS-ORIG-ACHADO           PIC X     VALUE "N".
       77 WS-ORIG-ESTORNADO        PIC X     VALUE "N".
       77 WS-ORIG-CONTA            PIC X(08) VALUE SPACES.
       77 WS-ORIG-TIPO             PIC X     VALUE SPACES.
       77 WS-ORIG-VALOR            PIC 9(09)V99 VALUE ZERO.
       77 WS-ORIG-DESTINO          PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      * NSU ja aceitos para estorno nesta noite: o registro so marca
      * o estorno na efetivacao do razao, entao o segundo estorno do
      * mesmo NSU no mesmo arquivo so e pego aqui. Estourar a tabela
      * derruba o job com RC 8, como a tabela de datas do CONTABIL.
      *----------------------------------------------------------------*
       01  TABELA-ESTORNOS.
           05 TAB-EST-NSU          PIC X(12) OCCURS 1000 TIMES.
       77 WS-QTD-ESTORNOS          PIC 9(05) VALUE ZERO.
       77 WS-IDX-ESTORNO           PIC 9(05) VALUE ZERO.

       77 WS-LANC-OK               PIC X     VALUE "S".
           88 LANC-VALIDO          VALUE "S".
           88 MOTIVO-NSU-INVALIDO         VALUE "12".
           88 MOTIVO-NSU-REPETIDO         VALUE "13".
           88 MOTIVO-CONTA-DORMENTE       VALUE "14".
      *----------------------------------------------------------------*
      * 15 a 17 sao da conferencia do estorno (origem "R") contra o
      * movimento original.
      *----------------------------------------------------------------*
           88 MOTIVO-ORIGINAL-INEXISTENTE VALUE "15".
           88 MOTIVO-JA-ESTORNADO         VALUE "16".
           88 MOTIVO-ESTORNO-DIVERGENTE   VALUE "17".
           88 MOTIVO-CONTA-APLICACAO      VALUE "18".
           88 MOTIVO-CONTA-PREJUIZO       VALUE "19".
           88 MOTIVO-ORIGEM-INVALIDA      VALUE "20".
       77 WS-MOTIVO-MENSAGEM       PIC X(40) VALUE SPACES.
       77 WS-QTD-CONTAS-NAO-ATIVAS PIC 9(05) VALUE ZERO.

           PERFORM 0260-PROCESSAR-LANCTAR.
           PERFORM 0270-PROCESSAR-MEMOS.
           PERFORM 0280-PROCESSAR-LANCENC.
           PERFORM 0282-PROCESSAR-LANCPRG.
           PERFORM 0284-PROCESSAR-LANCIOF.
           PERFORM 0286-PROCESSAR-LANCBOL.
           PERFORM 0288-PROCESSAR-LANCATR.
           PERFORM 0290-PROCESSAR-LANCREN.
           PERFORM 0292-PROCESSAR-LANCAPL.
           PERFORM 0294-PROCESSAR-LANCPRJ.
           PERFORM 0300-ENCERRAR.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
                       "TITULAR PRINCIPAL SERA ACEITO"
           END-IF.

           OPEN INPUT PREJUIZO-FILE.
           IF WS-PREJUIZO-STATUS NOT = "00"
               MOVE "N" TO WS-PREJUIZO-DISPONIVEL
           END-IF.

           OPEN I-O REJREG-FILE.
           IF WS-REJREG-STATUS = "35"
               CLOSE REJREG-FILE
      * edicoes de CPF, data, tipo e valor.
      *----------------------------------------------------------------*
       0160-EDITAR-ARQUIVO-EXTERNO.
           MOVE "S" TO WS-ENTRADA-EXTERNA.
           PERFORM 0910-LER-LANCAMENTO.
           PERFORM UNTIL FIM-LANCAMENTOS
               IF NOT ENT-HEADER AND NOT ENT-TRAILER
               END-IF
               PERFORM 0910-LER-LANCAMENTO
           END-PERFORM.
           MOVE "N" TO WS-ENTRADA-EXTERNA.

      *----------------------------------------------------------------*
      * As somas de controle sao acumuladas sobre todos os detalhes
               PERFORM 0950-LER-LANCENC
           END-PERFORM.

      *----------------------------------------------------------------*
      * Ordens permanentes (LANCPRG.DAT, geradas pelo GERORDEM):
      * arquivo opcional, presente so quando alguma ordem venceu.
      * Passa pelas mesmas edicoes; origem "P" fica fora da
      * conferencia de NSU como os demais internos.
      *----------------------------------------------------------------*
       0282-PROCESSAR-LANCPRG.
           OPEN INPUT LANCPRG-FILE.
           IF WS-LANCPRG-STATUS NOT = "00"
               MOVE "N" TO WS-LANCPRG-DISPONIVEL
               DISPLAY "AVISO - LANCPRG.DAT AUSENTE, SEM ORDENS "
                       "PERMANENTES NESTE CICLO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0960-LER-LANCPRG.
           PERFORM UNTIL FIM-LANCPRG
               PERFORM 0200-EDITAR-LANCAMENTO
               PERFORM 0960-LER-LANCPRG
           END-PERFORM.

      *----------------------------------------------------------------*
      * Debitos de IOF (LANCIOF.DAT, gerados pelo IOFDIA): arquivo
      * opcional - nao existe na primeira noite nem quando nenhuma
      * conta ficou devedora. Passa pelas mesmas edicoes; origem "I"
      * fica fora da conferencia de NSU como os demais internos.
      *----------------------------------------------------------------*
       0284-PROCESSAR-LANCIOF.
           OPEN INPUT LANCIOF-FILE.
           IF WS-LANCIOF-STATUS NOT = "00"
               MOVE "N" TO WS-LANCIOF-DISPONIVEL
               DISPLAY "AVISO - LANCIOF.DAT AUSENTE, SEM IOF A "
                       "DEBITAR NESTE CICLO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0980-LER-LANCIOF.
           PERFORM UNTIL FIM-LANCIOF
               PERFORM 0200-EDITAR-LANCAMENTO
               PERFORM 0980-LER-LANCIOF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Creditos de boleto (LANCBOL.DAT, gerados pelo RETCNAB): so
      * existem em noite com retorno do banco. Passam pelas mesmas
      * edicoes; origem "B" fica fora da conferencia de NSU - o NSU
      * leva o nosso numero, que a baixa usa para achar a parcela.
      *----------------------------------------------------------------*
       0286-PROCESSAR-LANCBOL.
           OPEN INPUT LANCBOL-FILE.
           IF WS-LANCBOL-STATUS NOT = "00"
               MOVE "N" TO WS-LANCBOL-DISPONIVEL
               DISPLAY "AVISO - LANCBOL.DAT AUSENTE, SEM BOLETOS A "
                       "CREDITAR NESTE CICLO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0985-LER-LANCBOL.
           PERFORM UNTIL FIM-LANCBOL
               PERFORM 0200-EDITAR-LANCAMENTO
               PERFORM 0985-LER-LANCBOL
           END-PERFORM.

      *----------------------------------------------------------------*
      * Encargos de atraso (LANCATR.DAT, apurados pelo BXAPARC da
      * noite anterior): a baixa grava os do ciclo seguinte em
      * ATRPROX.DAT e o razao os passa para LANCATR.DAT na
      * efetivacao, como trunca os demais LANCxxx. Origem "A" fica
      * fora da conferencia de NSU.
      *----------------------------------------------------------------*
       0288-PROCESSAR-LANCATR.
           OPEN INPUT LANCATR-FILE.
           IF WS-LANCATR-STATUS NOT = "00"
               MOVE "N" TO WS-LANCATR-DISPONIVEL
               DISPLAY "AVISO - LANCATR.DAT AUSENTE, SEM ENCARGOS DE "
                       "ATRASO NESTE CICLO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0987-LER-LANCATR.
           PERFORM UNTIL FIM-LANCATR
               PERFORM 0200-EDITAR-LANCAMENTO
               PERFORM 0987-LER-LANCATR
           END-PERFORM.

      *----------------------------------------------------------------*
      * Renegociacao de divida (LANCREN.DAT, gravado pelo RENEGOC da
      * noite, antes desta edicao): credito que zera o saldo negativo
      * levado ao acordo e debito da divida devolvida por acordo
      * quebrado. Truncado pelo razao depois da efetivacao, como os
      * juros; origem "N" fica fora da conferencia de NSU.
      *----------------------------------------------------------------*
       0290-PROCESSAR-LANCREN.
           OPEN INPUT LANCREN-FILE.
           IF WS-LANCREN-STATUS NOT = "00"
               MOVE "N" TO WS-LANCREN-DISPONIVEL
               DISPLAY "AVISO - LANCREN.DAT AUSENTE, SEM LANCAMENTOS "
                       "DE RENEGOCIACAO NESTE CICLO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0988-LER-LANCREN.
           PERFORM UNTIL FIM-LANCREN
               PERFORM 0200-EDITAR-LANCAMENTO
               PERFORM 0988-LER-LANCREN
           END-PERFORM.

      *----------------------------------------------------------------*
      * Aplicacoes a prazo (LANCAPL.DAT, recriado pelo APLVENC e
      * acrescido pelo APLICA da noite, antes desta edicao): debito
      * da aplicacao e credito do vencimento ou do resgate na conta
      * corrente de movimento. Truncado pelo razao depois da
      * efetivacao; origem "V" fica fora da conferencia de NSU.
      *----------------------------------------------------------------*
       0292-PROCESSAR-LANCAPL.
           OPEN INPUT LANCAPL-FILE.
           IF WS-LANCAPL-STATUS NOT = "00"
               MOVE "N" TO WS-LANCAPL-DISPONIVEL
               DISPLAY "AVISO - LANCAPL.DAT AUSENTE, SEM LANCAMENTOS "
                       "DE APLICACAO NESTE CICLO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0989-LER-LANCAPL.
           PERFORM UNTIL FIM-LANCAPL
               PERFORM 0200-EDITAR-LANCAMENTO
               PERFORM 0989-LER-LANCAPL
           END-PERFORM.

      *----------------------------------------------------------------*
      * Contas baixadas como prejuizo (LANCPRJ.DAT, acrescido pelo
      * PREJBAIX do fechamento mensal e pelo PREJRECP da noite
      * anterior): credito da baixa, debito da recuperacao e credito
      * da baixa de debito residual. Truncado pelo razao depois da
      * efetivacao; origem "Z" fica fora da conferencia de NSU.
      *----------------------------------------------------------------*
       0294-PROCESSAR-LANCPRJ.
           OPEN INPUT LANCPRJ-FILE.
           IF WS-LANCPRJ-STATUS NOT = "00"
               MOVE "N" TO WS-LANCPRJ-DISPONIVEL
               DISPLAY "AVISO - LANCPRJ.DAT AUSENTE, SEM LANCAMENTOS "
                       "DE PREJUIZO NESTE CICLO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0986-LER-LANCPRJ.
           PERFORM UNTIL FIM-LANCPRJ
               PERFORM 0200-EDITAR-LANCAMENTO
               PERFORM 0986-LER-LANCPRJ
           END-PERFORM.

       0300-ENCERRAR.
           CLOSE LANCAMENTOS-FILE.
           IF LANCJUR-DISPONIVEL
           IF LANCENC-DISPONIVEL
               CLOSE LANCENC-FILE
           END-IF.
           IF LANCPRG-DISPONIVEL
               CLOSE LANCPRG-FILE
           END-IF.
           IF LANCIOF-DISPONIVEL
               CLOSE LANCIOF-FILE
           END-IF.
           IF LANCBOL-DISPONIVEL
               CLOSE LANCBOL-FILE
           END-IF.
           IF LANCATR-DISPONIVEL
               CLOSE LANCATR-FILE
           END-IF.
           IF LANCREN-DISPONIVEL
               CLOSE LANCREN-FILE
           END-IF.
           IF LANCAPL-DISPONIVEL
               CLOSE LANCAPL-FILE
           END-IF.
           IF LANCPRJ-DISPONIVEL
               CLOSE LANCPRJ-FILE
           END-IF.
           IF PREJUIZO-DISPONIVEL
               CLOSE PREJUIZO-FILE
           END-IF.
           CLOSE LANCVAL-FILE.
           CLOSE LANCREJ-FILE.
           CLOSE CLIENTE-FILE.
           DISPLAY "LANCAMENTOS LIDOS....: " WS-QTD-LIDOS.
           DISPLAY "NSU REPETIDOS........: " WS-QTD-NSU-REPETIDOS.
           DISPLAY "CONTAS NAO ATIVAS....: " WS-QTD-CONTAS-NAO-ATIVAS.
           DISPLAY "ESTORNOS ACEITOS.....: " WS-QTD-ESTORNOS.
           DISPLAY "LANCAMENTOS VALIDOS..: " WS-QTD-VALIDOS.
           DISPLAY "LANCAMENTOS REJEITADOS: " WS-QTD-REJEITADOS.
           DISPLAY "REJEITOS EXPIRADOS....: " WS-QTD-EXPIRADOS.
           MOVE WS-QTD-EXPIRADOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.
      *----------------------------------------------------------------*
      * Estornos aceitos: o fechamento cruza com os estornos que o
      * razao efetivou, em linha propria.
      *----------------------------------------------------------------*
           MOVE "ESTORNOS" TO WS-CTL-CONTADOR.
           MOVE WS-QTD-ESTORNOS TO WS-CTL-VALOR.
           CALL "CTLTOT" USING WS-JOB-NOME WS-CTL-CONTADOR
                               WS-CTL-VALOR.

      *----------------------------------------------------------------*
      * Edicao de um lancamento: a primeira validacao que falhar
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO WS-MOTIVO-MENSAGEM.

           IF ENTRADA-EXTERNA
               PERFORM 2020-VALIDAR-ORIGEM
           END-IF.
           IF LANC-VALIDO
               PERFORM 2050-VALIDAR-CONTA
           END-IF.
           IF LANC-VALIDO
               PERFORM 2100-VALIDAR-CPF
           END-IF.
               PERFORM 2300-VALIDAR-VALOR
           END-IF.
           IF LANC-VALIDO AND LC-TRANSFERENCIA
              AND NOT LC-ORIGEM-ESTORNO
               PERFORM 2350-VALIDAR-TRANSFERENCIA
           END-IF.
           IF LANC-VALIDO AND LC-ORIGEM-CLIENTE
               PERFORM 2400-VALIDAR-NSU
           END-IF.
           IF LANC-VALIDO AND LC-ORIGEM-ESTORNO
               PERFORM 2450-VALIDAR-ESTORNO
           END-IF.

           IF LANC-VALIDO
               ADD 1 TO WS-QTD-VALIDOS
               PERFORM 2900-GRAVAR-REJEITO
           END-IF.

      *----------------------------------------------------------------*
      * Origem do LANCTOS.DAT: o arquivo externo so traz o movimento
      * do cliente (espaco), a transferencia ("T") e o estorno ("R",
      * que so chega por ele). As demais origens sao geradas pelos
      * programas da casa e entram pelos arquivos de injecao; vindas
      * de fora, escapariam das edicoes de NSU e do limite no razao.
      *----------------------------------------------------------------*
       2020-VALIDAR-ORIGEM.
           IF NOT LC-ORIGEM-CLIENTE AND NOT LC-ORIGEM-TRANSF
              AND NOT LC-ORIGEM-ESTORNO
               SET LANC-INVALIDO TO TRUE
               SET MOTIVO-ORIGEM-INVALIDA TO TRUE
               MOVE "ORIGEM NAO ACEITA NO ARQUIVO EXTERNO"
                   TO WS-MOTIVO-MENSAGEM
           END-IF.

      *----------------------------------------------------------------*
      * Conta: numero numerico (EDITRTN), existente no mestre de
      * contas e pertencente ao titular informado no lancamento.
                   EXIT PARAGRAPH
           END-READ.

      *----------------------------------------------------------------*
      * A conta da aplicacao a prazo (tipo "A") nao tem saldo no
      * razao: o dinheiro entra e sai pela conta corrente de
      * movimento, nunca por lancamento na propria conta.
      *----------------------------------------------------------------*
           IF CT-APLICACAO
               SET LANC-INVALIDO TO TRUE
               SET MOTIVO-CONTA-APLICACAO TO TRUE
               MOVE "CONTA DE APLICACAO NAO ACEITA LANCAMENTO"
                   TO WS-MOTIVO-MENSAGEM
               EXIT PARAGRAPH
           END-IF.

      *----------------------------------------------------------------*
      * CPF diferente do titular principal ainda pode ser um
      * co-titular da conta conjunta (COTITULA.DAT); so rejeita
               EXIT PARAGRAPH
           END-IF.

      *----------------------------------------------------------------*
      * Conta baixada como prejuizo: debito ou transferencia de saida
      * comandados pelo cliente ou pela casa (memo, ordem permanente,
      * tarifa, aplicacao) sao recusados - a conta so recebe. O
      * debito residual interno (juros, IOF, encargos apurados antes
      * da baixa) segue e e baixado tambem pela recuperacao.
      *----------------------------------------------------------------*
           IF (LC-DEBITO OR LC-TRANSFERENCIA)
              AND (LC-ORIGEM-CLIENTE OR LC-ORIGEM-MEMO
                   OR LC-ORIGEM-PROGRAMADA OR LC-ORIGEM-TARIFA
                   OR LC-ORIGEM-APLICACAO)
               PERFORM 2070-VERIFICAR-PREJUIZO
               IF LANC-INVALIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF NOT CT-ATIVA
               ADD 1 TO WS-QTD-CONTAS-NAO-ATIVAS
               DISPLAY "AVISO - LANCAMENTO PARA CONTA NAO ATIVA: "
                   MOVE "S" TO WS-EH-COTITULAR
           END-READ.

       2070-VERIFICAR-PREJUIZO.
           IF NOT PREJUIZO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE LC-CONTA TO PJ-CONTA.
           READ PREJUIZO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PJ-BAIXADA
                       SET LANC-INVALIDO TO TRUE
                       SET MOTIVO-CONTA-PREJUIZO TO TRUE
                       MOVE "CONTA BAIXADA COMO PREJUIZO - SO CREDITO"
                           TO WS-MOTIVO-MENSAGEM
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CPF: formato numerico (EDITRTN), digito verificador (VALCPF)
      * e existencia no cadastro mestre de clientes.
                       TO WS-MOTIVO-MENSAGEM
           END-READ.

      *----------------------------------------------------------------*
      * Estorno (origem "R"): LC-NSU e o NSU do movimento original,
      * que tem de existir (NSUREG.DAT ou, na falta, MOVIMENTO.DAT),
      * nao pode ter sido estornado antes - nem nesta noite - e tem
      * de bater em conta, tipo, valor e, na transferencia, conta
      * destino. A transferencia estornada nao passa pela validacao
      * de 2350: a conta destino pode ter ficado inativa depois, e o
      * estorno tem de poder devolver o dinheiro mesmo assim.
      *----------------------------------------------------------------*
       2450-VALIDAR-ESTORNO.
           IF LC-NSU IS NOT NUMERIC OR LC-NSU = ZEROS
               SET LANC-INVALIDO TO TRUE
               SET MOTIVO-NSU-INVALIDO TO TRUE
               MOVE "NSU DO ORIGINAL AUSENTE OU NAO NUMERICO"
                   TO WS-MOTIVO-MENSAGEM
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IDX-ESTORNO FROM 1 BY 1
                   UNTIL WS-IDX-ESTORNO > WS-QTD-ESTORNOS
               IF TAB-EST-NSU(WS-IDX-ESTORNO) = LC-NSU
                   SET LANC-INVALIDO TO TRUE
               END-IF
           END-PERFORM.
           IF LANC-INVALIDO
               SET MOTIVO-JA-ESTORNADO TO TRUE
               MOVE "NSU JA ESTORNADO NESTE ARQUIVO"
                   TO WS-MOTIVO-MENSAGEM
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-ORIG-ACHADO.
           MOVE "N" TO WS-ORIG-ESTORNADO.
           IF NSUREG-DISPONIVEL
               MOVE LC-NSU TO NSU-NUMERO
               READ NSUREG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2460-CARREGAR-NSUREG
               END-READ
           END-IF.
           IF WS-ORIG-ACHADO = "N"
               PERFORM 2470-PROCURAR-MOVIMENTO
           END-IF.

           IF WS-ORIG-ACHADO = "N"
               SET LANC-INVALIDO TO TRUE
               SET MOTIVO-ORIGINAL-INEXISTENTE TO TRUE
               MOVE "NSU ORIGINAL NAO ENCONTRADO"
                   TO WS-MOTIVO-MENSAGEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORIG-ESTORNADO = "S"
               SET LANC-INVALIDO TO TRUE
               SET MOTIVO-JA-ESTORNADO TO TRUE
               MOVE "NSU ORIGINAL JA ESTORNADO"
                   TO WS-MOTIVO-MENSAGEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORIG-CONTA NOT = LC-CONTA
              OR WS-ORIG-TIPO NOT = LC-TIPO
              OR WS-ORIG-VALOR NOT = LC-VALOR
              OR (LC-TRANSFERENCIA
                  AND WS-ORIG-DESTINO NOT = LC-CONTA-DESTINO)
               SET LANC-INVALIDO TO TRUE
               SET MOTIVO-ESTORNO-DIVERGENTE TO TRUE
               MOVE "CONTA/TIPO/VALOR NAO CONFEREM COM ORIGINAL"
                   TO WS-MOTIVO-MENSAGEM
               EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-ESTORNOS >= 1000
               DISPLAY "EDITLAN ABORTADO - MAIS DE 1000 ESTORNOS NA "
                       "NOITE, TABELA ESTOURADA"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-ESTORNOS.
           MOVE LC-NSU TO TAB-EST-NSU(WS-QTD-ESTORNOS).

      *----------------------------------------------------------------*
      * Registro de NSU encontrado: a marca de estorno vale sempre;
      * conta e valor so quando o registro ja os guarda (registro
      * antigo, com brancos, cai na leitura do acumulado).
      *----------------------------------------------------------------*
       2460-CARREGAR-NSUREG.
           IF NSU-DATA-ESTORNO IS NUMERIC
              AND NSU-DATA-ESTORNO > ZERO
               MOVE "S" TO WS-ORIG-ESTORNADO
           END-IF.
           IF NSU-CONTA = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "S"               TO WS-ORIG-ACHADO.
           MOVE NSU-CONTA         TO WS-ORIG-CONTA.
           MOVE NSU-TIPO          TO WS-ORIG-TIPO.
           MOVE NSU-VALOR         TO WS-ORIG-VALOR.
           MOVE NSU-CONTA-DESTINO TO WS-ORIG-DESTINO.

      *----------------------------------------------------------------*
      * Procura o NSU no acumulado MOVIMENTO.DAT: o movimento de
      * origem cliente (ou a perna de debito da transferencia, que
      * carrega o NSU original) e o original; um movimento de origem
      * "R" com o mesmo NSU e um estorno ja efetivado. Varredura
      * completa, mas so para o estorno sem registro utilizavel.
      *----------------------------------------------------------------*
       2470-PROCURAR-MOVIMENTO.
           OPEN INPUT MOVIMENTO-FILE.
           IF WS-MOVIMENTO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-MOVIMENTO.
           PERFORM 0970-LER-MOVIMENTO.
           PERFORM UNTIL FIM-MOVIMENTO
               IF MO-NSU = LC-NSU
                   EVALUATE TRUE
                       WHEN MO-ORIGEM-ESTORNO
                           MOVE "S" TO WS-ORIG-ESTORNADO
                       WHEN MO-ORIGEM-CLIENTE
                           MOVE "S"      TO WS-ORIG-ACHADO
                           MOVE MO-CONTA TO WS-ORIG-CONTA
                           MOVE MO-TIPO  TO WS-ORIG-TIPO
                           MOVE MO-VALOR TO WS-ORIG-VALOR
                           MOVE SPACES   TO WS-ORIG-DESTINO
                       WHEN MO-ORIGEM-TRANSF AND MO-DEBITO
                           MOVE "S"      TO WS-ORIG-ACHADO
                           MOVE MO-CONTA TO WS-ORIG-CONTA
                           MOVE "T"      TO WS-ORIG-TIPO
                           MOVE MO-VALOR TO WS-ORIG-VALOR
                           MOVE MO-CONTA-DESTINO TO WS-ORIG-DESTINO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM 0970-LER-MOVIMENTO
           END-PERFORM.
           CLOSE MOVIMENTO-FILE.

       2900-GRAVAR-REJEITO.
           ADD 1 TO WS-QTD-REJEITADOS.
           PERFORM 2950-APURAR-TENTATIVAS.
               AT END
                   SET FIM-LANCENC TO TRUE
           END-READ.

       0960-LER-LANCPRG.
           READ LANCPRG-FILE INTO LANCAMENTO
               AT END
                   SET FIM-LANCPRG TO TRUE
           END-READ.

       0970-LER-MOVIMENTO.
           READ MOVIMENTO-FILE
               AT END
                   SET FIM-MOVIMENTO TO TRUE
           END-READ.

       0980-LER-LANCIOF.
           READ LANCIOF-FILE INTO LANCAMENTO
               AT END
                   SET FIM-LANCIOF TO TRUE
           END-READ.

       0985-LER-LANCBOL.
           READ LANCBOL-FILE INTO LANCAMENTO
               AT END
                   SET FIM-LANCBOL TO TRUE
           END-READ.

       0986-LER-LANCPRJ.
           READ LANCPRJ-FILE INTO LANCAMENTO
               AT END
                   SET FIM-LANCPRJ TO TRUE
           END-READ.

       0987-LER-LANCATR.
           READ LANCATR-FILE INTO LANCAMENTO
               AT END
                   SET FIM-LANCATR TO TRUE
           END-READ.

       0988-LER-LANCREN.
           READ LANCREN-FILE INTO LANCAMENTO
               AT END
                   SET FIM-LANCREN TO TRUE
           END-READ.

       0989-LER-LANCAPL.
           READ LANCAPL-FILE INTO LANCAMENTO
               AT END
                   SET FIM-LANCAPL TO TRUE
           END-READ.
