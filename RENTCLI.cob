      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Rentabilidade e relacionamento por CPF - para o mes
      *          do cartao RENTCLI.PAR (sem cartao, o mes anterior ao
      *          da data do movimento) monta a visao de cada cliente
      *          sobre todas as contas dele em CONTA.DAT, como
      *          titular ou co-titular (COTITULA.DAT): saldo medio do
      *          mes como o MEDSALDO o calcula (SALDOHST.DAT), juros
      *          pagos e cobrados, encargos de atraso, tarifas e IOF
      *          do historico MOVaaaamm.ARC, fechamento pelo resumo
      *          mensal (RESUMOMES.DAT), uso do cheque especial,
      *          faixa de atraso (NEGSALDO.DAT) e parcelas em aberto
      *          (AGDPARC.DAT). Classifica os clientes pela receita
      *          liquida do mes nas faixas de relacionamento do
      *          cartao e emite o ranking em RENTCLI.LST e em
      *          RENTCLI.CSV (uma linha por conta, separada por ";",
      *          para as planilhas das agencias).
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. RENTCLI.
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
           SELECT PARAM-FILE ASSIGN TO "RENTCLI.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

      *----------------------------------------------------------------*
      * Historico do mes pedido, nomeado MOVaaaamm.ARC como o ARQMOV
      * o grava, copiado para RENTMOV.TMP antes da ordenacao (mes sem
      * historico fica com a copia vazia).
      *----------------------------------------------------------------*
           SELECT ARQUIVO-MES ASSIGN USING WS-NOME-ARQUIVO-MES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-MES-STATUS.

           SELECT MOV-MES-FILE ASSIGN TO "RENTMOV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-MES-STATUS.

           SELECT SORT-MOV ASSIGN TO "WORKRTM.TMP".

           SELECT MOV-ORDENADO ASSIGN TO "RTMORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENADO-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "SALDOHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT SORT-HST ASSIGN TO "WORKRTH.TMP".

           SELECT HST-ORDENADO ASSIGN TO "RTHORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-ORDENADO-STATUS.

           SELECT RESUMO-FILE ASSIGN TO "RESUMOMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMO-STATUS.

           SELECT SORT-RES ASSIGN TO "WORKRTR.TMP".

           SELECT RES-ORDENADO ASSIGN TO "RTRORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-ORDENADO-STATUS.

           SELECT AGENDA-FILE ASSIGN TO "AGDPARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT SORT-AGD ASSIGN TO "WORKRTA.TMP".

           SELECT AGD-ORDENADO ASSIGN TO "RTAORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGD-ORDENADO-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT NEGSALDO-FILE ASSIGN TO "NEGSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NG-CONTA
               FILE STATUS IS WS-NEGSALDO-STATUS.

           SELECT COTITULAR-FILE ASSIGN TO "COTITULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CHAVE
               FILE STATUS IS WS-COTITULAR-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS WS-CLIENTE-STATUS.

      *----------------------------------------------------------------*
      * Numeros do mes por conta e titular (RENTCTA.TMP), reordenados
      * por CPF para a receita de cada cliente (RENTCPF.TMP), marcados
      * com ela (RENTRNK.TMP) e reordenados pelo ranking.
      *----------------------------------------------------------------*
           SELECT RENT-CONTA-FILE ASSIGN TO "RENTCTA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENT-CONTA-STATUS.

           SELECT SORT-CTA ASSIGN TO "WORKRTC.TMP".

           SELECT CTA-ORDENADO ASSIGN TO "RTCORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTA-ORDENADO-STATUS.

           SELECT RENT-CPF-FILE ASSIGN TO "RENTCPF.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENT-CPF-STATUS.

           SELECT RANK-FILE ASSIGN TO "RENTRNK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANK-STATUS.

           SELECT SORT-RANK ASSIGN TO "WORKRTK.TMP".

           SELECT RANK-ORDENADO ASSIGN TO "RTKORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANK-ORDENADO-STATUS.

           SELECT PLANILHA-FILE ASSIGN TO "RENTCLI.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANILHA-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RENTCLI.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Cartao RENTCLI.PAR, uma linha por registro: "M" com o mes
      * pedido (AAAAMM) e "F" com cada faixa de relacionamento - nome
      * e receita liquida minima do mes (9 inteiros e 2 casas
      * decimais implicitas). Sem linha "F" valida vale a tabela
      * padrao de 0070-FAIXAS-PADRAO.
      *----------------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RENTCLI.
           05 PR-TIPO               PIC X.
               88 PR-TIPO-MES       VALUE "M".
               88 PR-TIPO-FAIXA     VALUE "F".
           05 PR-ANOMES             PIC 9(06).
           05 PR-ANOMES-R REDEFINES PR-ANOMES.
               10 PR-ANO            PIC 9(04).
               10 PR-MES            PIC 9(02).
           05 FILLER                PIC X(15).
       01  PARAM-FAIXA.
           05 FILLER                PIC X.
           05 PR-FAIXA-NOME         PIC X(10).
           05 PR-FAIXA-MINIMO       PIC 9(09)V99.

       FD  ARQUIVO-MES.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==AR-LANCAMENTO==
                       LEADING ==LC-== BY ==AR-==.

       FD  MOV-MES-FILE.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==MM-LANCAMENTO==
                       LEADING ==LC-== BY ==MM-==.

       SD  SORT-MOV.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==SM-LANCAMENTO==
                       LEADING ==LC-== BY ==SM-==.

       FD  MOV-ORDENADO.
           COPY LANCTO REPLACING ==LANCAMENTO== BY ==MO-LANCAMENTO==
                       LEADING ==LC-== BY ==MO-==.

       FD  HISTORICO-FILE.
           COPY SALDOHST.

       SD  SORT-HST.
           COPY SALDOHST REPLACING ==REGISTRO-SALDO-HIST==
                                BY ==SS-REGISTRO-HIST==
                       LEADING ==SH-== BY ==SS-==.

       FD  HST-ORDENADO.
           COPY SALDOHST REPLACING ==REGISTRO-SALDO-HIST==
                                BY ==HO-REGISTRO-HIST==
                       LEADING ==SH-== BY ==HO-==.

       FD  RESUMO-FILE.
           COPY RESUMOM.

       SD  SORT-RES.
           COPY RESUMOM REPLACING ==REGISTRO-RESUMO-MES==
                               BY ==SR-REGISTRO-RESUMO-MES==
                       LEADING ==RM-== BY ==SR-==.

       FD  RES-ORDENADO.
           COPY RESUMOM REPLACING ==REGISTRO-RESUMO-MES==
                               BY ==RO-REGISTRO-RESUMO-MES==
                       LEADING ==RM-== BY ==RO-==.

       FD  AGENDA-FILE.
           COPY PARCAGD.

       SD  SORT-AGD.
           COPY PARCAGD REPLACING ==REGISTRO-AGENDA==
                               BY ==SA-REGISTRO-AGENDA==
                       LEADING ==AGD-== BY ==SA-==.

       FD  AGD-ORDENADO.
           COPY PARCAGD REPLACING ==REGISTRO-AGENDA==
                               BY ==AO-REGISTRO-AGENDA==
                       LEADING ==AGD-== BY ==AO-==.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  NEGSALDO-FILE.
           COPY NEGSALDO.

       FD  COTITULAR-FILE.
           COPY COTITULA.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  RENT-CONTA-FILE.
           COPY RENTCTA.

       SD  SORT-CTA.
           COPY RENTCTA REPLACING ==REGISTRO-RENT-CONTA==
                               BY ==SC-REGISTRO-RENT-CONTA==
                       LEADING ==RC-== BY ==SC-==.

       FD  CTA-ORDENADO.
           COPY RENTCTA REPLACING ==REGISTRO-RENT-CONTA==
                               BY ==CD-REGISTRO-RENT-CONTA==
                       LEADING ==RC-== BY ==CD-==.

      *----------------------------------------------------------------*
      * Receita liquida do mes e faixa de relacionamento por CPF.
      *----------------------------------------------------------------*
       FD  RENT-CPF-FILE.
       01  REGISTRO-RENT-CPF.
           05 TC-CPF                PIC X(11).
           05 TC-RECEITA            PIC S9(11)V99.
           05 TC-FAIXA              PIC X(10).

       FD  RANK-FILE.
           COPY RENTCTA REPLACING ==REGISTRO-RENT-CONTA==
                               BY ==RK-REGISTRO-RENT-CONTA==
                       LEADING ==RC-== BY ==RK-==.

       SD  SORT-RANK.
           COPY RENTCTA REPLACING ==REGISTRO-RENT-CONTA==
                               BY ==SK-REGISTRO-RENT-CONTA==
                       LEADING ==RC-== BY ==SK-==.

       FD  RANK-ORDENADO.
           COPY RENTCTA REPLACING ==REGISTRO-RENT-CONTA==
                               BY ==EM-REGISTRO-RENT-CONTA==
                       LEADING ==RC-== BY ==EM-==.

       FD  PLANILHA-FILE.
       01  LINHA-PLANILHA           PIC X(250).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO          PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-ARQ-MES-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-MOV-MES-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-ORDENADO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-HISTORICO-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-HST-ORDENADO-STATUS   PIC X(02) VALUE ZEROS.
       77 WS-RESUMO-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RES-ORDENADO-STATUS   PIC X(02) VALUE ZEROS.
       77 WS-AGENDA-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-AGD-ORDENADO-STATUS   PIC X(02) VALUE ZEROS.
       77 WS-CONTA-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-NEGSALDO-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-COTITULAR-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-CLIENTE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RENT-CONTA-STATUS     PIC X(02) VALUE ZEROS.
       77 WS-CTA-ORDENADO-STATUS   PIC X(02) VALUE ZEROS.
       77 WS-RENT-CPF-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-RANK-STATUS           PIC X(02) VALUE ZEROS.
       77 WS-RANK-ORDENADO-STATUS  PIC X(02) VALUE ZEROS.
       77 WS-PLANILHA-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-RELATORIO-STATUS      PIC X(02) VALUE ZEROS.

       77 WS-FIM-PARAM             PIC X     VALUE "N".
           88 FIM-PARAM            VALUE "S".
       77 WS-FIM-ARQ-MES           PIC X     VALUE "N".
           88 FIM-ARQ-MES          VALUE "S".
       77 WS-FIM-MOVIMENTOS        PIC X     VALUE "N".
           88 FIM-MOVIMENTOS       VALUE "S".
       77 WS-FIM-HISTORICO         PIC X     VALUE "N".
           88 FIM-HISTORICO        VALUE "S".
       77 WS-FIM-RESUMO            PIC X     VALUE "N".
           88 FIM-RESUMO           VALUE "S".
       77 WS-FIM-AGENDA            PIC X     VALUE "N".
           88 FIM-AGENDA           VALUE "S".
       77 WS-FIM-CONTA             PIC X     VALUE "N".
           88 FIM-CONTA            VALUE "S".
       77 WS-FIM-COTITULARES       PIC X     VALUE "N".
           88 FIM-COTITULARES      VALUE "S".
       77 WS-FIM-CTA-ORDENADO      PIC X     VALUE "N".
           88 FIM-CTA-ORDENADO     VALUE "S".
       77 WS-FIM-RENT-CPF          PIC X     VALUE "N".
           88 FIM-RENT-CPF         VALUE "S".
       77 WS-FIM-RANK-ORDENADO     PIC X     VALUE "N".
           88 FIM-RANK-ORDENADO    VALUE "S".

       77 WS-AGENDA-DISPONIVEL     PIC X     VALUE "S".
           88 AGENDA-DISPONIVEL    VALUE "S".
       77 WS-NEGSALDO-DISPONIVEL   PIC X     VALUE "S".
           88 NEGSALDO-DISPONIVEL  VALUE "S".
       77 WS-COTITULAR-DISPONIVEL  PIC X     VALUE "S".
           88 COTITULAR-DISPONIVEL VALUE "S".
       77 WS-CLIENTE-DISPONIVEL    PIC X     VALUE "S".
           88 CLIENTE-DISPONIVEL   VALUE "S".

      *----------------------------------------------------------------*
      * Mes pedido e o primeiro dia do mes seguinte, que limita as
      * contas abertas e os saldos negativos considerados; a faixa de
      * atraso e contada ate o ultimo dia do mes pedido.
      *----------------------------------------------------------------*
       77 WS-ANOMES-PEDIDO         PIC 9(06) VALUE ZERO.
       77 WS-ANOMES-ATUAL          PIC 9(06) VALUE ZERO.
       01  WS-ANOMES-CALC          PIC 9(06) VALUE ZERO.
       01  WS-ANOMES-CALC-TAB REDEFINES WS-ANOMES-CALC.
           05 WS-CALC-ANO          PIC 9(04).
           05 WS-CALC-MES          PIC 9(02).
       77 WS-DATA-PROX-MES         PIC 9(08) VALUE ZERO.
       77 WS-INT-FIM-MES           PIC 9(07) VALUE ZERO.

       01  WS-NOME-ARQUIVO-MES.
           05 FILLER               PIC X(03) VALUE "MOV".
           05 WS-NOME-ANOMES       PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(04) VALUE ".ARC".

      *----------------------------------------------------------------*
      * Faixas de relacionamento, em ordem decrescente de receita
      * minima: o cliente fica na primeira faixa cuja minima a receita
      * liquida do mes alcanca; a ultima faixa e o piso e recebe
      * tambem quem fica abaixo dela (inclusive receita negativa).
      *----------------------------------------------------------------*
       77 WS-QTD-FAIXAS            PIC 9(02) VALUE ZERO.
       77 WS-IX                    PIC 9(02) VALUE ZERO.
       77 WS-IY                    PIC 9(02) VALUE ZERO.
       77 WS-IND-FAIXA             PIC 9(02) VALUE ZERO.
       77 WS-FAIXA-ACHADA          PIC X     VALUE "N".
           88 FAIXA-ACHADA         VALUE "S".
       01  WS-TAB-FAIXAS.
           05 WS-FAIXA OCCURS 9 TIMES.
               10 WS-FX-NOME       PIC X(10).
               10 WS-FX-MINIMO     PIC 9(09)V99.
               10 WS-FX-QTD        PIC 9(05).
               10 WS-FX-RECEITA    PIC S9(13)V99.

      *----------------------------------------------------------------*
      * Apuracao da conta corrente da passada.
      *----------------------------------------------------------------*
       77 WS-MOVIMENTOU-MES        PIC X     VALUE "N".
       77 WS-ACHOU-RESUMO          PIC X     VALUE "N".
       77 WS-SOMA-SALDOS           PIC S9(13)V99 VALUE ZERO.
       77 WS-SALDO-DEVEDOR         PIC 9(09)V99 VALUE ZERO.
       77 WS-DIAS-CALC             PIC S9(05) VALUE ZERO.
       77 WS-FAIXA-CALC            PIC X(07) VALUE SPACES.

      *----------------------------------------------------------------*
      * Acumuladores do CPF (totalizacao e emissao).
      *----------------------------------------------------------------*
       77 WS-CPF-GRUPO             PIC X(11) VALUE SPACES.
       77 WS-NOME-GRUPO            PIC X(20) VALUE SPACES.
       77 WS-CPF-RECEITA           PIC S9(11)V99 VALUE ZERO.
       77 WS-CPF-QTD-CONTAS        PIC 9(03) VALUE ZERO.
       77 WS-CPF-SALDO-MEDIO       PIC S9(11)V99 VALUE ZERO.
       77 WS-CPF-JUROS-PAGOS       PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-JUROS-COBRADOS    PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-ENCARGOS          PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-TARIFAS           PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-DIAS-ATRASO       PIC 9(05) VALUE ZERO.
       77 WS-CPF-QTD-PARCELAS      PIC 9(05) VALUE ZERO.
       77 WS-CPF-VALOR-PARCELAS    PIC 9(11)V99 VALUE ZERO.
       77 WS-POSICAO-RANKING       PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * Totais gerais: so as linhas de titular, para a conta conjunta
      * nao contar duas vezes no total do banco.
      *----------------------------------------------------------------*
       77 WS-QTD-MOVIMENTOS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-SEM-CONTA         PIC 9(07) VALUE ZERO.
       77 WS-QTD-CONTAS            PIC 9(05) VALUE ZERO.
       77 WS-QTD-COTITULARIDADES   PIC 9(05) VALUE ZERO.
       77 WS-QTD-CLIENTES          PIC 9(05) VALUE ZERO.
       77 WS-TOT-JUROS-PAGOS       PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-JUROS-COBRADOS    PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-ENCARGOS          PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-TARIFAS           PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-IOF               PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-RECEITA           PIC S9(13)V99 VALUE ZERO.
       77 WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZERO.
       77 WS-DATAMOV-STATUS        PIC X     VALUE "0".
       77 WS-DATAMOV-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-JOB-NOME              PIC X(08) VALUE "RENTCLI".

       01  WS-LINHA-SEPARADORA     PIC X(100) VALUE ALL "-".

       01  WS-CABECALHO-1.
           05 FILLER               PIC X(45) VALUE
              "RENTABILIDADE E RELACIONAMENTO POR CPF - MES".
           05 WS-CAB-ANOMES        PIC 9(06).

       01  WS-LINHA-CLIENTE.
           05 FILLER               PIC X(09) VALUE "RANKING: ".
           05 WS-CLI-POSICAO       PIC ZZZZ9.
           05 FILLER               PIC X(07) VALUE "  CPF: ".
           05 WS-CLI-CPF           PIC X(11).
           05 FILLER               PIC X(11) VALUE "  CLIENTE: ".
           05 WS-CLI-NOME          PIC X(20).
           05 FILLER               PIC X(09) VALUE "  FAIXA: ".
           05 WS-CLI-FAIXA         PIC X(10).

       01  WS-CABECALHO-2.
           05 FILLER               PIC X(13) VALUE "CONTA    T P".
           05 FILLER               PIC X(14) VALUE "   SALDO MEDIO".
           05 FILLER               PIC X(14) VALUE "   JUROS PAGOS".
           05 FILLER               PIC X(14) VALUE "   JUROS COBR.".
           05 FILLER               PIC X(14) VALUE "      ENCARGOS".
           05 FILLER               PIC X(14) VALUE "       TARIFAS".
           05 FILLER               PIC X(14) VALUE "  RECEITA LIQ.".

       01  WS-LINHA-DETALHE.
           05 WS-DET-CONTA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-TIPO          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-PAPEL         PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-SALDO-MEDIO   PIC ---------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-JUROS-PAGOS   PIC ---------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-JUROS-COBR    PIC ---------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-ENCARGOS      PIC ---------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-TARIFAS       PIC ---------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-RECEITA       PIC ---------9.99.

       01  WS-LINHA-DETALHE-2.
           05 FILLER               PIC X(13) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE "LIM:".
           05 WS-DT2-LIMITE        PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(05) VALUE " USO:".
           05 WS-DT2-USO           PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(10) VALUE " DIAS DEV:".
           05 WS-DT2-DIAS-DEV      PIC ZZ9.
           05 FILLER               PIC X(08) VALUE " ATRASO:".
           05 WS-DT2-ATRASO        PIC X(07).
           05 FILLER               PIC X(06) VALUE " PARC:".
           05 WS-DT2-QTD-PARC      PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DT2-VALOR-PARC    PIC ZZZZZZZZ9.99.

       01  WS-LINHA-TOTAL-CPF.
           05 FILLER               PIC X(14) VALUE "TOTAL DO CPF".
           05 WS-TCP-SALDO-MEDIO   PIC ---------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TCP-JUROS-PAGOS   PIC ---------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TCP-JUROS-COBR    PIC ---------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TCP-ENCARGOS      PIC ---------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TCP-TARIFAS       PIC ---------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TCP-RECEITA       PIC ---------9.99.

       01  WS-LINHA-TOTAL-CPF-2.
           05 FILLER               PIC X(13) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE "CONTAS: ".
           05 WS-TC2-QTD-CONTAS    PIC ZZ9.
           05 FILLER               PIC X(15) VALUE "  PIOR ATRASO: ".
           05 WS-TC2-ATRASO        PIC X(07).
           05 FILLER               PIC X(19) VALUE
              "  PARCELAS ABERTAS:".
           05 WS-TC2-QTD-PARC      PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TC2-VALOR-PARC    PIC ZZZZZZZZZZ9.99.

       01  WS-LINHA-RODAPE-1.
           05 FILLER               PIC X(30) VALUE
              "CLIENTES NO RANKING...........".
           05 WS-ROD-CLIENTES      PIC ZZZZ9.
           05 FILLER               PIC X(20) VALUE
              "  CONTAS (TITULAR):".
           05 WS-ROD-CONTAS        PIC ZZZZ9.
           05 FILLER               PIC X(16) VALUE
              "  CO-TITULARES:".
           05 WS-ROD-COTITULARES   PIC ZZZZ9.

       01  WS-LINHA-RODAPE-FAIXA.
           05 FILLER               PIC X(06) VALUE "FAIXA ".
           05 WS-RFX-NOME          PIC X(10).
           05 FILLER               PIC X(09) VALUE "  MINIMO ".
           05 WS-RFX-MINIMO        PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(11) VALUE "  CLIENTES ".
           05 WS-RFX-QTD           PIC ZZZZ9.
           05 FILLER               PIC X(10) VALUE "  RECEITA ".
           05 WS-RFX-RECEITA       PIC --------------9.99.

       01  WS-LINHA-RODAPE-2.
           05 FILLER               PIC X(30) VALUE
              "JUROS PAGOS / COBRADOS........".
           05 WS-ROD-JUROS-PAGOS   PIC --------------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ROD-JUROS-COBR    PIC --------------9.99.

       01  WS-LINHA-RODAPE-3.
           05 FILLER               PIC X(30) VALUE
              "ENCARGOS / TARIFAS / IOF......".
           05 WS-ROD-ENCARGOS      PIC --------------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ROD-TARIFAS       PIC --------------9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ROD-IOF           PIC --------------9.99.

       01  WS-LINHA-RODAPE-4.
           05 FILLER               PIC X(30) VALUE
              "RECEITA LIQUIDA DO MES........".
           05 WS-ROD-RECEITA       PIC --------------9.99.

      *----------------------------------------------------------------*
      * Planilha RENTCLI.CSV: cabecalho com os nomes das colunas e uma
      * linha por conta de cada CPF, na ordem do ranking. Os valores
      * saem com virgula decimal, como a planilha das agencias le.
      *----------------------------------------------------------------*
       01  WS-CSV-CABECALHO.
           05 FILLER               PIC X(49) VALUE
              "RANKING;CPF;NOME;FAIXA;CONTA;TIPO;PAPEL;SITUACAO;".
           05 FILLER               PIC X(41) VALUE
              "RECEITA CPF;SALDO MEDIO;SALDO FECHAMENTO;".
           05 FILLER               PIC X(48) VALUE
              "JUROS PAGOS;JUROS COBRADOS;ENCARGOS;TARIFAS;IOF;".
           05 FILLER               PIC X(45) VALUE
              "RECEITA CONTA;LIMITE;DIAS DEVEDOR;USO MAXIMO;".
           05 FILLER               PIC X(42) VALUE
              "DIAS ATRASO;FAIXA ATRASO;PARCELAS ABERTAS;".
           05 FILLER               PIC X(14) VALUE
              "VALOR PARCELAS".

       01  WS-CSV-DETALHE.
           05 WS-CSV-POSICAO       PIC 9(05).
           05 FILLER               PIC X     VALUE ";".
           05 WS-CSV-CPF           PIC X(11).
           05 FILLER               PIC X     VALUE ";".
           05 WS-CSV-NOME          PIC X(20).
           05 FILLER               PIC X     VALUE ";".
           05 WS-CSV-FAIXA         PIC X(10).
           05 FILLER               PIC X     VALUE ";".
           05 WS-CSV-CONTA         PIC X(08).
           05 FILLER               PIC X     VALUE ";".
           05 WS-CSV-TIPO          PIC X.
           05 FILLER               PIC X     VALUE ";".
           05 WS-CSV-PAPEL         PIC X.
           05 FILLER               PIC X     VALUE ";".
           05 WS-CSV-SITUACAO      PIC X.
           05 FILLER               PIC X     VALUE ";".
           05 WS-CSV-VALORES.
               10 WS-CSV-RECEITA-CPF   PIC -----------9.99.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-SALDO-MEDIO   PIC ---------9.99.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-FECHAMENTO    PIC ---------9.99.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-JUROS-PAGOS   PIC ---------9.99.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-JUROS-COBR    PIC ---------9.99.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-ENCARGOS      PIC ---------9.99.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-TARIFAS       PIC ---------9.99.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-IOF           PIC ---------9.99.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-RECEITA-CONTA PIC ---------9.99.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-LIMITE        PIC ---------9.99.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-DIAS-DEVEDOR  PIC ZZ9.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-USO-MAXIMO    PIC ---------9.99.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-DIAS-ATRASO   PIC ZZZZ9.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-FAIXA-ATRASO  PIC X(07).
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-QTD-PARCELAS  PIC ZZ9.
               10 FILLER               PIC X     VALUE ";".
               10 WS-CSV-VALOR-PARC    PIC ---------9.99.
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
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-ANOMES-ATUAL.
           PERFORM 0050-DEFINIR-MES.
           PERFORM 0100-COPIAR-HISTORICO-MES.
           PERFORM 0150-ORDENAR-ENTRADAS.
           PERFORM 0200-APURAR-CONTAS.
           PERFORM 0400-TOTALIZAR-CPF.
           PERFORM 0450-MARCAR-CONTAS.
           PERFORM 0500-EMITIR-RANKING.
           CALL "JOBLOG" USING WS-JOB-NOME "E".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * Cartao RENTCLI.PAR: linha "M" com o mes pedido e linhas "F"
      * com as faixas de relacionamento. Sem linha "M", o mes
      * anterior ao da data do movimento; sem linha "F" valida, a
      * tabela padrao.
      *----------------------------------------------------------------*
       0050-DEFINIR-MES.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS = "00"
               PERFORM 0900-LER-PARAM
               PERFORM UNTIL FIM-PARAM
                   EVALUATE TRUE
                       WHEN PR-TIPO-MES
                        AND PR-ANOMES IS NUMERIC
                        AND PR-ANO > ZERO
                        AND PR-MES >= 1 AND PR-MES <= 12
                           MOVE PR-ANOMES TO WS-ANOMES-PEDIDO
                       WHEN PR-TIPO-FAIXA
                        AND PR-FAIXA-NOME NOT = SPACES
                        AND PR-FAIXA-MINIMO IS NUMERIC
                        AND WS-QTD-FAIXAS < 9
                           PERFORM 0060-INCLUIR-FAIXA
                       WHEN OTHER
                           DISPLAY "LINHA DO RENTCLI.PAR IGNORADA: "
                                   PARAM-RENTCLI
                   END-EVALUATE
                   PERFORM 0900-LER-PARAM
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.
           IF WS-ANOMES-PEDIDO = ZERO
               MOVE WS-ANOMES-ATUAL TO WS-ANOMES-CALC
               IF WS-CALC-MES = 01
                   SUBTRACT 1 FROM WS-CALC-ANO
                   MOVE 12 TO WS-CALC-MES
               ELSE
                   SUBTRACT 1 FROM WS-CALC-MES
               END-IF
               MOVE WS-ANOMES-CALC TO WS-ANOMES-PEDIDO
               DISPLAY "RENTCLI.PAR SEM MES - APURANDO O MES "
                       WS-ANOMES-PEDIDO
           END-IF.
           IF WS-QTD-FAIXAS = ZERO
               PERFORM 0070-FAIXAS-PADRAO
               DISPLAY "RENTCLI.PAR SEM FAIXAS - USANDO A TABELA "
                       "PADRAO"
           END-IF.
           MOVE WS-ANOMES-PEDIDO TO WS-CAB-ANOMES.
           MOVE WS-ANOMES-PEDIDO TO WS-NOME-ANOMES.

           MOVE WS-ANOMES-PEDIDO TO WS-ANOMES-CALC.
           IF WS-CALC-MES = 12
               ADD 1 TO WS-CALC-ANO
               MOVE 01 TO WS-CALC-MES
           ELSE
               ADD 1 TO WS-CALC-MES
           END-IF.
           COMPUTE WS-DATA-PROX-MES = WS-ANOMES-CALC * 100 + 1.
           COMPUTE WS-INT-FIM-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1.

      *----------------------------------------------------------------*
      * Insere a faixa do cartao na tabela mantendo a ordem
      * decrescente de receita minima (empate fica na ordem do
      * cartao).
      *----------------------------------------------------------------*
       0060-INCLUIR-FAIXA.
           MOVE 1 TO WS-IX.
           PERFORM UNTIL WS-IX > WS-QTD-FAIXAS
                   OR PR-FAIXA-MINIMO > WS-FX-MINIMO(WS-IX)
               ADD 1 TO WS-IX
           END-PERFORM.
           PERFORM VARYING WS-IY FROM WS-QTD-FAIXAS BY -1
                   UNTIL WS-IY < WS-IX
               MOVE WS-FAIXA(WS-IY) TO WS-FAIXA(WS-IY + 1)
           END-PERFORM.
           MOVE PR-FAIXA-NOME   TO WS-FX-NOME(WS-IX).
           MOVE PR-FAIXA-MINIMO TO WS-FX-MINIMO(WS-IX).
           MOVE ZERO            TO WS-FX-QTD(WS-IX).
           MOVE ZERO            TO WS-FX-RECEITA(WS-IX).
           ADD 1 TO WS-QTD-FAIXAS.

       0070-FAIXAS-PADRAO.
           MOVE 4 TO WS-QTD-FAIXAS.
           MOVE "PRIVATE"   TO WS-FX-NOME(1).
           MOVE 5000.00     TO WS-FX-MINIMO(1).
           MOVE "ALTA"      TO WS-FX-NOME(2).
           MOVE 1000.00     TO WS-FX-MINIMO(2).
           MOVE "MEDIA"     TO WS-FX-NOME(3).
           MOVE 200.00      TO WS-FX-MINIMO(3).
           MOVE "BASICA"    TO WS-FX-NOME(4).
           MOVE ZERO        TO WS-FX-MINIMO(4).
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4
               MOVE ZERO TO WS-FX-QTD(WS-IX)
               MOVE ZERO TO WS-FX-RECEITA(WS-IX)
           END-PERFORM.

      *----------------------------------------------------------------*
      * Copia o historico do mes para RENTMOV.TMP. Mes sem historico
      * (nao arquivado, ou sem movimento nenhum) so gera aviso: as
      * receitas do mes saem zeradas.
      *----------------------------------------------------------------*
       0100-COPIAR-HISTORICO-MES.
           OPEN OUTPUT MOV-MES-FILE.
           IF WS-MOV-MES-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RENTMOV.TMP - STATUS "
                       WS-MOV-MES-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARQUIVO-MES.
           IF WS-ARQ-MES-STATUS NOT = "00"
               DISPLAY "AVISO - " WS-NOME-ARQUIVO-MES " AUSENTE - "
                       "JUROS, ENCARGOS E TARIFAS SAEM ZERADOS"
           ELSE
               PERFORM 0910-LER-ARQUIVO-MES
               PERFORM UNTIL FIM-ARQ-MES
                   MOVE AR-LANCAMENTO TO MM-LANCAMENTO
                   WRITE MM-LANCAMENTO
                   PERFORM 0910-LER-ARQUIVO-MES
               END-PERFORM
               CLOSE ARQUIVO-MES
           END-IF.
           CLOSE MOV-MES-FILE.

      *----------------------------------------------------------------*
      * Movimentos, posicoes diarias, resumos e parcelas ordenados
      * por conta, para casar com CONTA.DAT lido na ordem da chave.
      * Sem historico de saldo ou sem resumo mensal o job para com
      * RC 8; sem agenda de parcelas, as parcelas saem zeradas.
      *----------------------------------------------------------------*
       0150-ORDENAR-ENTRADAS.
           SORT SORT-MOV
               ON ASCENDING KEY SM-CONTA SM-DATA
               USING MOV-MES-FILE
               GIVING MOV-ORDENADO.

           OPEN INPUT HISTORICO-FILE.
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA SALDOHST.DAT - STATUS "
                       WS-HISTORICO-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE HISTORICO-FILE.
           SORT SORT-HST
               ON ASCENDING KEY SS-CONTA SS-DATA
               USING HISTORICO-FILE
               GIVING HST-ORDENADO.

           OPEN INPUT RESUMO-FILE.
           IF WS-RESUMO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RESUMOMES.DAT - STATUS "
                       WS-RESUMO-STATUS
               DISPLAY "RODE O ARQUIVAMENTO MENSAL (ARQMOV) ANTES "
                       "DA RENTABILIDADE"
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RESUMO-FILE.
           SORT SORT-RES
               ON ASCENDING KEY SR-CONTA SR-ANOMES
               USING RESUMO-FILE
               GIVING RES-ORDENADO.

           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
               MOVE "N" TO WS-AGENDA-DISPONIVEL
               DISPLAY "AVISO - AGDPARC.DAT INDISPONIVEL, PARCELAS "
                       "EM ABERTO SAEM ZERADAS"
           ELSE
               CLOSE AGENDA-FILE
               SORT SORT-AGD
                   ON ASCENDING KEY SA-CONTA SA-NUM-PARCELA
                   USING AGENDA-FILE
                   GIVING AGD-ORDENADO
           END-IF.

      *----------------------------------------------------------------*
      * Passada por conta: percorre CONTA.DAT na ordem da chave
      * casando com as entradas ordenadas, e grava os numeros do mes
      * da conta para o titular e para cada co-titular.
      *----------------------------------------------------------------*
       0200-APURAR-CONTAS.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA CONTA.DAT - STATUS "
                       WS-CONTA-STATUS
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RENT-CONTA-FILE.
           IF WS-RENT-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RENTCTA.TMP - STATUS "
                       WS-RENT-CONTA-STATUS
               CLOSE CONTA-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MOV-ORDENADO.
           OPEN INPUT HST-ORDENADO.
           OPEN INPUT RES-ORDENADO.
           IF AGENDA-DISPONIVEL
               OPEN INPUT AGD-ORDENADO
               PERFORM 0940-LER-AGENDA
           ELSE
               SET FIM-AGENDA TO TRUE
           END-IF.
           OPEN INPUT NEGSALDO-FILE.
           IF WS-NEGSALDO-STATUS NOT = "00"
               MOVE "N" TO WS-NEGSALDO-DISPONIVEL
               DISPLAY "AVISO - NEGSALDO.DAT INDISPONIVEL, CONTAS "
                       "SAEM EM DIA"
           END-IF.
           OPEN INPUT COTITULAR-FILE.
           IF WS-COTITULAR-STATUS NOT = "00"
               MOVE "N" TO WS-COTITULAR-DISPONIVEL
               DISPLAY "AVISO - COTITULA.DAT INDISPONIVEL, CONTAS "
                       "SO NO CPF DO TITULAR"
           END-IF.

           PERFORM 0920-LER-MOVIMENTO.
           PERFORM 0925-LER-HISTORICO.
           PERFORM 0930-LER-RESUMO.
           MOVE LOW-VALUES TO CT-CONTA.
           START CONTA-FILE KEY IS NOT LESS CT-CONTA
               INVALID KEY
                   SET FIM-CONTA TO TRUE
           END-START.
           IF NOT FIM-CONTA
               PERFORM 0945-LER-CONTA
           END-IF.
           PERFORM UNTIL FIM-CONTA
               PERFORM 0250-APURAR-CONTA
               PERFORM 0945-LER-CONTA
           END-PERFORM.

      *----------------------------------------------------------------*
      * Movimento de conta fora do mestre (nao deve ocorrer) fica
      * fora da rentabilidade, com aviso.
      *----------------------------------------------------------------*
           PERFORM UNTIL FIM-MOVIMENTOS
               ADD 1 TO WS-QTD-SEM-CONTA
               PERFORM 0920-LER-MOVIMENTO
           END-PERFORM.
           IF WS-QTD-SEM-CONTA > ZERO
               DISPLAY "AVISO - " WS-QTD-SEM-CONTA " MOVIMENTO(S) DO "
                       "MES DE CONTA FORA DE CONTA.DAT"
           END-IF.

           CLOSE CONTA-FILE.
           CLOSE RENT-CONTA-FILE.
           CLOSE MOV-ORDENADO.
           CLOSE HST-ORDENADO.
           CLOSE RES-ORDENADO.
           IF AGENDA-DISPONIVEL
               CLOSE AGD-ORDENADO
           END-IF.
           IF NEGSALDO-DISPONIVEL
               CLOSE NEGSALDO-FILE
           END-IF.
           IF COTITULAR-DISPONIVEL
               CLOSE COTITULAR-FILE
           END-IF.
           DISPLAY "MOVIMENTOS DO MES....: " WS-QTD-MOVIMENTOS.
           DISPLAY "CONTAS APURADAS......: " WS-QTD-CONTAS.
           DISPLAY "CO-TITULARIDADES.....: " WS-QTD-COTITULARIDADES.

       0250-APURAR-CONTA.
           INITIALIZE REGISTRO-RENT-CONTA.
           MOVE CT-CPF      TO RC-CPF.
           SET RC-TITULAR   TO TRUE.
           MOVE CT-CONTA    TO RC-CONTA.
           MOVE CT-TIPO     TO RC-TIPO.
           MOVE CT-SITUACAO TO RC-SITUACAO.
           IF CT-LIMITE IS NUMERIC
               MOVE CT-LIMITE TO RC-LIMITE
           END-IF.
           MOVE "N" TO WS-MOVIMENTOU-MES.

           PERFORM UNTIL FIM-MOVIMENTOS OR MO-CONTA >= CT-CONTA
               ADD 1 TO WS-QTD-SEM-CONTA
               PERFORM 0920-LER-MOVIMENTO
           END-PERFORM.
           PERFORM UNTIL FIM-MOVIMENTOS OR MO-CONTA NOT = CT-CONTA
               PERFORM 0300-SOMAR-MOVIMENTO
               PERFORM 0920-LER-MOVIMENTO
           END-PERFORM.

           PERFORM UNTIL FIM-HISTORICO OR HO-CONTA >= CT-CONTA
               PERFORM 0925-LER-HISTORICO
           END-PERFORM.
           MOVE ZERO TO WS-SOMA-SALDOS.
           PERFORM UNTIL FIM-HISTORICO OR HO-CONTA NOT = CT-CONTA
               IF HO-DATA(1:6) = WS-ANOMES-PEDIDO
                   PERFORM 0310-SOMAR-POSICAO
               END-IF
               PERFORM 0925-LER-HISTORICO
           END-PERFORM.
           IF RC-DIAS-POSICAO > ZERO
               COMPUTE RC-SALDO-MEDIO ROUNDED =
                   WS-SOMA-SALDOS / RC-DIAS-POSICAO
           END-IF.

           PERFORM UNTIL FIM-RESUMO OR RO-CONTA >= CT-CONTA
               PERFORM 0930-LER-RESUMO
           END-PERFORM.
           MOVE "N" TO WS-ACHOU-RESUMO.
           PERFORM UNTIL FIM-RESUMO OR RO-CONTA NOT = CT-CONTA
               PERFORM 0320-APLICAR-RESUMO
               PERFORM 0930-LER-RESUMO
           END-PERFORM.

           PERFORM UNTIL FIM-AGENDA OR AO-CONTA >= CT-CONTA
               PERFORM 0940-LER-AGENDA
           END-PERFORM.
           PERFORM UNTIL FIM-AGENDA OR AO-CONTA NOT = CT-CONTA
               IF AO-ABERTA
                   ADD 1 TO RC-QTD-PARCELAS
                   ADD AO-VALOR TO RC-VALOR-PARCELAS
               END-IF
               PERFORM 0940-LER-AGENDA
           END-PERFORM.

           PERFORM 0340-APURAR-ATRASO.

           COMPUTE RC-RECEITA-CONTA =
               RC-JUROS-COBRADOS + RC-ENCARGOS + RC-TARIFAS
               - RC-JUROS-PAGOS.

      *----------------------------------------------------------------*
      * Conta aberta depois do mes nao entra; conta encerrada sem
      * movimento, sem saldo e sem parcela em aberto tambem nao.
      *----------------------------------------------------------------*
           IF CT-DATA-ABERTURA IS NUMERIC
              AND CT-DATA-ABERTURA >= WS-DATA-PROX-MES
               EXIT PARAGRAPH
           END-IF.
           IF CT-ENCERRADA
              AND WS-MOVIMENTOU-MES = "N"
              AND RC-SALDO-FECHAMENTO = ZERO
              AND RC-SALDO-MEDIO = ZERO
              AND RC-QTD-PARCELAS = ZERO
               EXIT PARAGRAPH
           END-IF.
           WRITE REGISTRO-RENT-CONTA.
           ADD 1 TO WS-QTD-CONTAS.
           IF COTITULAR-DISPONIVEL
               PERFORM 0350-GRAVAR-COTITULARES
           END-IF.

       0300-SOMAR-MOVIMENTO.
           ADD 1 TO WS-QTD-MOVIMENTOS.
           MOVE "S" TO WS-MOVIMENTOU-MES.
           EVALUATE TRUE
               WHEN MO-ORIGEM-JUROS AND MO-CREDITO
                   ADD MO-VALOR TO RC-JUROS-PAGOS
               WHEN MO-ORIGEM-JUROS AND MO-DEBITO
                   ADD MO-VALOR TO RC-JUROS-COBRADOS
               WHEN MO-ORIGEM-ATRASO AND MO-DEBITO
                   ADD MO-VALOR TO RC-ENCARGOS
               WHEN MO-ORIGEM-TARIFA AND MO-DEBITO
                   ADD MO-VALOR TO RC-TARIFAS
               WHEN MO-ORIGEM-IOF AND MO-DEBITO
                   ADD MO-VALOR TO RC-IOF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Posicao de fim de dia do mes: entra na soma do saldo medio e,
      * se devedora, conta um dia de cheque especial e pode ser o
      * maior uso do mes.
      *----------------------------------------------------------------*
       0310-SOMAR-POSICAO.
           ADD HO-SALDO TO WS-SOMA-SALDOS.
           ADD 1 TO RC-DIAS-POSICAO.
           IF HO-SALDO < ZERO
               ADD 1 TO RC-DIAS-DEVEDOR
               COMPUTE WS-SALDO-DEVEDOR = ZERO - HO-SALDO
               IF WS-SALDO-DEVEDOR > RC-USO-MAXIMO
                   MOVE WS-SALDO-DEVEDOR TO RC-USO-MAXIMO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Resumos da conta em ordem crescente de mes: o ultimo ate o
      * mes pedido da o fechamento; se o primeiro ja e posterior, a
      * abertura dele (sem movimento no meio o saldo nao mudou).
      *----------------------------------------------------------------*
       0320-APLICAR-RESUMO.
           IF RO-ANOMES <= WS-ANOMES-PEDIDO
               MOVE RO-SALDO-FECHAMENTO TO RC-SALDO-FECHAMENTO
               MOVE "S" TO WS-ACHOU-RESUMO
           ELSE
               IF WS-ACHOU-RESUMO = "N"
                   MOVE RO-SALDO-ABERTURA TO RC-SALDO-FECHAMENTO
                   MOVE "S" TO WS-ACHOU-RESUMO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Dias em atraso no ultimo dia do mes pelo inicio do saldo
      * negativo em NEGSALDO.DAT (contado como no aging), e a faixa.
      * Saldo que ficou negativo so depois do mes conta em dia.
      *----------------------------------------------------------------*
       0340-APURAR-ATRASO.
           MOVE ZERO TO WS-DIAS-CALC.
           IF NEGSALDO-DISPONIVEL
               MOVE CT-CONTA TO NG-CONTA
               READ NEGSALDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NG-DATA-INICIO IS NUMERIC
                          AND NG-DATA-INICIO > ZERO
                          AND NG-DATA-INICIO < WS-DATA-PROX-MES
                           COMPUTE WS-DIAS-CALC = WS-INT-FIM-MES
                               - FUNCTION INTEGER-OF-DATE(
                                     NG-DATA-INICIO)
                           IF WS-DIAS-CALC < 1
                               MOVE 1 TO WS-DIAS-CALC
                           END-IF
                       END-IF
               END-READ
           END-IF.
           MOVE WS-DIAS-CALC TO RC-DIAS-ATRASO.
           PERFORM 0380-CLASSIFICAR-ATRASO.
           MOVE WS-FAIXA-CALC TO RC-FAIXA-ATRASO.

      *----------------------------------------------------------------*
      * A mesma conta, com os mesmos numeros, sob o CPF de cada
      * co-titular.
      *----------------------------------------------------------------*
       0350-GRAVAR-COTITULARES.
           MOVE "N" TO WS-FIM-COTITULARES.
           MOVE CT-CONTA   TO CO-CONTA.
           MOVE LOW-VALUES TO CO-CPF.
           START COTITULAR-FILE KEY IS NOT LESS CO-CHAVE
               INVALID KEY
                   SET FIM-COTITULARES TO TRUE
           END-START.
           PERFORM UNTIL FIM-COTITULARES
               READ COTITULAR-FILE NEXT RECORD
                   AT END
                       SET FIM-COTITULARES TO TRUE
                   NOT AT END
                       IF CO-CONTA NOT = CT-CONTA
                           SET FIM-COTITULARES TO TRUE
                       ELSE
                           MOVE CO-CPF TO RC-CPF
                           SET RC-COTITULAR TO TRUE
                           WRITE REGISTRO-RENT-CONTA
                           ADD 1 TO WS-QTD-COTITULARIDADES
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      * Faixas do aging de inadimplencia (AGINGNEG.cob).
      *----------------------------------------------------------------*
       0380-CLASSIFICAR-ATRASO.
           EVALUATE TRUE
               WHEN WS-DIAS-CALC = ZERO
                   MOVE "EM DIA " TO WS-FAIXA-CALC
               WHEN WS-DIAS-CALC < 30
                   MOVE "1-29   " TO WS-FAIXA-CALC
               WHEN WS-DIAS-CALC < 60
                   MOVE "30-59  " TO WS-FAIXA-CALC
               WHEN WS-DIAS-CALC < 90
                   MOVE "60-89  " TO WS-FAIXA-CALC
               WHEN OTHER
                   MOVE "90+    " TO WS-FAIXA-CALC
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Reordena as contas por CPF e soma a receita liquida de cada
      * cliente, classificando-o na faixa de relacionamento.
      *----------------------------------------------------------------*
       0400-TOTALIZAR-CPF.
           SORT SORT-CTA
               ON ASCENDING KEY SC-CPF SC-CONTA
               USING RENT-CONTA-FILE
               GIVING CTA-ORDENADO.

           OPEN INPUT CTA-ORDENADO.
           OPEN OUTPUT RENT-CPF-FILE.
           IF WS-RENT-CPF-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RENTCPF.TMP - STATUS "
                       WS-RENT-CPF-STATUS
               CLOSE CTA-ORDENADO
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0950-LER-CTA-ORDENADO.
           PERFORM UNTIL FIM-CTA-ORDENADO
               MOVE CD-CPF TO WS-CPF-GRUPO
               MOVE ZERO   TO WS-CPF-RECEITA
               PERFORM UNTIL FIM-CTA-ORDENADO
                       OR CD-CPF NOT = WS-CPF-GRUPO
                   ADD CD-RECEITA-CONTA TO WS-CPF-RECEITA
                   PERFORM 0950-LER-CTA-ORDENADO
               END-PERFORM
               PERFORM 0430-CLASSIFICAR-RELACIONAMENTO
               MOVE WS-CPF-GRUPO             TO TC-CPF
               MOVE WS-CPF-RECEITA           TO TC-RECEITA
               MOVE WS-FX-NOME(WS-IND-FAIXA) TO TC-FAIXA
               WRITE REGISTRO-RENT-CPF
               ADD 1 TO WS-QTD-CLIENTES
           END-PERFORM.
           CLOSE CTA-ORDENADO.
           CLOSE RENT-CPF-FILE.
           DISPLAY "CLIENTES NO RANKING..: " WS-QTD-CLIENTES.

       0430-CLASSIFICAR-RELACIONAMENTO.
           MOVE WS-QTD-FAIXAS TO WS-IND-FAIXA.
           MOVE "N" TO WS-FAIXA-ACHADA.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-FAIXAS OR FAIXA-ACHADA
               IF WS-CPF-RECEITA >= WS-FX-MINIMO(WS-IX)
                   MOVE WS-IX TO WS-IND-FAIXA
                   SET FAIXA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           ADD 1 TO WS-FX-QTD(WS-IND-FAIXA).
           ADD WS-CPF-RECEITA TO WS-FX-RECEITA(WS-IND-FAIXA).

      *----------------------------------------------------------------*
      * Casa as contas ordenadas por CPF com a receita e a faixa do
      * CPF (os dois arquivos estao na ordem de CPF), para a
      * reordenacao pelo ranking.
      *----------------------------------------------------------------*
       0450-MARCAR-CONTAS.
           OPEN INPUT CTA-ORDENADO.
           OPEN INPUT RENT-CPF-FILE.
           OPEN OUTPUT RANK-FILE.
           IF WS-RANK-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RENTRNK.TMP - STATUS "
                       WS-RANK-STATUS
               CLOSE CTA-ORDENADO
               CLOSE RENT-CPF-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-CTA-ORDENADO.
           PERFORM 0950-LER-CTA-ORDENADO.
           PERFORM 0955-LER-RENT-CPF.
           PERFORM UNTIL FIM-CTA-ORDENADO
               PERFORM UNTIL FIM-RENT-CPF OR TC-CPF >= CD-CPF
                   PERFORM 0955-LER-RENT-CPF
               END-PERFORM
               MOVE CD-REGISTRO-RENT-CONTA TO RK-REGISTRO-RENT-CONTA
               IF NOT FIM-RENT-CPF AND TC-CPF = CD-CPF
                   MOVE TC-RECEITA TO RK-RECEITA-CPF
                   MOVE TC-FAIXA   TO RK-FAIXA-CPF
               END-IF
               WRITE RK-REGISTRO-RENT-CONTA
               PERFORM 0950-LER-CTA-ORDENADO
           END-PERFORM.
           CLOSE CTA-ORDENADO.
           CLOSE RENT-CPF-FILE.
           CLOSE RANK-FILE.

      *----------------------------------------------------------------*
      * Reordena pela receita liquida do CPF (maior primeiro) e emite
      * o ranking: um bloco por CPF no relatorio, com as contas de
      * titular antes das de co-titular, e uma linha por conta na
      * planilha.
      *----------------------------------------------------------------*
       0500-EMITIR-RANKING.
           SORT SORT-RANK
               ON DESCENDING KEY SK-RECEITA-CPF
               ON ASCENDING KEY SK-CPF
               ON DESCENDING KEY SK-PAPEL
               ON ASCENDING KEY SK-CONTA
               USING RANK-FILE
               GIVING RANK-ORDENADO.

           OPEN INPUT RANK-ORDENADO.
           OPEN OUTPUT PLANILHA-FILE.
           IF WS-PLANILHA-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RENTCLI.CSV - STATUS "
                       WS-PLANILHA-STATUS
               CLOSE RANK-ORDENADO
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO ABERTURA RENTCLI.LST - STATUS "
                       WS-RELATORIO-STATUS
               CLOSE RANK-ORDENADO
               CLOSE PLANILHA-FILE
               CALL "JOBLOG" USING WS-JOB-NOME "E"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "N" TO WS-CLIENTE-DISPONIVEL
               DISPLAY "AVISO - CLIENTE.DAT INDISPONIVEL, RANKING "
                       "SERA EMITIDO SEM NOME"
           END-IF.

           WRITE LINHA-PLANILHA FROM WS-CSV-CABECALHO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.

           PERFORM 0960-LER-RANK-ORDENADO.
           PERFORM UNTIL FIM-RANK-ORDENADO
               PERFORM 0550-INICIAR-CPF
               PERFORM UNTIL FIM-RANK-ORDENADO
                       OR EM-CPF NOT = WS-CPF-GRUPO
                   PERFORM 0600-IMPRIMIR-CONTA
                   PERFORM 0960-LER-RANK-ORDENADO
               END-PERFORM
               PERFORM 0650-FECHAR-CPF
           END-PERFORM.

           PERFORM 0700-IMPRIMIR-RODAPE.

           CLOSE RANK-ORDENADO.
           CLOSE PLANILHA-FILE.
           CLOSE RELATORIO-FILE.
           IF CLIENTE-DISPONIVEL
               CLOSE CLIENTE-FILE
           END-IF.

       0550-INICIAR-CPF.
           MOVE EM-CPF TO WS-CPF-GRUPO.
           ADD 1 TO WS-POSICAO-RANKING.
           MOVE ZERO TO WS-CPF-QTD-CONTAS.
           MOVE ZERO TO WS-CPF-SALDO-MEDIO.
           MOVE ZERO TO WS-CPF-JUROS-PAGOS.
           MOVE ZERO TO WS-CPF-JUROS-COBRADOS.
           MOVE ZERO TO WS-CPF-ENCARGOS.
           MOVE ZERO TO WS-CPF-TARIFAS.
           MOVE ZERO TO WS-CPF-DIAS-ATRASO.
           MOVE ZERO TO WS-CPF-QTD-PARCELAS.
           MOVE ZERO TO WS-CPF-VALOR-PARCELAS.

           MOVE SPACES TO WS-NOME-GRUPO.
           IF CLIENTE-DISPONIVEL
               MOVE EM-CPF TO CPF
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME TO WS-NOME-GRUPO
               END-READ
           END-IF.

           MOVE WS-POSICAO-RANKING TO WS-CLI-POSICAO.
           MOVE WS-CPF-GRUPO       TO WS-CLI-CPF.
           MOVE WS-NOME-GRUPO      TO WS-CLI-NOME.
           MOVE EM-FAIXA-CPF       TO WS-CLI-FAIXA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CLIENTE.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

       0600-IMPRIMIR-CONTA.
           ADD 1 TO WS-CPF-QTD-CONTAS.
           ADD EM-SALDO-MEDIO     TO WS-CPF-SALDO-MEDIO.
           ADD EM-JUROS-PAGOS     TO WS-CPF-JUROS-PAGOS.
           ADD EM-JUROS-COBRADOS  TO WS-CPF-JUROS-COBRADOS.
           ADD EM-ENCARGOS        TO WS-CPF-ENCARGOS.
           ADD EM-TARIFAS         TO WS-CPF-TARIFAS.
           ADD EM-QTD-PARCELAS    TO WS-CPF-QTD-PARCELAS.
           ADD EM-VALOR-PARCELAS  TO WS-CPF-VALOR-PARCELAS.
           IF EM-DIAS-ATRASO > WS-CPF-DIAS-ATRASO
               MOVE EM-DIAS-ATRASO TO WS-CPF-DIAS-ATRASO
           END-IF.
           IF EM-TITULAR
               ADD EM-JUROS-PAGOS    TO WS-TOT-JUROS-PAGOS
               ADD EM-JUROS-COBRADOS TO WS-TOT-JUROS-COBRADOS
               ADD EM-ENCARGOS       TO WS-TOT-ENCARGOS
               ADD EM-TARIFAS        TO WS-TOT-TARIFAS
               ADD EM-IOF            TO WS-TOT-IOF
               ADD EM-RECEITA-CONTA  TO WS-TOT-RECEITA
           END-IF.

           MOVE EM-CONTA          TO WS-DET-CONTA.
           MOVE EM-TIPO           TO WS-DET-TIPO.
           MOVE EM-PAPEL          TO WS-DET-PAPEL.
           MOVE EM-SALDO-MEDIO    TO WS-DET-SALDO-MEDIO.
           MOVE EM-JUROS-PAGOS    TO WS-DET-JUROS-PAGOS.
           MOVE EM-JUROS-COBRADOS TO WS-DET-JUROS-COBR.
           MOVE EM-ENCARGOS       TO WS-DET-ENCARGOS.
           MOVE EM-TARIFAS        TO WS-DET-TARIFAS.
           MOVE EM-RECEITA-CONTA  TO WS-DET-RECEITA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.
           MOVE EM-LIMITE         TO WS-DT2-LIMITE.
           MOVE EM-USO-MAXIMO     TO WS-DT2-USO.
           MOVE EM-DIAS-DEVEDOR   TO WS-DT2-DIAS-DEV.
           MOVE EM-FAIXA-ATRASO   TO WS-DT2-ATRASO.
           MOVE EM-QTD-PARCELAS   TO WS-DT2-QTD-PARC.
           MOVE EM-VALOR-PARCELAS TO WS-DT2-VALOR-PARC.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE-2.

           MOVE WS-POSICAO-RANKING TO WS-CSV-POSICAO.
           MOVE EM-CPF             TO WS-CSV-CPF.
           MOVE WS-NOME-GRUPO      TO WS-CSV-NOME.
           MOVE EM-FAIXA-CPF       TO WS-CSV-FAIXA.
           MOVE EM-CONTA           TO WS-CSV-CONTA.
           MOVE EM-TIPO            TO WS-CSV-TIPO.
           MOVE EM-PAPEL           TO WS-CSV-PAPEL.
           MOVE EM-SITUACAO        TO WS-CSV-SITUACAO.
           MOVE EM-RECEITA-CPF     TO WS-CSV-RECEITA-CPF.
           MOVE EM-SALDO-MEDIO     TO WS-CSV-SALDO-MEDIO.
           MOVE EM-SALDO-FECHAMENTO TO WS-CSV-FECHAMENTO.
           MOVE EM-JUROS-PAGOS     TO WS-CSV-JUROS-PAGOS.
           MOVE EM-JUROS-COBRADOS  TO WS-CSV-JUROS-COBR.
           MOVE EM-ENCARGOS        TO WS-CSV-ENCARGOS.
           MOVE EM-TARIFAS         TO WS-CSV-TARIFAS.
           MOVE EM-IOF             TO WS-CSV-IOF.
           MOVE EM-RECEITA-CONTA   TO WS-CSV-RECEITA-CONTA.
           MOVE EM-LIMITE          TO WS-CSV-LIMITE.
           MOVE EM-DIAS-DEVEDOR    TO WS-CSV-DIAS-DEVEDOR.
           MOVE EM-USO-MAXIMO      TO WS-CSV-USO-MAXIMO.
           MOVE EM-DIAS-ATRASO     TO WS-CSV-DIAS-ATRASO.
           MOVE EM-FAIXA-ATRASO    TO WS-CSV-FAIXA-ATRASO.
           MOVE EM-QTD-PARCELAS    TO WS-CSV-QTD-PARCELAS.
           MOVE EM-VALOR-PARCELAS  TO WS-CSV-VALOR-PARC.
           INSPECT WS-CSV-VALORES REPLACING ALL "." BY ",".
           WRITE LINHA-PLANILHA FROM WS-CSV-DETALHE.

       0650-FECHAR-CPF.
           MOVE WS-CPF-SALDO-MEDIO    TO WS-TCP-SALDO-MEDIO.
           MOVE WS-CPF-JUROS-PAGOS    TO WS-TCP-JUROS-PAGOS.
           MOVE WS-CPF-JUROS-COBRADOS TO WS-TCP-JUROS-COBR.
           MOVE WS-CPF-ENCARGOS       TO WS-TCP-ENCARGOS.
           MOVE WS-CPF-TARIFAS        TO WS-TCP-TARIFAS.
           COMPUTE WS-CPF-RECEITA =
               WS-CPF-JUROS-COBRADOS + WS-CPF-ENCARGOS
               + WS-CPF-TARIFAS - WS-CPF-JUROS-PAGOS.
           MOVE WS-CPF-RECEITA        TO WS-TCP-RECEITA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-CPF.
           MOVE WS-CPF-DIAS-ATRASO TO WS-DIAS-CALC.
           PERFORM 0380-CLASSIFICAR-ATRASO.
           MOVE WS-CPF-QTD-CONTAS     TO WS-TC2-QTD-CONTAS.
           MOVE WS-FAIXA-CALC         TO WS-TC2-ATRASO.
           MOVE WS-CPF-QTD-PARCELAS   TO WS-TC2-QTD-PARC.
           MOVE WS-CPF-VALOR-PARCELAS TO WS-TC2-VALOR-PARC.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-CPF-2.

      *----------------------------------------------------------------*
      * Rodape: clientes por faixa de relacionamento (a receita da
      * faixa soma a conta conjunta em cada titular) e os totais do
      * banco pelas linhas de titular.
      *----------------------------------------------------------------*
       0700-IMPRIMIR-RODAPE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARADORA.
           MOVE WS-QTD-CLIENTES        TO WS-ROD-CLIENTES.
           MOVE WS-QTD-CONTAS          TO WS-ROD-CONTAS.
           MOVE WS-QTD-COTITULARIDADES TO WS-ROD-COTITULARES.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-1.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-FAIXAS
               MOVE WS-FX-NOME(WS-IX)    TO WS-RFX-NOME
               MOVE WS-FX-MINIMO(WS-IX)  TO WS-RFX-MINIMO
               MOVE WS-FX-QTD(WS-IX)     TO WS-RFX-QTD
               MOVE WS-FX-RECEITA(WS-IX) TO WS-RFX-RECEITA
               WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-FAIXA
           END-PERFORM.
           MOVE WS-TOT-JUROS-PAGOS    TO WS-ROD-JUROS-PAGOS.
           MOVE WS-TOT-JUROS-COBRADOS TO WS-ROD-JUROS-COBR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-2.
           MOVE WS-TOT-ENCARGOS       TO WS-ROD-ENCARGOS.
           MOVE WS-TOT-TARIFAS        TO WS-ROD-TARIFAS.
           MOVE WS-TOT-IOF            TO WS-ROD-IOF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-3.
           MOVE WS-TOT-RECEITA        TO WS-ROD-RECEITA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-4.

       0900-LER-PARAM.
           READ PARAM-FILE
               AT END
                   SET FIM-PARAM TO TRUE
           END-READ.

       0910-LER-ARQUIVO-MES.
           READ ARQUIVO-MES
               AT END
                   SET FIM-ARQ-MES TO TRUE
           END-READ.

       0920-LER-MOVIMENTO.
           READ MOV-ORDENADO
               AT END
                   SET FIM-MOVIMENTOS TO TRUE
           END-READ.

       0925-LER-HISTORICO.
           READ HST-ORDENADO
               AT END
                   SET FIM-HISTORICO TO TRUE
           END-READ.

       0930-LER-RESUMO.
           READ RES-ORDENADO
               AT END
                   SET FIM-RESUMO TO TRUE
           END-READ.

       0940-LER-AGENDA.
           READ AGD-ORDENADO
               AT END
                   SET FIM-AGENDA TO TRUE
           END-READ.

       0945-LER-CONTA.
           READ CONTA-FILE NEXT RECORD
               AT END
                   SET FIM-CONTA TO TRUE
           END-READ.

       0950-LER-CTA-ORDENADO.
           READ CTA-ORDENADO
               AT END
                   SET FIM-CTA-ORDENADO TO TRUE
           END-READ.

       0955-LER-RENT-CPF.
           READ RENT-CPF-FILE
               AT END
                   SET FIM-RENT-CPF TO TRUE
           END-READ.

       0960-LER-RANK-ORDENADO.
           READ RANK-ORDENADO
               AT END
                   SET FIM-RANK-ORDENADO TO TRUE
           END-READ.
