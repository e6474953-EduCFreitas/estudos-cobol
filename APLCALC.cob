      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Rotina chamavel de calculo da aplicacao a prazo,
      *          usada pela aplicacao/resgate (APLICA.cob) e pelo
      *          vencimento noturno (APLVENC.cob), para que os dois
      *          liquidem com as mesmas regras: juros simples sobre o
      *          principal pelos dias corridos (base 365), multa do
      *          resgate antecipado em % dos juros pela tabela de
      *          dias decorridos e imposto de renda retido pela
      *          tabela regressiva, ambas do cartao APLPARAM.PAR
      *          (sem cartao valem as tabelas padrao).
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. APLCALC.
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
      *----------------------------------------------------------------*
      * Uma faixa por linha: tabela ("I" imposto de renda, "M" multa
      * do resgate antecipado), dias corridos ate os quais a faixa
      * vale e o percentual, em ordem crescente de dias dentro de
      * cada tabela. A ultima faixa do imposto vale para qualquer
      * prazo acima dela; passado o fim da tabela de multa nao ha
      * multa.
      *----------------------------------------------------------------*
           SELECT PARAM-FILE ASSIGN TO "APLPARAM.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-APLICACAO.
           05 APP-TABELA           PIC X.
           05 APP-DIAS-ATE         PIC 9(05).
           05 APP-PERCENTUAL       PIC 9(03)V99.
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.
       77 WS-FIM-PARAM             PIC X     VALUE "N".
           88 FIM-PARAM            VALUE "S".

      *----------------------------------------------------------------*
      * As tabelas sao carregadas na primeira chamada e reaproveitadas
      * nas seguintes, como o calendario do DIAUTIL.
      *----------------------------------------------------------------*
       77 WS-CARREGADO             PIC X     VALUE "N".
           88 TABELAS-CARREGADAS   VALUE "S".
       77 WS-CARTAO-VALIDO         PIC X     VALUE "S".

      *----------------------------------------------------------------*
      * Tabelas padrao: imposto de 22,5% ate 180 dias, 20% ate 360,
      * 17,5% ate 720 e 15% acima; multa de 100% dos juros ate 30
      * dias, 50% ate 90, 25% ate 180 e 10% acima.
      *----------------------------------------------------------------*
       01  TABELA-IR-PADRAO.
           05 FILLER               PIC X(10) VALUE "0018002250".
           05 FILLER               PIC X(10) VALUE "0036002000".
           05 FILLER               PIC X(10) VALUE "0072001750".
           05 FILLER               PIC X(10) VALUE "9999901500".
       01  FILLER REDEFINES TABELA-IR-PADRAO.
           05 TAB-IRP OCCURS 4 TIMES.
               10 TAB-IRP-DIAS     PIC 9(05).
               10 TAB-IRP-PERC     PIC 9(03)V99.

       01  TABELA-MULTA-PADRAO.
           05 FILLER               PIC X(10) VALUE "0003010000".
           05 FILLER               PIC X(10) VALUE "0009005000".
           05 FILLER               PIC X(10) VALUE "0018002500".
           05 FILLER               PIC X(10) VALUE "9999901000".
       01  FILLER REDEFINES TABELA-MULTA-PADRAO.
           05 TAB-MTP OCCURS 4 TIMES.
               10 TAB-MTP-DIAS     PIC 9(05).
               10 TAB-MTP-PERC     PIC 9(03)V99.

      *----------------------------------------------------------------*
      * Tabelas em vigor.
      *----------------------------------------------------------------*
       77 WS-QTD-IR                PIC 9(02) VALUE ZERO.
       77 WS-QTD-MULTA             PIC 9(02) VALUE ZERO.
       77 WS-MAX-FAIXAS            PIC 9(02) VALUE 10.
       77 WS-IX-FAIXA              PIC 9(02) VALUE ZERO.
       01  TABELA-IR.
           05 TAB-IR OCCURS 10 TIMES.
               10 TAB-IR-DIAS      PIC 9(05).
               10 TAB-IR-PERC      PIC 9(03)V99.
       01  TABELA-MULTA.
           05 TAB-MT OCCURS 10 TIMES.
               10 TAB-MT-DIAS      PIC 9(05).
               10 TAB-MT-PERC      PIC 9(03)V99.

       77 WS-ALIQUOTA-IR           PIC 9(03)V99 VALUE ZERO.
       77 WS-PERC-MULTA            PIC 9(03)V99 VALUE ZERO.
       77 WS-FAIXA-ACHADA          PIC X     VALUE "N".
      *================================================================*
       LINKAGE                            SECTION.
      *================================================================*
      *----------------------------------------------------------------*
      * Funcao: "J" so apropria os juros brutos; "V" liquida no
      * vencimento (juros e imposto); "R" liquida no resgate
      * antecipado (juros, multa e imposto). LS-DIAS sao os dias
      * corridos desde a aplicacao, ja limitados ao vencimento pelo
      * chamador.
      *----------------------------------------------------------------*
       01  LS-FUNCAO                   PIC X.
           88 CALC-APROPRIACAO         VALUE "J".
           88 CALC-VENCIMENTO          VALUE "V".
           88 CALC-RESGATE             VALUE "R".
       01  LS-PRINCIPAL                PIC 9(09)V99.
       01  LS-TAXA                     PIC 9(03)V9(04).
       01  LS-DIAS                     PIC 9(05).
       01  LS-JUROS-BRUTOS             PIC 9(09)V99.
       01  LS-VALOR-MULTA              PIC 9(09)V99.
       01  LS-JUROS-PAGOS              PIC 9(09)V99.
       01  LS-VALOR-IR                 PIC 9(09)V99.
       01  LS-VALOR-LIQUIDO            PIC 9(09)V99.
       01  LS-STATUS                   PIC X.
           88 APLCALC-OK               VALUE "0".
           88 APLCALC-ERRO             VALUE "1".
       01  LS-MENSAGEM                 PIC X(40).
      *================================================================*
       PROCEDURE                          DIVISION USING LS-FUNCAO
                                                       LS-PRINCIPAL
                                                       LS-TAXA
                                                       LS-DIAS
                                                       LS-JUROS-BRUTOS
                                                       LS-VALOR-MULTA
                                                       LS-JUROS-PAGOS
                                                       LS-VALOR-IR
                                                       LS-VALOR-LIQUIDO
                                                       LS-STATUS
                                                       LS-MENSAGEM.
      *================================================================*
       0000-CALCULAR-APLICACAO.
           SET APLCALC-OK TO TRUE.
           MOVE SPACES TO LS-MENSAGEM.
           MOVE ZERO   TO LS-JUROS-BRUTOS LS-VALOR-MULTA
                          LS-JUROS-PAGOS LS-VALOR-IR LS-VALOR-LIQUIDO.

           IF NOT TABELAS-CARREGADAS
               PERFORM 0100-CARREGAR-TABELAS
               SET TABELAS-CARREGADAS TO TRUE
           END-IF.

           IF NOT CALC-APROPRIACAO AND NOT CALC-VENCIMENTO
              AND NOT CALC-RESGATE
               SET APLCALC-ERRO TO TRUE
               MOVE "FUNCAO DE CALCULO INVALIDA" TO LS-MENSAGEM
               GOBACK
           END-IF.
           IF LS-PRINCIPAL IS NOT NUMERIC OR LS-TAXA IS NOT NUMERIC
              OR LS-DIAS IS NOT NUMERIC
               SET APLCALC-ERRO TO TRUE
               MOVE "PRINCIPAL, TAXA OU DIAS NAO NUMERICO"
                   TO LS-MENSAGEM
               GOBACK
           END-IF.

           COMPUTE LS-JUROS-BRUTOS ROUNDED =
               LS-PRINCIPAL * LS-TAXA * LS-DIAS / 36500
               ON SIZE ERROR
                   SET APLCALC-ERRO TO TRUE
                   MOVE "JUROS EXCEDEM O CAMPO" TO LS-MENSAGEM
                   GOBACK
           END-COMPUTE.
           IF CALC-APROPRIACAO
               GOBACK
           END-IF.

           IF CALC-RESGATE
               PERFORM 0300-BUSCAR-MULTA
               COMPUTE LS-VALOR-MULTA ROUNDED =
                   LS-JUROS-BRUTOS * WS-PERC-MULTA / 100
           END-IF.
           COMPUTE LS-JUROS-PAGOS = LS-JUROS-BRUTOS - LS-VALOR-MULTA.

           PERFORM 0200-BUSCAR-ALIQUOTA.
           COMPUTE LS-VALOR-IR ROUNDED =
               LS-JUROS-PAGOS * WS-ALIQUOTA-IR / 100.
           COMPUTE LS-VALOR-LIQUIDO =
               LS-PRINCIPAL + LS-JUROS-PAGOS - LS-VALOR-IR
               ON SIZE ERROR
                   SET APLCALC-ERRO TO TRUE
                   MOVE "VALOR LIQUIDO EXCEDE O CAMPO" TO LS-MENSAGEM
           END-COMPUTE.

           GOBACK.

      *----------------------------------------------------------------*
      * Carrega as faixas do cartao. Tabela que nao vier no cartao,
      * ou que vier fora de ordem ou com campo nao numerico, fica
      * com a padrao, com aviso.
      *----------------------------------------------------------------*
       0100-CARREGAR-TABELAS.
           MOVE ZERO TO WS-QTD-IR WS-QTD-MULTA.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "AVISO - APLPARAM.PAR AUSENTE, VALEM AS "
                       "TABELAS PADRAO DE IMPOSTO E MULTA"
           ELSE
               MOVE "N" TO WS-FIM-PARAM
               PERFORM 0910-LER-PARAM
               PERFORM UNTIL FIM-PARAM
                   PERFORM 0110-GUARDAR-FAIXA
                   PERFORM 0910-LER-PARAM
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.
           IF WS-CARTAO-VALIDO = "N"
               DISPLAY "AVISO - APLPARAM.PAR INVALIDO, VALEM AS "
                       "TABELAS PADRAO DE IMPOSTO E MULTA"
               MOVE ZERO TO WS-QTD-IR WS-QTD-MULTA
           END-IF.
           IF WS-QTD-IR = ZERO
               PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                       UNTIL WS-IX-FAIXA > 4
                   MOVE TAB-IRP(WS-IX-FAIXA) TO TAB-IR(WS-IX-FAIXA)
               END-PERFORM
               MOVE 4 TO WS-QTD-IR
           END-IF.
           IF WS-QTD-MULTA = ZERO
               PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                       UNTIL WS-IX-FAIXA > 4
                   MOVE TAB-MTP(WS-IX-FAIXA) TO TAB-MT(WS-IX-FAIXA)
               END-PERFORM
               MOVE 4 TO WS-QTD-MULTA
           END-IF.

       0110-GUARDAR-FAIXA.
           IF APP-DIAS-ATE IS NOT NUMERIC
              OR APP-PERCENTUAL IS NOT NUMERIC
              OR APP-PERCENTUAL > 100
               MOVE "N" TO WS-CARTAO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE APP-TABELA
               WHEN "I"
                   IF WS-QTD-IR >= WS-MAX-FAIXAS
                       MOVE "N" TO WS-CARTAO-VALIDO
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-QTD-IR > ZERO
                       IF APP-DIAS-ATE NOT > TAB-IR-DIAS(WS-QTD-IR)
                           MOVE "N" TO WS-CARTAO-VALIDO
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   ADD 1 TO WS-QTD-IR
                   MOVE APP-DIAS-ATE   TO TAB-IR-DIAS(WS-QTD-IR)
                   MOVE APP-PERCENTUAL TO TAB-IR-PERC(WS-QTD-IR)
               WHEN "M"
                   IF WS-QTD-MULTA >= WS-MAX-FAIXAS
                       MOVE "N" TO WS-CARTAO-VALIDO
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-QTD-MULTA > ZERO
                       IF APP-DIAS-ATE NOT > TAB-MT-DIAS(WS-QTD-MULTA)
                           MOVE "N" TO WS-CARTAO-VALIDO
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   ADD 1 TO WS-QTD-MULTA
                   MOVE APP-DIAS-ATE   TO TAB-MT-DIAS(WS-QTD-MULTA)
                   MOVE APP-PERCENTUAL TO TAB-MT-PERC(WS-QTD-MULTA)
               WHEN OTHER
                   MOVE "N" TO WS-CARTAO-VALIDO
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Aliquota do imposto: a primeira faixa que cobre os dias
      * corridos; acima da ultima vale a ultima.
      *----------------------------------------------------------------*
       0200-BUSCAR-ALIQUOTA.
           MOVE TAB-IR-PERC(WS-QTD-IR) TO WS-ALIQUOTA-IR.
           MOVE "N" TO WS-FAIXA-ACHADA.
           PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                   UNTIL WS-IX-FAIXA > WS-QTD-IR
                   OR WS-FAIXA-ACHADA = "S"
               IF LS-DIAS NOT > TAB-IR-DIAS(WS-IX-FAIXA)
                   MOVE TAB-IR-PERC(WS-IX-FAIXA) TO WS-ALIQUOTA-IR
                   MOVE "S" TO WS-FAIXA-ACHADA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Percentual dos juros perdido no resgate antecipado: a
      * primeira faixa que cobre os dias corridos; acima da ultima
      * nao ha multa.
      *----------------------------------------------------------------*
       0300-BUSCAR-MULTA.
           MOVE ZERO TO WS-PERC-MULTA.
           MOVE "N" TO WS-FAIXA-ACHADA.
           PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                   UNTIL WS-IX-FAIXA > WS-QTD-MULTA
                   OR WS-FAIXA-ACHADA = "S"
               IF LS-DIAS NOT > TAB-MT-DIAS(WS-IX-FAIXA)
                   MOVE TAB-MT-PERC(WS-IX-FAIXA) TO WS-PERC-MULTA
                   MOVE "S" TO WS-FAIXA-ACHADA
               END-IF
           END-PERFORM.

       0910-LER-PARAM.
           READ PARAM-FILE
               AT END
                   SET FIM-PARAM TO TRUE
           END-READ.
