      ******************************************************************
      * Author: Eduardo Freitas
      * Date: 15/10/2026
      * Purpose: Rotina chamavel do recadastramento periodico: calcula
      *          o vencimento da proxima revisao cadastral pela classe
      *          de risco (funcao "V") e informa a situacao de um CPF
      *          numa data de referencia (funcao "S") - sem registro,
      *          em dia, a vencer, vencido dentro da carencia ou
      *          vencido alem da carencia (bloqueio de abertura de
      *          conta). Prazos no cartao RECADAST.PAR
      * Tectonics: cobc
      ******************************************************************
      *================================================================*
       IDENTIFICATION                   DIVISION.
      *================================================================*
       PROGRAM-ID. RECADSIT.
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
           SELECT RECADASTRO-FILE ASSIGN TO "RECADAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CPF
               FILE STATUS IS WS-RECADASTRO-STATUS.

           SELECT PARAM-FILE ASSIGN TO "RECADAST.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
      *================================================================*
       DATA                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                        SECTION.
      *----------------------------------------------------------------*
       FD  RECADASTRO-FILE.
           COPY RECADAST.

      *----------------------------------------------------------------*
      * Periodicidade da revisao em meses por classe de risco, dias
      * de carencia depois do vencimento (depois dela o cliente nao
      * abre conta nova) e dias de antecedencia para "a vencer".
      *----------------------------------------------------------------*
       FD  PARAM-FILE.
       01  PARAM-RECADASTRO.
           05 PRA-MESES-BAIXO      PIC 9(03).
           05 PRA-MESES-MEDIO      PIC 9(03).
           05 PRA-MESES-ALTO       PIC 9(03).
           05 PRA-DIAS-CARENCIA    PIC 9(03).
           05 PRA-DIAS-AVISO       PIC 9(03).
      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
       77 WS-RECADASTRO-STATUS     PIC X(02) VALUE ZEROS.
       77 WS-PARAM-STATUS          PIC X(02) VALUE ZEROS.

      *----------------------------------------------------------------*
      * Cartao e arquivo sao carregados/abertos uma unica vez e
      * reaproveitados nas chamadas seguintes do mesmo job, como o
      * calendario do DIAUTIL.
      *----------------------------------------------------------------*
       77 WS-CARREGADO             PIC X     VALUE "N".
           88 PARAMETROS-CARREGADOS VALUE "S".
       77 WS-ARQUIVO-ABERTO        PIC X     VALUE "N".
           88 ARQUIVO-ABERTO       VALUE "S".
           88 ARQUIVO-AUSENTE      VALUE "X".

       77 WS-MESES-BAIXO           PIC 9(03) VALUE 60.
       77 WS-MESES-MEDIO           PIC 9(03) VALUE 24.
       77 WS-MESES-ALTO            PIC 9(03) VALUE 12.
       77 WS-DIAS-CARENCIA         PIC 9(03) VALUE 30.
       77 WS-DIAS-AVISO            PIC 9(03) VALUE 30.

       77 WS-MESES                 PIC 9(03) VALUE ZERO.
       77 WS-TOTAL-MESES           PIC 9(06) VALUE ZERO.
       77 WS-ANO-NOVO              PIC 9(04) VALUE ZERO.
       77 WS-MES-NOVO              PIC 9(02) VALUE ZERO.
       77 WS-DIA-NOVO              PIC 9(02) VALUE ZERO.
       77 WS-ULTIMO-DIA            PIC 9(02) VALUE ZERO.
       77 WS-DATA-AUX              PIC 9(08) VALUE ZERO.
       01  WS-DATA-BASE.
           05 WS-BASE-ANO          PIC 9(04).
           05 WS-BASE-MES          PIC 9(02).
           05 WS-BASE-DIA          PIC 9(02).
       01  WS-DATA-PROX-MES.
           05 WS-PRX-ANO           PIC 9(04).
           05 WS-PRX-MES           PIC 9(02).
           05 WS-PRX-DIA           PIC 9(02).
       01  WS-DATA-FIM-MES.
           05 WS-FIM-ANO           PIC 9(04).
           05 WS-FIM-MES           PIC 9(02).
           05 WS-FIM-DIA           PIC 9(02).
       01  WS-DATA-VENCIMENTO.
           05 WS-VEN-ANO           PIC 9(04).
           05 WS-VEN-MES           PIC 9(02).
           05 WS-VEN-DIA           PIC 9(02).
      *================================================================*
       LINKAGE                            SECTION.
      *================================================================*
       01  LS-FUNCAO                   PIC X.
           88 LS-CONSULTAR             VALUE "S".
           88 LS-CALCULAR              VALUE "V".
       01  LS-CPF                      PIC X(11).
       01  LS-DATA-BASE                PIC 9(08).
       01  LS-CLASSE                   PIC X.
       01  LS-VENCIMENTO               PIC 9(08).
       01  LS-SITUACAO                 PIC X.
           88 RECAD-SEM-REGISTRO       VALUE "N".
           88 RECAD-EM-DIA             VALUE "E".
           88 RECAD-A-VENCER           VALUE "P".
           88 RECAD-VENCIDO            VALUE "V".
           88 RECAD-BLOQUEADO          VALUE "B".
           88 RECAD-ERRO               VALUE "1".
       01  LS-DIAS-ATRASO              PIC S9(05).
       01  LS-MENSAGEM                 PIC X(40).
      *================================================================*
       PROCEDURE                          DIVISION USING LS-FUNCAO
                                                          LS-CPF
                                                          LS-DATA-BASE
                                                          LS-CLASSE
                                                          LS-VENCIMENTO
                                                          LS-SITUACAO
                                                          LS-DIAS-ATRASO
                                                          LS-MENSAGEM.
      *================================================================*
       0000-SITUACAO-RECADASTRO.
           MOVE SPACES TO LS-MENSAGEM.
           MOVE ZERO   TO LS-DIAS-ATRASO.
           IF NOT PARAMETROS-CARREGADOS
               PERFORM 0100-LER-PARAMETROS
               SET PARAMETROS-CARREGADOS TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN LS-CALCULAR
                   PERFORM 0200-CALCULAR-VENCIMENTO
               WHEN LS-CONSULTAR
                   PERFORM 0300-CONSULTAR-SITUACAO
               WHEN OTHER
                   SET RECAD-ERRO TO TRUE
                   MOVE "FUNCAO INVALIDA NA RECADSIT" TO LS-MENSAGEM
           END-EVALUATE.
           GOBACK.

      *----------------------------------------------------------------*
      * Cartao ausente ou campo nao numerico mantem o prazo padrao:
      * 60 meses risco baixo, 24 medio, 12 alto, 30 dias de carencia
      * e 30 de antecedencia.
      *----------------------------------------------------------------*
       0100-LER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ PARAM-FILE
               AT END
                   CLOSE PARAM-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF PRA-MESES-BAIXO IS NUMERIC AND PRA-MESES-BAIXO > ZERO
               MOVE PRA-MESES-BAIXO TO WS-MESES-BAIXO
           END-IF.
           IF PRA-MESES-MEDIO IS NUMERIC AND PRA-MESES-MEDIO > ZERO
               MOVE PRA-MESES-MEDIO TO WS-MESES-MEDIO
           END-IF.
           IF PRA-MESES-ALTO IS NUMERIC AND PRA-MESES-ALTO > ZERO
               MOVE PRA-MESES-ALTO TO WS-MESES-ALTO
           END-IF.
           IF PRA-DIAS-CARENCIA IS NUMERIC
               MOVE PRA-DIAS-CARENCIA TO WS-DIAS-CARENCIA
           END-IF.
           IF PRA-DIAS-AVISO IS NUMERIC
               MOVE PRA-DIAS-AVISO TO WS-DIAS-AVISO
           END-IF.
           CLOSE PARAM-FILE.

      *----------------------------------------------------------------*
      * Vencimento = data da revisao + periodicidade da classe em
      * meses, no mesmo dia do mes (ou no ultimo dia, quando o mes
      * de destino e mais curto).
      *----------------------------------------------------------------*
       0200-CALCULAR-VENCIMENTO.
           MOVE ZERO TO LS-VENCIMENTO.
           EVALUATE LS-CLASSE
               WHEN "B"
                   MOVE WS-MESES-BAIXO TO WS-MESES
               WHEN "M"
                   MOVE WS-MESES-MEDIO TO WS-MESES
               WHEN "A"
                   MOVE WS-MESES-ALTO  TO WS-MESES
               WHEN OTHER
                   SET RECAD-ERRO TO TRUE
                   MOVE "CLASSE DE RISCO INVALIDA - USE B, M OU A"
                       TO LS-MENSAGEM
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE LS-DATA-BASE TO WS-DATA-BASE.
           COMPUTE WS-TOTAL-MESES =
               WS-BASE-ANO * 12 + WS-BASE-MES - 1 + WS-MESES.
           DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-ANO-NOVO
               REMAINDER WS-MES-NOVO.
           ADD 1 TO WS-MES-NOVO.
           IF WS-MES-NOVO = 12
               COMPUTE WS-PRX-ANO = WS-ANO-NOVO + 1
               MOVE 1 TO WS-PRX-MES
           ELSE
               MOVE WS-ANO-NOVO TO WS-PRX-ANO
               COMPUTE WS-PRX-MES = WS-MES-NOVO + 1
           END-IF.
           MOVE 1 TO WS-PRX-DIA.
           MOVE WS-DATA-PROX-MES TO WS-DATA-AUX.
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1).
           MOVE WS-DATA-AUX TO WS-DATA-FIM-MES.
           MOVE WS-FIM-DIA  TO WS-ULTIMO-DIA.
           MOVE WS-BASE-DIA TO WS-DIA-NOVO.
           IF WS-DIA-NOVO > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-DIA-NOVO
           END-IF.
           MOVE WS-ANO-NOVO TO WS-VEN-ANO.
           MOVE WS-MES-NOVO TO WS-VEN-MES.
           MOVE WS-DIA-NOVO TO WS-VEN-DIA.
           MOVE WS-DATA-VENCIMENTO TO LS-VENCIMENTO.
           SET RECAD-EM-DIA TO TRUE.

      *----------------------------------------------------------------*
      * Situacao do CPF na data de referencia. Sem registro (cliente
      * anterior ao recadastramento que ainda nao passou por revisao)
      * nao bloqueia: aparece no relatorio mensal para a agencia
      * agendar a primeira revisao.
      *----------------------------------------------------------------*
       0300-CONSULTAR-SITUACAO.
           MOVE ZERO   TO LS-VENCIMENTO.
           MOVE SPACES TO LS-CLASSE.
           IF NOT ARQUIVO-ABERTO AND NOT ARQUIVO-AUSENTE
               OPEN INPUT RECADASTRO-FILE
               IF WS-RECADASTRO-STATUS = "00"
                   SET ARQUIVO-ABERTO TO TRUE
               ELSE
                   SET ARQUIVO-AUSENTE TO TRUE
               END-IF
           END-IF.
           IF ARQUIVO-AUSENTE
               SET RECAD-SEM-REGISTRO TO TRUE
               MOVE "SEM REVISAO CADASTRAL REGISTRADA" TO LS-MENSAGEM
               EXIT PARAGRAPH
           END-IF.
           MOVE LS-CPF TO RV-CPF.
           READ RECADASTRO-FILE
               INVALID KEY
                   SET RECAD-SEM-REGISTRO TO TRUE
                   MOVE "SEM REVISAO CADASTRAL REGISTRADA"
                       TO LS-MENSAGEM
                   EXIT PARAGRAPH
           END-READ.
           MOVE RV-CLASSE-RISCO    TO LS-CLASSE.
           IF RV-DATA-VENCIMENTO NOT NUMERIC
              OR RV-DATA-VENCIMENTO = ZERO
               SET RECAD-SEM-REGISTRO TO TRUE
               MOVE "REVISAO SEM VENCIMENTO CALCULADO" TO LS-MENSAGEM
               EXIT PARAGRAPH
           END-IF.
           MOVE RV-DATA-VENCIMENTO TO LS-VENCIMENTO.
           COMPUTE LS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(LS-DATA-BASE)
               - FUNCTION INTEGER-OF-DATE(RV-DATA-VENCIMENTO).
           EVALUATE TRUE
               WHEN LS-DIAS-ATRASO > WS-DIAS-CARENCIA
                   SET RECAD-BLOQUEADO TO TRUE
                   MOVE "REVISAO VENCIDA ALEM DA CARENCIA"
                       TO LS-MENSAGEM
               WHEN LS-DIAS-ATRASO > ZERO
                   SET RECAD-VENCIDO TO TRUE
                   MOVE "REVISAO VENCIDA DENTRO DA CARENCIA"
                       TO LS-MENSAGEM
               WHEN LS-DIAS-ATRASO + WS-DIAS-AVISO >= ZERO
                   SET RECAD-A-VENCER TO TRUE
                   MOVE "REVISAO A VENCER" TO LS-MENSAGEM
               WHEN OTHER
                   SET RECAD-EM-DIA TO TRUE
           END-EVALUATE.
