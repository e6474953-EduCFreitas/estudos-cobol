      *================================================================*
      * ORDPERM.cpy
      * Layout do mestre de ordens permanentes (debitos e
      * transferencias programadas), arquivo ORDPERM.DAT indexado por
      * OR-CHAVE (conta + numero da ordem), mantido por CADORDEM.cob
      * e lido toda noite por GERORDEM.cob, que gera os lancamentos
      * de origem "P" vencidos no dia em LANCPRG.DAT para a edicao
      * previa injetar no razao como os juros.
      *================================================================*
       01  REGISTRO-ORDEM.
           05 OR-CHAVE.
               10 OR-CONTA         PIC X(08).
               10 OR-NUMERO        PIC 9(03).
           05 OR-CPF               PIC X(11).
      *----------------------------------------------------------------*
      * Tipo "D" e o debito simples na conta; "T" e a transferencia
      * para OR-CONTA-DESTINO, que o razao aplica como a
      * transferencia digitada (as duas pernas ou nenhuma).
      *----------------------------------------------------------------*
           05 OR-TIPO              PIC X.
               88 OR-DEBITO        VALUE "D".
               88 OR-TRANSFERENCIA VALUE "T".
           05 OR-VALOR             PIC 9(09)V99.
           05 OR-CONTA-DESTINO     PIC X(08).
      *----------------------------------------------------------------*
      * Vigencia: a ordem comeca em OR-DATA-INICIO (que tambem da o
      * dia de referencia do mes para as frequencias mensal e anual)
      * e termina em OR-DATA-FIM; fim zerado e ordem sem prazo.
      *----------------------------------------------------------------*
           05 OR-DATA-INICIO       PIC 9(08).
           05 OR-DATA-FIM          PIC 9(08).
           05 OR-FREQUENCIA        PIC X.
               88 OR-SEMANAL       VALUE "S".
               88 OR-QUINZENAL     VALUE "Q".
               88 OR-MENSAL        VALUE "M".
               88 OR-ANUAL         VALUE "A".
      *----------------------------------------------------------------*
      * Proxima data nominal de execucao (antes de rolar para dia
      * util) e a data da ultima geracao. O gerador rola a data
      * nominal para o proximo dia util pelo calendario FERIADO.DAT
      * e, quando ela chega, gera o lancamento e avanca a data
      * nominal pela frequencia.
      *----------------------------------------------------------------*
           05 OR-DATA-PROXIMA      PIC 9(08).
           05 OR-DATA-ULTIMA       PIC 9(08).
           05 OR-SITUACAO          PIC X.
               88 OR-ATIVA         VALUE "A".
               88 OR-CANCELADA     VALUE "C".
               88 OR-FINALIZADA    VALUE "F".
           05 OR-DATA-SITUACAO     PIC 9(08).
