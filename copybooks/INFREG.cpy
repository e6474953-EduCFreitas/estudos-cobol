      *================================================================*
      * INFREG.cpy
      * Layout do registro do informe de rendimentos para a interface
      * de declaracao fiscal (arquivo sequencial INFREND.DAT, gravado
      * por INFREND.cob): um registro por CPF e ano-calendario, com
      * os totais de todas as contas do cliente em CONTA.DAT.
      *================================================================*
       01  REGISTRO-INF-REND.
           05 IR-CPF               PIC X(11).
           05 IR-NOME              PIC X(20).
           05 IR-ANO               PIC 9(04).
           05 IR-QTD-CONTAS        PIC 9(03).
      *----------------------------------------------------------------*
      * Soma dos saldos das contas em 31/12 do ano anterior e em
      * 31/12 do ano-calendario.
      *----------------------------------------------------------------*
           05 IR-SALDO-ANTERIOR    PIC S9(11)V99.
           05 IR-SALDO-ATUAL       PIC S9(11)V99.
           05 IR-JUROS             PIC 9(11)V99.
           05 IR-TARIFAS           PIC 9(11)V99.
           05 IR-IMPOSTOS          PIC 9(11)V99.
      *----------------------------------------------------------------*
      * Creditos e debitos do ano pelo resumo mensal RESUMOMES.DAT:
      * saldo anterior + creditos - debitos = saldo atual. IR-
      * CONCILIADO "S" quando os historicos mensais somam o mesmo que
      * o resumo e a equacao fecha; "N" manda o CPF para conferencia
      * antes do envio.
      *----------------------------------------------------------------*
           05 IR-TOTAL-CREDITOS    PIC 9(11)V99.
           05 IR-TOTAL-DEBITOS     PIC 9(11)V99.
           05 IR-CONCILIADO        PIC X.
               88 IR-CONFERE       VALUE "S".
               88 IR-DIVERGE       VALUE "N".
      *----------------------------------------------------------------*
      * Imposto de renda retido na fonte sobre os rendimentos de
      * aplicacao a prazo pagos no ano.
      *----------------------------------------------------------------*
           05 IR-IR-RETIDO         PIC 9(11)V99.
