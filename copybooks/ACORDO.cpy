      *================================================================*
      * ACORDO.cpy
      * Layout do registro de acordo de renegociacao de divida
      * (arquivo sequencial ACORDO.DAT), gravado pelo RENEGOC.cob: a
      * divida original da conta - parcelas vencidas em aberto da
      * agenda (AGDPARC.DAT) mais o saldo negativo do SALDO.DAT -, o
      * desconto concedido e os termos do novo plano, cujas parcelas
      * entram na agenda com o numero do acordo. ACO-DATA-ORIGEM e a
      * data mais antiga da divida (primeiro vencimento em atraso ou
      * inicio do saldo negativo), que volta ao aging se o acordo
      * quebrar. Situacao: vigente, quebrado (parcela do plano
      * vencida alem do prazo do cartao; o que restava em aberto
      * volta a conta em ACO-VALOR-DEVOLVIDO) ou liquidado (todas as
      * parcelas do plano pagas).
      *================================================================*
       01  REGISTRO-ACORDO.
           05 ACO-NUMERO           PIC 9(06).
           05 ACO-CONTA            PIC X(08).
           05 ACO-CPF              PIC X(11).
           05 ACO-DATA             PIC 9(08).
           05 ACO-QTD-PARC-ORIG    PIC 9(03).
           05 ACO-VALOR-PARC-ORIG  PIC 9(09)V99.
           05 ACO-VALOR-SALDO-NEG  PIC 9(09)V99.
           05 ACO-VALOR-DIVIDA     PIC 9(09)V99.
           05 ACO-VALOR-DESCONTO   PIC 9(09)V99.
           05 ACO-VALOR-ACORDO     PIC 9(09)V99.
           05 ACO-QTD-PARCELAS     PIC 9(02).
           05 ACO-VALOR-PARCELA    PIC 9(09)V99.
           05 ACO-PRIMEIRO-VENCTO  PIC 9(08).
           05 ACO-DATA-ORIGEM      PIC 9(08).
           05 ACO-SITUACAO         PIC X.
               88 ACO-VIGENTE      VALUE "V".
               88 ACO-QUEBRADO     VALUE "Q".
               88 ACO-LIQUIDADO    VALUE "L".
           05 ACO-DATA-SITUACAO    PIC 9(08).
           05 ACO-VALOR-DEVOLVIDO  PIC 9(09)V99.
