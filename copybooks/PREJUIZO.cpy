      *================================================================*
      * PREJUIZO.cpy
      * Layout do registro de conta baixada como prejuizo (arquivo
      * PREJUIZO.DAT, indexado por PJ-CONTA), gravado pela baixa
      * mensal (PREJBAIX.cob) para a conta negativa ha mais dias que
      * o limite do cartao: o saldo negativo sai do SALDO.DAT por um
      * credito de origem "Z" e passa a ser controlado aqui como
      * valor a recuperar. PJ-DATA-INICIO-NEG e PJ-DIAS-NEGATIVO sao
      * os do NEGSALDO.DAT no dia da baixa (a faixa da provisao
      * liberada). Credito que entra depois na conta e recuperacao,
      * apurada pela rotina noturna (PREJRECP.cob) em
      * PJ-VALOR-RECUPERADO; debito residual que ainda posta na conta
      * (juros e IOF apurados antes da baixa) amplia PJ-VALOR-BAIXADO.
      * PJ-DATA-LIBERACAO fica zero ate a provisao (PROVISAO.cob)
      * liberar a parcela provisionada da conta baixada.
      * Situacao: baixada (fora de juros, IOF, aging e provisao, com
      * debito do cliente recusado na edicao previa) ou recuperada
      * (valor baixado todo recuperado).
      *================================================================*
       01  REGISTRO-PREJUIZO.
           05 PJ-CONTA             PIC X(08).
           05 PJ-CPF               PIC X(11).
           05 PJ-DATA-BAIXA        PIC 9(08).
           05 PJ-DATA-INICIO-NEG   PIC 9(08).
           05 PJ-DIAS-NEGATIVO     PIC 9(05).
           05 PJ-VALOR-BAIXADO     PIC 9(09)V99.
           05 PJ-VALOR-RECUPERADO  PIC 9(09)V99.
           05 PJ-DATA-ULT-RECUP    PIC 9(08).
           05 PJ-DATA-LIBERACAO    PIC 9(08).
           05 PJ-SITUACAO          PIC X.
               88 PJ-BAIXADA       VALUE "B".
               88 PJ-RECUPERADA    VALUE "L".
