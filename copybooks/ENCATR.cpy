      *================================================================*
      * ENCATR.cpy
      * Layout do registro de encargos por atraso de parcela (arquivo
      * sequencial ENCATR.DAT), gravado pela baixa de parcelas
      * (BXAPARC.cob) quando uma parcela e paga depois do vencimento:
      * multa fixa sobre o valor da parcela e juros de mora pro rata
      * pelos dias uteis de atraso, com as taxas do cartao
      * MULTAJUR.PAR. O debito dos encargos (origem "A") entra no
      * ciclo seguinte; ate la o encargo fica em aberto como valor a
      * receber. ENC-VALOR-PAGO e o que ja foi coberto - pelo proprio
      * pagamento, quando veio acima do valor da parcela, ou pelo
      * debito quando ele passa pelo movimento. Encargo abaixo do
      * minimo ou dentro da tolerancia de dias e dispensado: fica
      * registrado, mas nao e debitado.
      *================================================================*
       01  REGISTRO-ENCARGO.
           05 ENC-CONTA            PIC X(08).
           05 ENC-CPF              PIC X(11).
           05 ENC-NUM-PARCELA      PIC 9(02).
           05 ENC-QTD-PARCELAS     PIC 9(02).
           05 ENC-DATA-VENCIMENTO  PIC 9(08).
           05 ENC-DATA-PAGAMENTO   PIC 9(08).
           05 ENC-DIAS-UTEIS       PIC 9(05).
           05 ENC-VALOR-PARCELA    PIC 9(09)V99.
           05 ENC-VALOR-MULTA      PIC 9(09)V99.
           05 ENC-VALOR-JUROS      PIC 9(09)V99.
           05 ENC-VALOR-TOTAL      PIC 9(09)V99.
           05 ENC-VALOR-PAGO       PIC 9(09)V99.
           05 ENC-SITUACAO         PIC X.
               88 ENC-ABERTO       VALUE "A".
               88 ENC-PAGO         VALUE "P".
               88 ENC-DISPENSADO   VALUE "D".
           05 ENC-DATA-APURACAO    PIC 9(08).
           05 ENC-DATA-SITUACAO    PIC 9(08).
