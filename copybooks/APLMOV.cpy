      *================================================================*
      * APLMOV.cpy
      * Layout do movimento da carteira de aplicacoes a prazo
      * (arquivo sequencial APLMOV.DAT, so anexado): um registro por
      * evento de aplicacao, gravado pelo APLICA.cob (aplicacao e
      * resgate antecipado) e pelo APLVENC.cob (vencimento e
      * cancelamento por debito rejeitado). E a origem dos juros
      * pagos e do imposto retido que o extrato contabil
      * (CONTABIL.cob) leva ao GLEXTR.DAT e da posicao da carteira
      * (APLPOS.cob).
      *================================================================*
       01  REGISTRO-APL-MOVIMENTO.
           05 AM-DATA              PIC 9(08).
           05 AM-CONTA             PIC X(08).
           05 AM-CPF               PIC X(11).
           05 AM-CONTA-MOVIMENTO   PIC X(08).
           05 AM-EVENTO            PIC X.
               88 AM-APLICACAO     VALUE "A".
               88 AM-VENCIMENTO    VALUE "V".
               88 AM-RESGATE       VALUE "R".
               88 AM-CANCELAMENTO  VALUE "C".
           05 AM-PRINCIPAL         PIC 9(09)V99.
           05 AM-JUROS-BRUTOS      PIC 9(09)V99.
           05 AM-VALOR-MULTA       PIC 9(09)V99.
           05 AM-JUROS-PAGOS       PIC 9(09)V99.
           05 AM-VALOR-IR          PIC 9(09)V99.
           05 AM-VALOR-LIQUIDO     PIC 9(09)V99.
           05 AM-DIAS-CORRIDOS     PIC 9(05).
           05 AM-OPERADOR          PIC X(06).
