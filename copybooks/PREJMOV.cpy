      *================================================================*
      * PREJMOV.cpy
      * Layout do movimento da carteira baixada como prejuizo
      * (arquivo sequencial PREJMOV.DAT, so acrescido): um registro
      * por baixa (PREJBAIX.cob) e por recuperacao ou baixa
      * complementar de debito residual (PREJRECP.cob), com o saldo
      * que resta a recuperar depois do evento. E a fonte dos totais
      * do mes no relatorio da baixa mensal.
      *================================================================*
       01  REGISTRO-PREJ-MOV.
           05 PM-DATA              PIC 9(08).
           05 PM-CONTA             PIC X(08).
           05 PM-CPF               PIC X(11).
           05 PM-EVENTO            PIC X.
               88 PM-BAIXA         VALUE "B".
               88 PM-BAIXA-RESIDUAL VALUE "D".
               88 PM-RECUPERACAO   VALUE "R".
           05 PM-VALOR             PIC 9(09)V99.
           05 PM-SALDO-A-RECUPERAR PIC 9(09)V99.
