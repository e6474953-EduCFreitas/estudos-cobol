      * correspondente chegou em LANCVAL.DAT) ou quebrada (a data
      * prometida passou sem o credito), com relatorio de quebradas
      * por idade.
      *----------------------------------------------------------------*
      * Acordo de renegociacao (RENEGOC.cob): numero do acordo mais
      * recente da conta (ACORDO.DAT), a situacao dele e a data da
      * situacao. Acordo quebrado devolve a divida restante a conta e
      * a pasta volta para a cobranca normal. As pastas do arquivo
      * anterior aos campos foram convertidas (CONVREG.cob) como
      * pasta sem acordo.
      *================================================================*
       01  REGISTRO-COBRANCA.
           05 CB-CONTA             PIC X(08).
               88 CB-CUMPRIDA      VALUE "C".
               88 CB-QUEBRADA      VALUE "Q".
           05 CB-DATA-SITUACAO     PIC 9(08).
           05 CB-NUM-ACORDO        PIC 9(06).
           05 CB-SIT-ACORDO        PIC X.
               88 CB-SEM-ACORDO        VALUE SPACE.
               88 CB-ACORDO-VIGENTE    VALUE "V".
               88 CB-ACORDO-QUEBRADO   VALUE "Q".
               88 CB-ACORDO-LIQUIDADO  VALUE "L".
           05 CB-DATA-ACORDO       PIC 9(08).
