      *================================================================*
      * IOFHST.cpy
      * Layout do historico diario de IOF sobre cheque especial
      * (arquivo sequencial IOFHST.DAT): um registro por conta com
      * saldo negativo e por data de movimento, anexado por
      * IOFDIA.cob junto com o debito de origem "I" em LANCIOF.DAT.
      * E a base do relatorio mensal por conta (IOFREL.cob).
      *================================================================*
       01  REGISTRO-IOF-HIST.
           05 IH-CONTA             PIC X(08).
           05 IH-CPF               PIC X(11).
           05 IH-DATA              PIC 9(08).
      *----------------------------------------------------------------*
      * Base diaria = saldo negativo de fim de dia (em valor
      * absoluto); base adicional = aumento do uso sobre a posicao
      * do dia anterior (uso novo), zero quando o uso nao cresceu.
      *----------------------------------------------------------------*
           05 IH-BASE-DIARIA       PIC 9(09)V99.
           05 IH-BASE-ADICIONAL    PIC 9(09)V99.
           05 IH-TAXA-DIARIA       PIC 9V9(06).
           05 IH-TAXA-ADICIONAL    PIC 9V9(06).
           05 IH-IOF-DIARIO        PIC 9(07)V99.
           05 IH-IOF-ADICIONAL     PIC 9(07)V99.
