      *================================================================*
      * INFCTA.cpy
      * Layout do registro de trabalho por conta do informe de
      * rendimentos (INFREND.cob): totais do ano-calendario de uma
      * conta, montados na passada por conta sobre CONTA.DAT, os
      * historicos mensais MOVaaaamm.ARC e RESUMOMES.DAT (aplicacao
      * a prazo: APLMOV.DAT e APLICAC.DAT), e depois
      * reordenados por CPF para a emissao do informe.
      *================================================================*
       01  REGISTRO-INF-CONTA.
           05 IC-CPF               PIC X(11).
           05 IC-CONTA             PIC X(08).
           05 IC-TIPO              PIC X.
      *----------------------------------------------------------------*
      * Saldos em 31/12 do ano anterior e do ano pedido, tirados da
      * cadeia de resumos mensais da conta.
      *----------------------------------------------------------------*
           05 IC-SALDO-ANTERIOR    PIC S9(09)V99.
           05 IC-SALDO-ATUAL       PIC S9(09)V99.
      *----------------------------------------------------------------*
      * Totais do ano pelos historicos mensais: juros creditados
      * (origem "J"), tarifas (origem "F") e impostos (IOF, origem
      * "I") cobrados, e o total de creditos e debitos de qualquer
      * origem, que e o que confere contra o resumo mensal.
      *----------------------------------------------------------------*
           05 IC-JUROS             PIC 9(11)V99.
           05 IC-TARIFAS           PIC 9(11)V99.
           05 IC-IMPOSTOS          PIC 9(11)V99.
           05 IC-ARQ-CREDITOS      PIC 9(11)V99.
           05 IC-ARQ-DEBITOS       PIC 9(11)V99.
      *----------------------------------------------------------------*
      * Totais do ano pelos resumos mensais (RESUMOMES.DAT).
      *----------------------------------------------------------------*
           05 IC-RES-CREDITOS      PIC 9(11)V99.
           05 IC-RES-DEBITOS       PIC 9(11)V99.
      *----------------------------------------------------------------*
      * Imposto de renda retido na fonte nos vencimentos e resgates
      * do ano (so conta de aplicacao a prazo, pelo APLMOV.DAT).
      *----------------------------------------------------------------*
           05 IC-IR-RETIDO         PIC 9(11)V99.
