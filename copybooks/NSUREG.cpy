       01  REGISTRO-NSU.
           05 NSU-NUMERO           PIC X(12).
           05 NSU-DATA             PIC 9(08).
      *----------------------------------------------------------------*
      * Dados do movimento original, para a edicao previa conferir
      * o estorno (conta, tipo D/C/T, valor e destino da
      * transferencia) sem varrer o acumulado. Os registros do
      * arquivo anterior aos campos foram convertidos (CONVREG.cob)
      * com conta em branco - nesse caso a conferencia cai na
      * leitura de MOVIMENTO.DAT.
      *----------------------------------------------------------------*
           05 NSU-CONTA            PIC X(08).
           05 NSU-TIPO             PIC X.
           05 NSU-VALOR            PIC 9(09)V99.
           05 NSU-CONTA-DESTINO    PIC X(08).
      *----------------------------------------------------------------*
      * Data do movimento em que o NSU foi estornado (origem "R"
      * efetivada pelo razao); zero ou branco = nao estornado.
      *----------------------------------------------------------------*
           05 NSU-DATA-ESTORNO     PIC 9(08).
