      *================================================================*
      * RECUPCTL.cpy
      * Layout do controle da recuperacao de datas perdidas (arquivo
      * sequencial RECUPCTL.DAT), gravado por RECUPERA.cob na
      * abertura de cada rodada da cadeia noturna e por RECUPFIM.cob
      * no fim dela. O primeiro registro ("C") guarda o periodo
      * pedido no cartao RECUPERA.PAR e o conteudo que o cartao
      * DATAMOV.PAR tinha antes da recuperacao, devolvido ao final;
      * segue um registro ("D") por dia util do periodo, na ordem
      * em que a cadeia deve rodar.
      *================================================================*
       01  REGISTRO-RECUPERACAO.
           05 RP-TIPO-REGISTRO     PIC X.
               88 RP-CABECALHO     VALUE "C".
               88 RP-DETALHE       VALUE "D".
           05 RP-DADOS             PIC X(41).
      *----------------------------------------------------------------*
      * Cabecalho: periodo pedido e o cartao DATAMOV.PAR original
      * (em branco = a cadeia usava a data da maquina).
      *----------------------------------------------------------------*
           05 RP-DADOS-CABECALHO REDEFINES RP-DADOS.
               10 RP-DATA-INICIAL  PIC 9(08).
               10 RP-DATA-FINAL    PIC 9(08).
               10 RP-CARTAO-ORIGINAL PIC X(08).
               10 FILLER           PIC X(17).
      *----------------------------------------------------------------*
      * Detalhe: uma data do movimento a reprocessar e a situacao da
      * rodada - "P" pendente, "E" em execucao (aberta pelo RECUPERA
      * e ainda nao confirmada pelo RECUPFIM: ou a cadeia esta
      * rodando, ou parou antes do fim - fechamento fora de balance
      * ou passo com erro) e "O" concluida com a cadeia inteira
      * em RC 0. Inicio e fim sao os carimbos da maquina.
      *----------------------------------------------------------------*
           05 RP-DADOS-DETALHE REDEFINES RP-DADOS.
               10 RP-DATA-MOVIMENTO PIC 9(08).
               10 RP-SITUACAO      PIC X.
                   88 RP-PENDENTE  VALUE "P".
                   88 RP-EM-EXECUCAO VALUE "E".
                   88 RP-CONCLUIDA VALUE "O".
               10 RP-DATA-INICIO   PIC 9(08).
               10 RP-HORA-INICIO   PIC 9(08).
               10 RP-DATA-FIM      PIC 9(08).
               10 RP-HORA-FIM      PIC 9(08).
