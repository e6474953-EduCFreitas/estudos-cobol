      *================================================================*
      * POSHST.cpy
      * Layout do historico diario da posicao da carteira (arquivo
      * sequencial POSHST.DAT, em ordem de data): um registro por
      * data de movimento, gravado no fim da cadeia noturna pela
      * posicao da carteira (POSCART.cob) - a reexecucao da mesma
      * data substitui o registro dela. E a base da comparacao com
      * ontem, com o fim do mes anterior e com o mesmo dia do mes
      * anterior. Expurgado com retencao por POSPURGE.cob.
      *================================================================*
       01  REGISTRO-POSICAO.
           05 PH-DATA              PIC 9(08).
      *----------------------------------------------------------------*
      * Saldos de SALDO.DAT: depositos (soma dos saldos credores) e
      * cheque especial utilizado (soma dos saldos devedores, em
      * valor absoluto), com a quantidade de contas de cada lado.
      *----------------------------------------------------------------*
           05 PH-DEPOSITOS         PIC 9(13)V99.
           05 PH-QTD-CREDORAS      PIC 9(07).
           05 PH-CHEQUE-ESPECIAL   PIC 9(13)V99.
           05 PH-QTD-DEVEDORAS     PIC 9(07).
      *----------------------------------------------------------------*
      * Contas de CONTA.DAT por tipo (corrente / poupanca) e
      * situacao, e as abertas e encerradas na data.
      *----------------------------------------------------------------*
           05 PH-CORRENTES.
               10 PH-CC-ATIVAS     PIC 9(07).
               10 PH-CC-BLOQUEADAS PIC 9(07).
               10 PH-CC-DORMENTES  PIC 9(07).
               10 PH-CC-ENCERRADAS PIC 9(07).
           05 PH-POUPANCAS.
               10 PH-PP-ATIVAS     PIC 9(07).
               10 PH-PP-BLOQUEADAS PIC 9(07).
               10 PH-PP-DORMENTES  PIC 9(07).
               10 PH-PP-ENCERRADAS PIC 9(07).
           05 PH-ABERTAS-DIA       PIC 9(07).
           05 PH-ENCERRADAS-DIA    PIC 9(07).
      *----------------------------------------------------------------*
      * Clientes de CLIENTE.DAT por situacao (sem situacao conta
      * como ativo, como no cadastro).
      *----------------------------------------------------------------*
           05 PH-CLI-ATIVOS        PIC 9(07).
           05 PH-CLI-INATIVOS      PIC 9(07).
           05 PH-CLI-FALECIDOS     PIC 9(07).
           05 PH-CLI-BLOQUEADOS    PIC 9(07).
      *----------------------------------------------------------------*
      * Saldo devedor por faixa de dias negativo (NEGSALDO.DAT), nas
      * faixas do aging de inadimplencia (AGINGNEG.cob).
      *----------------------------------------------------------------*
           05 PH-NEG-FAIXA-1       PIC 9(13)V99.
           05 PH-NEG-FAIXA-2       PIC 9(13)V99.
           05 PH-NEG-FAIXA-3       PIC 9(13)V99.
           05 PH-NEG-FAIXA-4       PIC 9(13)V99.
      *----------------------------------------------------------------*
      * Parcelas em aberto na agenda (AGDPARC.DAT): vencidas (antes
      * da data) e a vencer, em quantidade e valor.
      *----------------------------------------------------------------*
           05 PH-PARC-VENCIDAS-QTD PIC 9(07).
           05 PH-PARC-VENCIDAS-VLR PIC 9(13)V99.
           05 PH-PARC-AVENCER-QTD  PIC 9(07).
           05 PH-PARC-AVENCER-VLR  PIC 9(13)V99.
      *----------------------------------------------------------------*
      * Aplicacoes a prazo: contas de tipo "A" nao encerradas
      * (CONTA.DAT), aplicacoes de APLICAC.DAT por situacao e, das
      * que estao em aberto (pendentes e ativas), o principal e os
      * juros ja apropriados. Acrescentado no fim do registro: a
      * posicao gravada antes dele chega com o grupo em branco e e
      * tratada como zero pela POSCART.
      *----------------------------------------------------------------*
           05 PH-APLICACOES.
               10 PH-APL-CONTAS    PIC 9(07).
               10 PH-APL-PENDENTES PIC 9(07).
               10 PH-APL-ATIVAS    PIC 9(07).
               10 PH-APL-VENCIDAS  PIC 9(07).
               10 PH-APL-RESGATADAS PIC 9(07).
               10 PH-APL-CANCELADAS PIC 9(07).
               10 PH-APL-PRINCIPAL PIC 9(13)V99.
               10 PH-APL-JUROS-ACUM PIC 9(13)V99.
