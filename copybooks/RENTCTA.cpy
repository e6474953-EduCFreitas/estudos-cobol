      *================================================================*
      * RENTCTA.cpy
      * Layout do registro de trabalho por conta da rentabilidade de
      * clientes (RENTCLI.cob): os numeros do mes de uma conta,
      * montados na passada por conta sobre CONTA.DAT, o historico
      * mensal MOVaaaamm.ARC, SALDOHST.DAT, RESUMOMES.DAT,
      * NEGSALDO.DAT e AGDPARC.DAT. A conta sai uma vez para o
      * titular (RC-PAPEL "T") e uma vez para cada co-titular de
      * COTITULA.DAT ("C"); reordenada por CPF, recebe a receita e a
      * faixa de relacionamento do CPF e e reordenada pelo ranking
      * para a emissao.
      *================================================================*
       01  REGISTRO-RENT-CONTA.
           05 RC-CPF               PIC X(11).
           05 RC-PAPEL             PIC X.
               88 RC-TITULAR       VALUE "T".
               88 RC-COTITULAR     VALUE "C".
           05 RC-CONTA             PIC X(08).
           05 RC-TIPO              PIC X.
           05 RC-SITUACAO          PIC X.
      *----------------------------------------------------------------*
      * Saldo medio do mes como o MEDSALDO o calcula (soma das
      * posicoes de fim de dia de SALDOHST.DAT pelos dias com
      * posicao) e o fechamento do mes pela cadeia de resumos.
      *----------------------------------------------------------------*
           05 RC-SALDO-MEDIO       PIC S9(09)V99.
           05 RC-DIAS-POSICAO      PIC 9(03).
           05 RC-SALDO-FECHAMENTO  PIC S9(09)V99.
      *----------------------------------------------------------------*
      * Receitas e despesas do mes pelo historico mensal: juros
      * pagos ao cliente (origem "J" a credito), juros cobrados do
      * cliente (origem "J" a debito), encargos de atraso de
      * parcela (origem "A"), tarifas (origem "F") e IOF (origem
      * "I" - imposto, informado mas fora da receita). A receita
      * liquida da conta e cobrados + encargos + tarifas - pagos.
      *----------------------------------------------------------------*
           05 RC-JUROS-PAGOS       PIC 9(09)V99.
           05 RC-JUROS-COBRADOS    PIC 9(09)V99.
           05 RC-ENCARGOS          PIC 9(09)V99.
           05 RC-TARIFAS           PIC 9(09)V99.
           05 RC-IOF               PIC 9(09)V99.
           05 RC-RECEITA-CONTA     PIC S9(09)V99.
      *----------------------------------------------------------------*
      * Uso do cheque especial no mes pelas posicoes de SALDOHST.DAT:
      * dias com saldo devedor e o maior saldo devedor, contra o
      * limite do mestre de contas.
      *----------------------------------------------------------------*
           05 RC-LIMITE            PIC 9(09)V99.
           05 RC-DIAS-DEVEDOR      PIC 9(03).
           05 RC-USO-MAXIMO        PIC 9(09)V99.
      *----------------------------------------------------------------*
      * Inadimplencia no fim do mes pelo controle de saldo negativo
      * (NEGSALDO.DAT), nas faixas do aging (AGINGNEG.cob), e as
      * parcelas em aberto na agenda (AGDPARC.DAT).
      *----------------------------------------------------------------*
           05 RC-DIAS-ATRASO       PIC 9(05).
           05 RC-FAIXA-ATRASO      PIC X(07).
           05 RC-QTD-PARCELAS      PIC 9(03).
           05 RC-VALOR-PARCELAS    PIC 9(09)V99.
      *----------------------------------------------------------------*
      * Receita liquida do mes do CPF (todas as contas dele, como
      * titular ou co-titular) e a faixa de relacionamento que ela
      * da, preenchidas depois da totalizacao por CPF.
      *----------------------------------------------------------------*
           05 RC-RECEITA-CPF       PIC S9(11)V99.
           05 RC-FAIXA-CPF         PIC X(10).
