      *================================================================*
      * APLICAC.cpy
      * Layout do registro de aplicacao a prazo (arquivo indexado
      * APLICAC.DAT, chave AP-CONTA), gravado pelo APLICA.cob na
      * aplicacao e mantido pelo vencimento noturno (APLVENC.cob).
      * Cada aplicacao tem uma conta propria de tipo "A" no mestre
      * de contas (mesmo numero de AP-CONTA), sem posicao em
      * SALDO.DAT: o dinheiro sai da conta corrente de movimento
      * (AP-CONTA-MOVIMENTO) por um debito de origem "V" e volta
      * para ela por um credito de origem "V" no vencimento ou no
      * resgate antecipado.
      * Juros simples de AP-TAXA % ao ano sobre o principal, base
      * 365 dias corridos, apropriados dia a dia em AP-JUROS-ACUM
      * ate o vencimento e so creditados nele (sem capitalizacao).
      * AP-DATA-VENCIMENTO e a data da aplicacao mais o prazo,
      * empurrada para o proximo dia util.
      *================================================================*
       01  REGISTRO-APLICACAO.
           05 AP-CONTA             PIC X(08).
           05 AP-CPF               PIC X(11).
           05 AP-CONTA-MOVIMENTO   PIC X(08).
           05 AP-PRINCIPAL         PIC 9(09)V99.
           05 AP-DATA-APLICACAO    PIC 9(08).
           05 AP-PRAZO             PIC 9(04).
           05 AP-TAXA              PIC 9(03)V9(04).
           05 AP-DATA-VENCIMENTO   PIC 9(08).
           05 AP-JUROS-ACUM        PIC 9(09)V99.
           05 AP-DATA-ULT-APROP    PIC 9(08).
      *----------------------------------------------------------------*
      * Situacao: "P" aguarda a confirmacao do debito de aplicacao
      * pelo razao (confirmada na noite seguinte, se o debito nao
      * voltou rejeitado); "A" ativa; "V" vencida e paga; "R"
      * resgatada antes do vencimento; "C" cancelada porque o debito
      * de aplicacao foi rejeitado.
      *----------------------------------------------------------------*
           05 AP-SITUACAO          PIC X.
               88 AP-PENDENTE      VALUE "P".
               88 AP-ATIVA         VALUE "A".
               88 AP-VENCIDA       VALUE "V".
               88 AP-RESGATADA     VALUE "R".
               88 AP-CANCELADA     VALUE "C".
           05 AP-DATA-SITUACAO     PIC 9(08).
      *----------------------------------------------------------------*
      * Liquidacao (vencimento ou resgate): juros pagos (ja
      * descontada a multa do resgate antecipado), multa, imposto de
      * renda retido na fonte e valor liquido creditado na conta de
      * movimento.
      *----------------------------------------------------------------*
           05 AP-JUROS-PAGOS       PIC 9(09)V99.
           05 AP-VALOR-MULTA       PIC 9(09)V99.
           05 AP-VALOR-IR          PIC 9(09)V99.
           05 AP-VALOR-LIQUIDO     PIC 9(09)V99.
           05 AP-OPERADOR          PIC X(06).
