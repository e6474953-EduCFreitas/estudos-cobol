      * residual da conta antes do encerramento definitivo.
      *----------------------------------------------------------------*
               88 LC-ORIGEM-ENCERR  VALUE "E".
      *----------------------------------------------------------------*
      * Origem "P" e o lancamento de ordem permanente (debito ou
      * transferencia programada do ORDPERM.DAT), gerado pelo
      * GERORDEM.cob em LANCPRG.DAT na data de execucao ja rolada
      * para dia util e injetado pela edicao previa como os juros.
      *----------------------------------------------------------------*
               88 LC-ORIGEM-PROGRAMADA VALUE "P".
      *----------------------------------------------------------------*
      * Origem "R" e o estorno de um movimento ja efetivado: chega da
      * origem com o NSU do lancamento ORIGINAL em LC-NSU e com a
      * conta, o tipo (D, C ou T), o valor e, na transferencia, a
      * conta destino do original. A edicao previa confere tudo
      * contra NSUREG.DAT/MOVIMENTO.DAT e o razao posta o lado
      * oposto (as duas pernas, na transferencia); no acumulado o
      * estorno sai com origem "R" e o mesmo NSU do original, que e
      * o que liga um movimento ao outro.
      *----------------------------------------------------------------*
               88 LC-ORIGEM-ESTORNO VALUE "R".
      *----------------------------------------------------------------*
      * Origem "I" e o debito do IOF sobre o uso do cheque especial,
      * apurado por IOFDIA.cob sobre o saldo negativo de fim de dia e
      * gravado em LANCIOF.DAT, que a edicao previa injeta no ciclo
      * seguinte como os juros. Imposto nao passa pelo teste de
      * limite no razao.
      *----------------------------------------------------------------*
               88 LC-ORIGEM-IOF     VALUE "I".
      *----------------------------------------------------------------*
      * Origem "B" e o credito da liquidacao de boleto de parcela,
      * gerado pelo retorno da cobranca bancaria (RETCNAB.cob) em
      * LANCBOL.DAT e injetado pela edicao previa como os juros. Em
      * LC-NSU vem o nosso numero do boleto (com zeros a esquerda),
      * que a baixa de parcelas (BXAPARC.cob) usa para baixar
      * exatamente a parcela paga; fica fora do registro de NSU.
      *----------------------------------------------------------------*
               88 LC-ORIGEM-BOLETO  VALUE "B".
      *----------------------------------------------------------------*
      * Origem "A" e o debito dos encargos de atraso (multa e juros
      * de mora) de parcela paga depois do vencimento, apurados pela
      * baixa de parcelas (BXAPARC.cob), passados pelo razao para
      * LANCATR.DAT e injetados pela edicao previa no ciclo
      * seguinte. LC-NSU leva conta, parcela e quantidade de
      * parcelas, que ligam o debito ao encargo em ENCATR.DAT; fica
      * fora do registro de NSU e, como o IOF, nao passa pelo teste
      * de limite no razao.
      *----------------------------------------------------------------*
               88 LC-ORIGEM-ATRASO  VALUE "A".
      *----------------------------------------------------------------*
      * Origem "N" e o lancamento de renegociacao de divida, gravado
      * pelo RENEGOC.cob em LANCREN.DAT e injetado pela edicao previa
      * como os juros: o credito que zera o saldo negativo levado
      * para o acordo e, se o acordo quebra, o debito da divida que
      * restava, que volta para a conta (e para a cobranca). LC-NSU
      * leva o numero do acordo; fica fora do registro de NSU e, como
      * o IOF, nao passa pelo teste de limite no razao.
      *----------------------------------------------------------------*
               88 LC-ORIGEM-RENEG   VALUE "N".
      *----------------------------------------------------------------*
      * Origem "V" e o movimento da aplicacao a prazo na conta
      * corrente: o debito da aplicacao (APLICA.cob) e o credito do
      * vencimento ou do resgate antecipado, liquido de imposto
      * (APLVENC.cob/APLICA.cob), gravados em LANCAPL.DAT e
      * injetados pela edicao previa como os juros. LC-NSU leva
      * "APLI" e a conta da aplicacao; fica fora do registro de NSU.
      * O debito passa pelo teste de limite no razao como qualquer
      * outro: rejeitado, a aplicacao e cancelada na noite seguinte.
      *----------------------------------------------------------------*
               88 LC-ORIGEM-APLICACAO VALUE "V".
      *----------------------------------------------------------------*
      * Origem "Z" e o movimento da conta baixada como prejuizo: o
      * credito da baixa mensal (PREJBAIX.cob), que zera o saldo
      * negativo levado para PREJUIZO.DAT, e os gerados pela rotina
      * noturna de recuperacao (PREJRECP.cob) - o debito que tira da
      * conta o credito recebido depois da baixa, reconhecido como
      * recuperacao, e o credito que baixa o debito residual. Vem em
      * LANCPRJ.DAT, injetado pela edicao previa como os juros, com
      * "PREJ" e a conta em LC-NSU; fica fora do registro de NSU e,
      * como o IOF, nao passa pelo teste de limite no razao.
      *----------------------------------------------------------------*
               88 LC-ORIGEM-PREJUIZO VALUE "Z".
           05 LC-CONTA-DESTINO     PIC X(08).
      *----------------------------------------------------------------*
      * Numero sequencial unico (NSU) atribuido pela origem a cada
