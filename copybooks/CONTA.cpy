       01  REGISTRO-CONTA.
           05 CT-CONTA             PIC X(08).
           05 CT-CPF               PIC X(11).
      *----------------------------------------------------------------*
      * Tipo "A" e a conta da aplicacao a prazo, aberta e encerrada
      * so pelo APLICA.cob/APLVENC.cob, com o registro da aplicacao
      * em APLICAC.DAT; nao tem posicao em SALDO.DAT nem aceita
      * lancamento - o dinheiro passa pela conta corrente.
      *----------------------------------------------------------------*
           05 CT-TIPO              PIC X.
               88 CT-CORRENTE      VALUE "C".
               88 CT-POUPANCA      VALUE "P".
               88 CT-APLICACAO     VALUE "A".
           05 CT-DATA-ABERTURA     PIC 9(08).
      *----------------------------------------------------------------*
      * Situacao "D" (dormente) e o bloqueio automatico aplicado
