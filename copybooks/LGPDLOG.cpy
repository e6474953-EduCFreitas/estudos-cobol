      *================================================================*
      * LGPDLOG.cpy
      * Layout do log controlado da anonimizacao (arquivo sequencial
      * LGPDLOG.DAT, so anexado): um registro por CPF anonimizado
      * pelo LGPDANON.cob, com a data do movimento e a hora da
      * execucao, o operador do cartao, a data de corte da retencao
      * aplicada, o encerramento mais recente das contas do CPF e
      * quantos registros foram mascarados em cada arquivo. O CPF e
      * o historico financeiro permanecem - o log e a prova de que
      * nome, RG, endereco e nascimento sairam do cadastro, e e o
      * que a consulta do titular (LGPDREL.cob) mostra depois.
      *================================================================*
       01  REGISTRO-LGPD-LOG.
           05 LG-CPF               PIC X(11).
           05 LG-DATA              PIC 9(08).
           05 LG-HORA              PIC 9(08).
           05 LG-OPERADOR          PIC X(06).
           05 LG-DATA-CORTE        PIC 9(08).
           05 LG-DATA-ENCERRAMENTO PIC 9(08).
           05 LG-QTD-CONTAS        PIC 9(03).
      *----------------------------------------------------------------*
      * Registros mascarados por arquivo: o mestre (CLIENTE.DAT), o
      * nome de SALDO.DAT, a trilha do cadastro (AUDCLI.DAT e os
      * arquivos mortos AUDnnnn.ARC), as imagens de transacao do
      * cadastro (RECICLO.DAT, CADMORTO.DAT e PENDCLI.DAT) e o
      * informe de rendimentos (INFREND.DAT).
      *----------------------------------------------------------------*
           05 LG-QTD-CLIENTE       PIC 9(03).
           05 LG-QTD-SALDO         PIC 9(05).
           05 LG-QTD-AUDITORIA     PIC 9(05).
           05 LG-QTD-TRANSACOES    PIC 9(05).
           05 LG-QTD-INFORME       PIC 9(05).
