      *================================================================*
      * SALDO.cpy
      * Layout do registro de saldo final de conta (arquivo
      * indexado SALDO.DAT), mantido pelo razao (RAZAOCLI.cob) e
      * consumido pelos jobs de juros, parcelamento e excecao de
      * saldo negativo.
      *================================================================*
      * Um registro por conta: chave primaria SAL-CONTA e chave
      * alternada SAL-CPF (com duplicatas - o titular pode ter mais
      * de uma conta), para as consultas e os relatorios que partem
      * do cliente. A leitura sequencial pela chave primaria devolve
      * as contas em ordem crescente, como o antigo arquivo
      * sequencial.
       01  REGISTRO-SALDO.
           05 SAL-CONTA            PIC X(08).
           05 SAL-CPF              PIC X(11).
