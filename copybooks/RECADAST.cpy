      *================================================================*
      * RECADAST.cpy
      * Layout do registro de recadastramento do cliente (arquivo
      * RECADAST.DAT, indexado por RV-CPF): a ultima revisao
      * cadastral de cada CPF, quem a fez, a classe de risco e o
      * vencimento da proxima revisao, calculado pela rotina
      * RECADSIT com a periodicidade da classe (cartao RECADAST.PAR).
      * Gravado pelo CADCLI na inclusao do cliente e na transacao de
      * revisao "K"; RV-AGENCIA e a agencia da ultima revisao, que
      * agrupa o relatorio mensal de vencimentos (RECADREL.cob).
      *================================================================*
       01  REGISTRO-RECADASTRO.
           05 RV-CPF               PIC X(11).
           05 RV-DATA-REVISAO      PIC 9(08).
           05 RV-OPERADOR          PIC X(06).
           05 RV-CLASSE-RISCO      PIC X.
               88 RV-RISCO-BAIXO   VALUE "B".
               88 RV-RISCO-MEDIO   VALUE "M".
               88 RV-RISCO-ALTO    VALUE "A".
           05 RV-DATA-VENCIMENTO   PIC 9(08).
           05 RV-AGENCIA           PIC X(03).
