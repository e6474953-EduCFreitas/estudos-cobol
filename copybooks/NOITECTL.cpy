      *================================================================*
      * NOITECTL.cpy
      * Layout do controle das geracoes de salvaguarda da noite
      * (arquivo sequencial NOITECTL.DAT), gravado por BKPNOITE.cob
      * antes da edicao previa e conferido por RESTNOIT.cob na
      * restauracao. Para cada geracao (1 a 3, em rodizio) ha um
      * registro "A" por arquivo copiado, com a quantidade de
      * registros e o total de valor da copia, e um registro "F" que
      * fecha o conjunto: geracao sem o "F" ficou pela metade e nao
      * pode ser restaurada.
      *================================================================*
       01  REGISTRO-CONTROLE-NOITE.
           05 NC-GERACAO           PIC 9(01).
           05 NC-DATA-MOVIMENTO    PIC 9(08).
           05 NC-TIPO              PIC X.
               88 NC-ARQUIVO-COPIADO VALUE "A".
               88 NC-GERACAO-COMPLETA VALUE "F".
           05 NC-ARQUIVO           PIC X(13).
           05 NC-QTD-REGISTROS     PIC 9(09).
           05 NC-TOTAL-VALOR       PIC S9(13)V99.
           05 NC-DATA-GRAVACAO     PIC 9(08).
           05 NC-HORA-GRAVACAO     PIC 9(08).
