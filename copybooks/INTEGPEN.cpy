      *================================================================*
      * INTEGPEN.cpy
      * Layout do registro de pendencia de integridade (arquivo
      * INTEGPEN.DAT, indexado por PI-CHAVE = regra + item), mantido
      * pela varredura semanal VERINTEG.cob: uma pendencia por
      * achado, com a data em que apareceu pela primeira vez e a da
      * ultima varredura que ainda a encontrou. O achado que some de
      * uma varredura para a outra e baixado como corrigido; o que
      * volta depois de corrigido e reaberto com a mesma chave.
      *================================================================*
       01  REGISTRO-PENDENCIA.
           05 PI-CHAVE.
               10 PI-REGRA         PIC 9(02).
               10 PI-ITEM          PIC X(20).
           05 PI-CONTA             PIC X(08).
           05 PI-CPF               PIC X(11).
           05 PI-GRAVIDADE         PIC X.
               88 PI-GRAVE         VALUE "G".
               88 PI-ATENCAO       VALUE "A".
           05 PI-DESCRICAO         PIC X(40).
           05 PI-DATA-DETECCAO     PIC 9(08).
           05 PI-DATA-ULTIMA       PIC 9(08).
           05 PI-SITUACAO          PIC X.
               88 PI-ABERTA        VALUE "A".
               88 PI-CORRIGIDA     VALUE "C".
           05 PI-DATA-CORRECAO     PIC 9(08).
