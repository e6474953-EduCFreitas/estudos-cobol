      *================================================================*
      * CORRETID.cpy
      * Layout da correspondencia retida: um registro por extrato ou
      * carta que deixou de ser enviado porque o CPF destinatario
      * esta retido no registro de devolucoes (DEVCORR.DAT). Cada
      * emissor grava o seu arquivo, recriado a cada execucao como o
      * proprio CARTACOB.DAT - EXTRATO em EXTRRET.DAT, EXTRATOM em
      * EXTMRET.DAT e AGINGNEG em CARTARET.DAT - e o DEVREL.cob
      * junta os tres no relatorio de correspondencia retida.
      * RT-SALDO e o saldo da conta na emissao (no extrato mensal, o
      * de fechamento do mes); RT-DIAS-NEGATIVO so na carta.
      *================================================================*
       01  REGISTRO-RETIDA.
           05 RT-DATA              PIC 9(08).
           05 RT-PECA              PIC X.
               88 RT-EXTRATO       VALUE "E".
               88 RT-EXTRATO-MES   VALUE "M".
               88 RT-CARTA         VALUE "C".
           05 RT-CPF               PIC X(11).
           05 RT-CONTA             PIC X(08).
           05 RT-SALDO             PIC S9(09)V99.
           05 RT-DIAS-NEGATIVO     PIC 9(05).
           05 RT-DATA-DEVOLUCAO    PIC 9(08).
           05 RT-MOTIVO            PIC X(02).
