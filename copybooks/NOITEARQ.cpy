      *================================================================*
      * NOITEARQ.cpy
      * Relacao dos arquivos que os passos do razao em diante mudam
      * durante a noite e que a salvaguarda (BKPNOITE.cob) copia e a
      * restauracao (RESTNOIT.cob) devolve, como um conjunto. Uma
      * unica relacao para os dois programas, para que nenhum arquivo
      * seja copiado sem ser restaurado ou vice-versa. Por arquivo:
      * o nome, o prefixo da copia (<prefixo>.Gn) e o layout, que
      * define como o arquivo e lido e gravado e qual valor entra no
      * total de controle:
      *   SA SALDO.cpy (indexado,       LC LANCTO.cpy (LC-VALOR)
      *      SAL-SALDO)
      *   SH SALDOHST.cpy (SH-SALDO)    NG NEGSALDO.cpy (indexado)
      *   AG PARCAGD.cpy (AGD-VALOR)    CB COBRANCA.cpy (indexado,
      *   NS NSUREG.cpy (indexado,         CB-PROM-VALOR)
      *      NSU-VALOR)                 IH IOFHST.cpy (IOF cobrado)
      *   RR REJREG.cpy (indexado)      MT lancamentos mortos
      *   PV provisao anterior          CK CKPT.cpy (guarda do dia)
      *   EA ENCATR.cpy (ENC-VALOR-TOTAL)
      *   AC ACORDO.cpy (ACO-VALOR-ACORDO)
      *   PJ PREJUIZO.cpy (indexado,    PM PREJMOV.cpy (PM-VALOR)
      *      PJ-VALOR-BAIXADO)          CC controle da remessa CNAB
      * Os checkpoints entram para que a noite desfeita possa rodar
      * de novo: restaurados, a guarda do dia de RAZAOCLI, BXAPARC,
      * IOFDIA, RENEGOC, PREJRECP, RETCNAB e REMCNAB volta a apontar
      * para a noite anterior. O CNABCTL entra para que o numero da
      * remessa e o nosso numero voltem junto com AGDPARC.DAT.
      *================================================================*
       01  TABELA-ARQUIVOS-NOITE.
           05 FILLER PIC X(25) VALUE "SALDO.DAT    SALDO     SA".
           05 FILLER PIC X(25) VALUE "MOVIMENTO.DATMOVIMENTO LC".
           05 FILLER PIC X(25) VALUE "SALDOHST.DAT SALDOHST  SH".
           05 FILLER PIC X(25) VALUE "NEGSALDO.DAT NEGSALDO  NG".
           05 FILLER PIC X(25) VALUE "AGDPARC.DAT  AGDPARC   AG".
           05 FILLER PIC X(25) VALUE "COBRANCA.DAT COBRANCA  CB".
           05 FILLER PIC X(25) VALUE "NSUREG.DAT   NSUREG    NS".
           05 FILLER PIC X(25) VALUE "LANCJUR.DAT  LANCJUR   LC".
           05 FILLER PIC X(25) VALUE "LANCTAR.DAT  LANCTAR   LC".
           05 FILLER PIC X(25) VALUE "LANCENC.DAT  LANCENC   LC".
           05 FILLER PIC X(25) VALUE "LANCPRG.DAT  LANCPRG   LC".
           05 FILLER PIC X(25) VALUE "LANCIOF.DAT  LANCIOF   LC".
           05 FILLER PIC X(25) VALUE "IOFHST.DAT   IOFHST    IH".
           05 FILLER PIC X(25) VALUE "MEMODIA.DAT  MEMODIA   LC".
           05 FILLER PIC X(25) VALUE "REJREG.DAT   REJREG    RR".
           05 FILLER PIC X(25) VALUE "LANCMORT.DAT LANCMORT  MT".
           05 FILLER PIC X(25) VALUE "PROVANT.DAT  PROVANT   PV".
           05 FILLER PIC X(25) VALUE "RAZAOCLI.CKP RAZAOCKP  CK".
           05 FILLER PIC X(25) VALUE "BXAPARC.CKP  BXAPACKP  CK".
           05 FILLER PIC X(25) VALUE "IOFDIA.CKP   IOFDICKP  CK".
           05 FILLER PIC X(25) VALUE "LANCATR.DAT  LANCATR   LC".
           05 FILLER PIC X(25) VALUE "ENCATR.DAT   ENCATR    EA".
           05 FILLER PIC X(25) VALUE "LANCREN.DAT  LANCREN   LC".
           05 FILLER PIC X(25) VALUE "ACORDO.DAT   ACORDO    AC".
           05 FILLER PIC X(25) VALUE "RENEGOC.CKP  RENEGCKP  CK".
           05 FILLER PIC X(25) VALUE "LANCAPL.DAT  LANCAPL   LC".
           05 FILLER PIC X(25) VALUE "LANCPRJ.DAT  LANCPRJ   LC".
           05 FILLER PIC X(25) VALUE "PREJUIZO.DAT PREJUIZO  PJ".
           05 FILLER PIC X(25) VALUE "PREJMOV.DAT  PREJMOV   PM".
           05 FILLER PIC X(25) VALUE "PREJRECP.CKP PREJRCKP  CK".
           05 FILLER PIC X(25) VALUE "RETCNAB.CKP  RETCNCKP  CK".
           05 FILLER PIC X(25) VALUE "REMCNAB.CKP  REMCNCKP  CK".
           05 FILLER PIC X(25) VALUE "CNABCTL.DAT  CNABCTL   CC".
           05 FILLER PIC X(25) VALUE "ATRPROX.DAT  ATRPROX   LC".
       01  FILLER REDEFINES TABELA-ARQUIVOS-NOITE.
           05 TAB-NOI OCCURS 34 TIMES.
               10 TAB-NOI-ARQUIVO  PIC X(13).
               10 TAB-NOI-COPIA    PIC X(10).
               10 TAB-NOI-LAYOUT   PIC X(02).
       01  QTD-ARQUIVOS-NOITE      PIC 9(02) VALUE 34.
