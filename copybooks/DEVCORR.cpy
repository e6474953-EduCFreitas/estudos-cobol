      *================================================================*
      * DEVCORR.cpy
      * Layout do registro de correspondencia devolvida (arquivo
      * DEVCORR.DAT, indexado por DC-CPF): um registro por cliente
      * que teve extrato ou carta de cobranca devolvido pelo correio,
      * mantido pela mesa via transacoes TRANSDEV.DAT (REGDEV.cob).
      * Com a situacao "R" (retida) o EXTRATO, o EXTRATOM e a carta
      * do AGINGNEG deixam de enviar correspondencia ao CPF e a
      * listam como retida. A retencao acaba quando o CADCLI aplica
      * a mudanca de endereco do CPF (liberacao "E") ou pela
      * transacao de liberacao da mesa (liberacao "M"); o registro
      * fica no arquivo como historico da ultima devolucao.
      * DC-DATA-PRIMEIRA e DC-QTD-DEVOLUCOES contam as devolucoes
      * desde que a retencao comecou; recomecam numa nova retencao.
      *================================================================*
       01  REGISTRO-DEVOLUCAO.
           05 DC-CPF               PIC X(11).
           05 DC-SITUACAO          PIC X.
               88 DC-RETIDA        VALUE "R".
               88 DC-LIBERADA      VALUE "L".
           05 DC-DATA-DEVOLUCAO    PIC 9(08).
           05 DC-PECA              PIC X.
               88 DC-PECA-EXTRATO      VALUE "E".
               88 DC-PECA-EXTRATO-MES  VALUE "M".
               88 DC-PECA-CARTA        VALUE "C".
               88 DC-PECA-OUTRA        VALUE "O".
               88 DC-PECA-VALIDA       VALUE "E" "M" "C" "O".
           05 DC-MOTIVO            PIC X(02).
               88 DC-END-INSUFICIENTE  VALUE "01".
               88 DC-MUDOU-SE          VALUE "02".
               88 DC-DESCONHECIDO      VALUE "03".
               88 DC-RECUSADO          VALUE "04".
               88 DC-NAO-PROCURADO     VALUE "05".
               88 DC-OUTRO-MOTIVO      VALUE "99".
               88 DC-MOTIVO-VALIDO     VALUE "01" "02" "03" "04"
                                             "05" "99".
           05 DC-QTD-DEVOLUCOES    PIC 9(03).
           05 DC-DATA-PRIMEIRA     PIC 9(08).
           05 DC-OPERADOR          PIC X(06).
           05 DC-DATA-LIBERACAO    PIC 9(08).
           05 DC-TIPO-LIBERACAO    PIC X.
               88 DC-LIB-ENDERECO  VALUE "E".
               88 DC-LIB-MANUAL    VALUE "M".
           05 DC-OPERADOR-LIBERACAO PIC X(06).
