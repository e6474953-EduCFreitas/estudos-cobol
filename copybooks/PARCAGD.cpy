      * lancamentos recebidos. AGD-DATA-VENCIMENTO e sempre um dia
      * util, calculado com a rotina DIAUTIL e o calendario
      * FERIADO.DAT.
      *----------------------------------------------------------------*
      * Cobranca bancaria: a parcela enviada ao banco em boleto
      * (REMCNAB.cob) recebe o nosso numero e a situacao no banco,
      * atualizada pelo retorno (RETCNAB.cob). Registros gravados
      * antes destes campos existirem tem espacos aqui e valem como
      * parcela nunca enviada.
      *----------------------------------------------------------------*
      * Renegociacao (RENEGOC.cob): a parcela vencida que entrou num
      * acordo fecha como renegociada ("N"); as parcelas do novo
      * plano levam o numero do acordo em AGD-NUM-ACORDO e, se o
      * acordo quebra, as que ainda estavam em aberto fecham como
      * devolvidas a conta ("Q"). Nos dois casos a data da situacao
      * fica em AGD-DATA-PAGAMENTO. Registros anteriores ao campo tem
      * espacos no numero do acordo e valem como parcela sem acordo.
      *================================================================*
       01  REGISTRO-AGENDA.
           05 AGD-CONTA            PIC X(08).
           05 AGD-SITUACAO         PIC X.
               88 AGD-ABERTA       VALUE "A".
               88 AGD-PAGA         VALUE "P".
               88 AGD-RENEGOCIADA  VALUE "N".
               88 AGD-DEVOLVIDA    VALUE "Q".
           05 AGD-DATA-PAGAMENTO   PIC 9(08).
           05 AGD-NOSSO-NUMERO     PIC 9(10).
           05 AGD-SIT-COBRANCA     PIC X.
               88 AGD-COB-NAO-ENVIADA VALUE SPACE.
               88 AGD-COB-ENVIADA     VALUE "E".
               88 AGD-COB-REGISTRADA  VALUE "R".
               88 AGD-COB-REJEITADA   VALUE "J".
               88 AGD-COB-LIQUIDADA   VALUE "L".
           05 AGD-DATA-COBRANCA    PIC 9(08).
           05 AGD-MOTIVO-BANCO     PIC X(02).
           05 AGD-NUM-ACORDO       PIC 9(06).
