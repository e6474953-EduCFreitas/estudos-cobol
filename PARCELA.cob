           MOVE WS-DATA-VENCIMENTO  TO AGD-DATA-VENCIMENTO.
           SET AGD-ABERTA           TO TRUE.
           MOVE ZERO                TO AGD-DATA-PAGAMENTO.
           MOVE ZERO                TO AGD-NOSSO-NUMERO.
           SET AGD-COB-NAO-ENVIADA  TO TRUE.
           MOVE ZERO                TO AGD-DATA-COBRANCA.
           MOVE SPACES              TO AGD-MOTIVO-BANCO.
           MOVE ZERO                TO AGD-NUM-ACORDO.
           WRITE REGISTRO-AGENDA.
           ADD 1 TO WS-QTD-PARCELAS-GERADAS.

