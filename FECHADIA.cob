      *          rejeitados na edicao previa, lancamentos aplicados
      *          no razao = validos da edicao, contas gravadas em
      *          SALDO.DAT = contas processadas pelo juros = contas
      *          analisadas pela excecao de saldo; e a prova
      *          independente dos saldos (PROVASAL.cob) sem conta
      *          quebrada, sem diferenca de valor e com o NEGSALDO.DAT
      *          batendo com as contas negativas. Emite o relatorio
      *          de fechamento de uma pagina para o visto do
      *          operador e termina com RC 8 em qualquer diferenca,
      *          para que uma noite fora de balance nao passe em
       77 WS-RAZ-ACHADO            PIC X     VALUE "N".
       77 WS-JUR-CONTAS            PIC 9(09) VALUE ZERO.
       77 WS-JUR-ACHADO            PIC X     VALUE "N".
       77 WS-IOF-CONTAS            PIC 9(09) VALUE ZERO.
       77 WS-EXC-CONTAS            PIC 9(09) VALUE ZERO.
       77 WS-EXC-ACHADO            PIC X     VALUE "N".

      *----------------------------------------------------------------*
      * Prova independente dos saldos (PROVASAL.cob): a diferenca de
      * valor chega em centavos, ja que CTL-VALOR e inteiro.
      *----------------------------------------------------------------*
       77 WS-PRV-CONTAS            PIC 9(09) VALUE ZERO.
       77 WS-PRV-QUEBRADAS         PIC 9(09) VALUE ZERO.
       77 WS-PRV-CENTAVOS          PIC 9(09) VALUE ZERO.
       77 WS-PRV-NEGATIVAS         PIC 9(09) VALUE ZERO.
       77 WS-PRV-NEGSALDO          PIC 9(09) VALUE ZERO.
       77 WS-PRV-NEG-DIVERG        PIC 9(09) VALUE ZERO.
       77 WS-PRV-ACHADO            PIC X     VALUE "N".

      *----------------------------------------------------------------*
      * Estornos (origem "R") aceitos pela edicao previa e
      * efetivados pelo razao, cruzados em linha propria.
      *----------------------------------------------------------------*
       77 WS-EDT-ESTORNOS          PIC 9(09) VALUE ZERO.
       77 WS-RAZ-ESTORNOS          PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------*
      * Itens expirados dos arquivos de reciclo para os arquivos
      * mortos (CADMORTO.DAT / LANCMORT.DAT): saem como memorando no
                   MOVE CTL-VALOR TO WS-EDT-REJEITADOS
               WHEN "EDITLAN" ALSO "EXPIRADOS"
                   MOVE CTL-VALOR TO WS-EDT-EXPIRADOS
               WHEN "EDITLAN" ALSO "ESTORNOS"
                   MOVE CTL-VALOR TO WS-EDT-ESTORNOS
               WHEN "RAZAOCLI" ALSO "ESTORNOS"
                   MOVE CTL-VALOR TO WS-RAZ-ESTORNOS
               WHEN "CADCLI" ALSO "REC-EXPIRADAS"
                   MOVE CTL-VALOR TO WS-CAD-EXPIRADAS
               WHEN "RAZAOCLI" ALSO "EXPIRADOS"
                   MOVE "S" TO WS-RAZ-ACHADO
               WHEN "RAZAOCLI" ALSO "CONTAS"
                   MOVE CTL-VALOR TO WS-RAZ-CONTAS
               WHEN "IOFDIA" ALSO "CONTAS"
                   MOVE CTL-VALOR TO WS-IOF-CONTAS
               WHEN "JUROS" ALSO "CONTAS"
                   MOVE CTL-VALOR TO WS-JUR-CONTAS
                   MOVE "S" TO WS-JUR-ACHADO
               WHEN "EXCSALDO" ALSO "CONTAS-ANALISADAS"
                   MOVE CTL-VALOR TO WS-EXC-CONTAS
                   MOVE "S" TO WS-EXC-ACHADO
               WHEN "PROVASAL" ALSO "CONTAS-PROVADAS"
                   MOVE CTL-VALOR TO WS-PRV-CONTAS
                   MOVE "S" TO WS-PRV-ACHADO
               WHEN "PROVASAL" ALSO "CONTAS-QUEBRADAS"
                   MOVE CTL-VALOR TO WS-PRV-QUEBRADAS
               WHEN "PROVASAL" ALSO "DIFERENCA-CENTAVOS"
                   MOVE CTL-VALOR TO WS-PRV-CENTAVOS
               WHEN "PROVASAL" ALSO "NEGATIVAS"
                   MOVE CTL-VALOR TO WS-PRV-NEGATIVAS
               WHEN "PROVASAL" ALSO "NEGSALDO"
                   MOVE CTL-VALOR TO WS-PRV-NEGSALDO
               WHEN "PROVASAL" ALSO "NEGATIVAS-DIVERG"
                   MOVE CTL-VALOR TO WS-PRV-NEG-DIVERG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-EDT-ACHADO = "N" OR WS-RAZ-ACHADO = "N"
              OR WS-JUR-ACHADO = "N" OR WS-EXC-ACHADO = "N"
              OR WS-PRV-ACHADO = "N"
               ADD 1 TO WS-QTD-DIFERENCAS
               MOVE "PASSO DA CADEIA SEM TOTAIS GRAVADOS HOJE"
                   TO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CRUZAMENTO.

           MOVE "ESTORNOS ACEITOS X EFETIVADOS NO RAZAO"
               TO WS-CRZ-DESCRICAO.
           MOVE WS-EDT-ESTORNOS TO WS-CRZ-VALOR-1.
           MOVE WS-RAZ-ESTORNOS TO WS-CRZ-VALOR-2.
           IF WS-EDT-ESTORNOS NOT = WS-RAZ-ESTORNOS
               PERFORM 0400-MARCAR-DIFERENCA
           ELSE
               MOVE "CONFERE" TO WS-CRZ-SITUACAO
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CRUZAMENTO.

           MOVE "CONTAS GRAVADAS NO RAZAO X CONTAS DO JUROS"
               TO WS-CRZ-DESCRICAO.
           MOVE WS-RAZ-CONTAS TO WS-CRZ-VALOR-1.
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CRUZAMENTO.

           MOVE "CONTAS GRAVADAS NO RAZAO X CONTAS DO IOF"
               TO WS-CRZ-DESCRICAO.
           MOVE WS-RAZ-CONTAS TO WS-CRZ-VALOR-1.
           MOVE WS-IOF-CONTAS TO WS-CRZ-VALOR-2.
           IF WS-RAZ-CONTAS NOT = WS-IOF-CONTAS
               PERFORM 0400-MARCAR-DIFERENCA
           ELSE
               MOVE "CONFERE" TO WS-CRZ-SITUACAO
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CRUZAMENTO.

           MOVE "CONTAS DO JUROS X ANALISADAS NA EXCECAO"
               TO WS-CRZ-DESCRICAO.
           MOVE WS-JUR-CONTAS TO WS-CRZ-VALOR-1.
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CRUZAMENTO.

      *----------------------------------------------------------------*
      * Prova dos saldos: contagem cruzada com o razao e valor - uma
      * conta que fecha em quantidade mas nao em dinheiro (lancamento
      * aplicado duas vezes ou perdido) reprova a noite aqui.
      *----------------------------------------------------------------*
           MOVE "CONTAS GRAVADAS NO RAZAO X PROVADAS"
               TO WS-CRZ-DESCRICAO.
           MOVE WS-RAZ-CONTAS TO WS-CRZ-VALOR-1.
           MOVE WS-PRV-CONTAS TO WS-CRZ-VALOR-2.
           IF WS-RAZ-CONTAS NOT = WS-PRV-CONTAS
               PERFORM 0400-MARCAR-DIFERENCA
           ELSE
               MOVE "CONFERE" TO WS-CRZ-SITUACAO
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CRUZAMENTO.

           MOVE "PROVA DE SALDO: CONTAS QUEBRADAS X ZERO"
               TO WS-CRZ-DESCRICAO.
           MOVE WS-PRV-QUEBRADAS TO WS-CRZ-VALOR-1.
           MOVE ZERO             TO WS-CRZ-VALOR-2.
           IF WS-PRV-QUEBRADAS NOT = ZERO
               PERFORM 0400-MARCAR-DIFERENCA
           ELSE
               MOVE "CONFERE" TO WS-CRZ-SITUACAO
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CRUZAMENTO.

           MOVE "PROVA DE SALDO: DIFERENCA (CENTAVOS) X ZERO"
               TO WS-CRZ-DESCRICAO.
           MOVE WS-PRV-CENTAVOS TO WS-CRZ-VALOR-1.
           MOVE ZERO            TO WS-CRZ-VALOR-2.
           IF WS-PRV-CENTAVOS NOT = ZERO
               PERFORM 0400-MARCAR-DIFERENCA
           ELSE
               MOVE "CONFERE" TO WS-CRZ-SITUACAO
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CRUZAMENTO.

           MOVE "SALDOS NEGATIVOS X REGISTROS NEGSALDO"
               TO WS-CRZ-DESCRICAO.
           MOVE WS-PRV-NEGATIVAS TO WS-CRZ-VALOR-1.
           MOVE WS-PRV-NEGSALDO  TO WS-CRZ-VALOR-2.
           IF WS-PRV-NEGATIVAS NOT = WS-PRV-NEGSALDO
              OR WS-PRV-NEG-DIVERG NOT = ZERO
               PERFORM 0400-MARCAR-DIFERENCA
           ELSE
               MOVE "CONFERE" TO WS-CRZ-SITUACAO
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CRUZAMENTO.

      *----------------------------------------------------------------*
      * Memorando dos expirados do reciclo: nao e diferenca de
      * balance, mas o operador tem de ver que ha item abandonado
