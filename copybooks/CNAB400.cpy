      *================================================================*
      * CNAB400.cpy
      * Layout do arquivo de cobranca bancaria no padrao CNAB de 400
      * posicoes, o mesmo para a remessa (REMCNAB.DAT, gravada pelo
      * REMCNAB.cob) e para o retorno do banco (RETCNAB.DAT, lido
      * pelo RETCNAB.cob): um header (tipo "0"), um detalhe por
      * titulo (tipo "1") e um trailer (tipo "9") com as quantidades
      * e os valores para a conferencia do arquivo. Datas no padrao
      * do banco, DDMMAA. Cada registro termina com o sequencial do
      * registro no arquivo. O tipo do registro fica no primeiro byte
      * e o resto tem uma visao por tipo, para o layout servir tanto
      * na FD quanto na WORKING-STORAGE (READ/WRITE ... INTO/FROM).
      *================================================================*
       01  REGISTRO-CNAB.
           05 CNB-TIPO-REGISTRO     PIC X.
               88 CNB-HEADER        VALUE "0".
               88 CNB-DETALHE       VALUE "1".
               88 CNB-TRAILER       VALUE "9".
           05 CNB-CORPO             PIC X(399).

      *----------------------------------------------------------------*
      * Header: operacao "1" remessa / "2" retorno e o numero
      * sequencial do arquivo (NSA), um por remessa gerada.
      *----------------------------------------------------------------*
           05 CNB-REG-HEADER REDEFINES CNB-CORPO.
               10 CNH-OPERACAO          PIC X.
                   88 CNH-REMESSA       VALUE "1".
                   88 CNH-RETORNO       VALUE "2".
               10 CNH-LITERAL-OPERACAO  PIC X(07).
               10 CNH-SERVICO           PIC 9(02).
               10 CNH-LITERAL-SERVICO   PIC X(15).
               10 CNH-CODIGO-EMPRESA    PIC X(20).
               10 CNH-NOME-EMPRESA      PIC X(30).
               10 CNH-BANCO             PIC 9(03).
               10 CNH-NOME-BANCO        PIC X(15).
               10 CNH-DATA-GERACAO      PIC 9(06).
               10 FILLER                PIC X(08).
               10 CNH-ID-SISTEMA        PIC X(02).
               10 CNH-NSA               PIC 9(07).
               10 FILLER                PIC X(277).
               10 CNH-SEQUENCIAL        PIC 9(06).

      *----------------------------------------------------------------*
      * Detalhe: um titulo. O nosso numero identifica o boleto no
      * banco e o seu numero leva a referencia da casa (conta,
      * parcela/quantidade e vencimento). Na remessa a ocorrencia e
      * "01" (entrada); no retorno vem o que o banco fez:
      *   02 entrada confirmada        06 liquidacao
      *   03 entrada rejeitada         09 baixa
      * com a data da ocorrencia, o valor pago e a data do credito
      * na liquidacao e o motivo na rejeicao.
      *----------------------------------------------------------------*
           05 CNB-REG-DETALHE REDEFINES CNB-CORPO.
               10 CND-TIPO-INSCRICAO    PIC 9(02).
               10 CND-INSCRICAO         PIC X(14).
               10 CND-CODIGO-EMPRESA    PIC X(20).
               10 CND-SEU-NUMERO.
                   15 CND-SEU-CONTA     PIC X(08).
                   15 CND-SEU-PARCELA   PIC 9(02).
                   15 CND-SEU-QTD       PIC 9(02).
                   15 CND-SEU-VENCIMENTO PIC 9(08).
                   15 FILLER            PIC X(05).
               10 CND-NOSSO-NUMERO      PIC 9(10).
               10 CND-CARTEIRA          PIC X(03).
               10 CND-OCORRENCIA        PIC 9(02).
                   88 CND-ENTRADA       VALUE 01.
                   88 CND-CONFIRMADA    VALUE 02.
                   88 CND-REJEITADA     VALUE 03.
                   88 CND-LIQUIDADA     VALUE 06.
                   88 CND-BAIXADA       VALUE 09.
               10 CND-DATA-OCORRENCIA   PIC 9(06).
               10 CND-VENCIMENTO        PIC 9(06).
               10 CND-VALOR-TITULO      PIC 9(11)V99.
               10 CND-BANCO             PIC 9(03).
               10 CND-ESPECIE           PIC X(02).
               10 CND-DATA-EMISSAO      PIC 9(06).
               10 CND-VALOR-PAGO        PIC 9(11)V99.
               10 CND-DATA-CREDITO      PIC 9(06).
               10 CND-MOTIVO-REJEICAO   PIC X(10).
               10 CND-NOME-SACADO       PIC X(40).
               10 CND-ENDERECO-SACADO   PIC X(40).
               10 FILLER                PIC X(172).
               10 CND-SEQUENCIAL        PIC 9(06).

      *----------------------------------------------------------------*
      * Trailer: quantidade e soma do valor dos titulos do arquivo e,
      * no retorno, quantidade e soma do valor pago das liquidacoes.
      *----------------------------------------------------------------*
           05 CNB-REG-TRAILER REDEFINES CNB-CORPO.
               10 CNT-OPERACAO          PIC X.
               10 CNT-SERVICO           PIC 9(02).
               10 CNT-BANCO             PIC 9(03).
               10 CNT-QTD-TITULOS       PIC 9(08).
               10 CNT-VALOR-TITULOS     PIC 9(12)V99.
               10 CNT-QTD-LIQUIDADOS    PIC 9(08).
               10 CNT-VALOR-LIQUIDADO   PIC 9(12)V99.
               10 FILLER                PIC X(343).
               10 CNT-SEQUENCIAL        PIC 9(06).
