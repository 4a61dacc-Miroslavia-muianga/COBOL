      ******************************************************************
      * DECIREC.CPY
      * REGISTRO DO ARQUIVO DE DECISOES DO COMITE DE NOMENCLATURA
      * (DECISOES-COMITE.DAT, SEQUENCIAL DE LINHA), MONTADO DEPOIS DA
      * REUNIAO A PARTIR DA PAUTA E APLICADO EM LOTE POR
      * APLICA-DECISOES-COMITE. UMA LINHA POR PEDIDO DECIDIDO, PELO
      * NUMERO DO PEDIDO (PEDIREC).
      *
      * CODIGO-DECISAO: A = APROVAR COM A VALIDADE SOLICITADA; R =
      * APROVAR COM PRAZO MENOR (VALIDADE-DECISAO OBRIGATORIA, NAO
      * ANTERIOR A HOJE E ANTERIOR A SOLICITADA); N = NEGAR.
      * DATA-REUNIAO-DECISAO: DATA DA REUNIAO; IDENTIFICA O COMITE NO
      * APROVADOR-ISENCAO ("COMITE AAAAMMDD").
      * OBSERVACAO-DECISAO: TEXTO LIVRE DO COMITE, VAI PARA O LOG.
      ******************************************************************
       01  REG-DECISAO-COMITE.
           05 NUMERO-PEDIDO-DECISAO         PIC 9(6).
           05 CODIGO-DECISAO                PIC X.
               88 DECISAO-APROVAR                VALUE 'A'.
               88 DECISAO-APROVAR-PRAZO-MENOR    VALUE 'R'.
               88 DECISAO-NEGAR                  VALUE 'N'.
           05 VALIDADE-DECISAO              PIC 9(8).
           05 DATA-REUNIAO-DECISAO          PIC 9(8).
           05 OBSERVACAO-DECISAO            PIC X(40).
