      ******************************************************************
      * LOGDREC.CPY
      * LINHA DO LOG DE DECISOES DO COMITE (LOG-DECISOES-COMITE.LOG,
      * SEQUENCIAL DE LINHA, SO ACRESCIDO). APLICA-DECISOES-COMITE
      * GRAVA UMA LINHA POR DECISAO LIDA, APLICADA OU RECUSADA, PARA A
      * AUDITORIA SABER QUEM PEDIU, O QUE FOI PEDIDO E O QUE O COMITE
      * DECIDIU. O LOG NAO E REESCRITO NEM TRUNCADO PELOS PROGRAMAS.
      *
      * RESULTADO-LOG-DECISAO: APLICADA, OU RECUSADA COM O MOTIVO EM
      * MENSAGEM-LOG-DECISAO (PEDIDO INEXISTENTE, JA DECIDIDO, CODIGO
      * OU VALIDADE INVALIDOS).
      ******************************************************************
       01  REG-LOG-DECISAO.
           05 DATA-HORA-LOG-DECISAO         PIC X(14).
           05 FILLER                        PIC X.
           05 NUMERO-PEDIDO-LOG-DECISAO     PIC 9(6).
           05 FILLER                        PIC X.
           05 SUBMISSOR-LOG-DECISAO         PIC X(8).
           05 FILLER                        PIC X.
           05 IDENTIFICADOR-LOG-DECISAO     PIC X(30).
           05 FILLER                        PIC X.
           05 CODIGO-LOG-DECISAO            PIC X.
           05 FILLER                        PIC X.
           05 DATA-REUNIAO-LOG-DECISAO      PIC 9(8).
           05 FILLER                        PIC X.
           05 VALIDADE-SOLICITADA-LOG       PIC 9(8).
           05 FILLER                        PIC X.
           05 VALIDADE-CONCEDIDA-LOG        PIC 9(8).
           05 FILLER                        PIC X.
           05 RESULTADO-LOG-DECISAO         PIC X(8).
           05 FILLER                        PIC X.
           05 MENSAGEM-LOG-DECISAO          PIC X(40).
           05 FILLER                        PIC X.
           05 OBSERVACAO-LOG-DECISAO        PIC X(40).
