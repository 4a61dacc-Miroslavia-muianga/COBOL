      ******************************************************************
      * ATUAREC.CPY
      * REGISTRO DO EXTRATO DE SEQUENCIAS PARA O SISTEMA ATUARIAL
      * (EXTRATO-SEQUENCIAS-ATUARIAL.TXT, LEIAUTE FIXO DE 100 BYTES).
      * UM CABECALHO (DATA E HORA DA GERACAO), UM DETALHE POR TERMO DE
      * CADA PEDIDO ATENDIDO NO LOTE E UM TRAILER COM AS CONTAGENS,
      * PARA QUE O SISTEMA ATUARIAL RECUSE UM EXTRATO TRUNCADO.
      *
      * ORIGEM-DETALHE-ATUARIAL: 'R' TERMO SERVIDO DO REPOSITORIO DE
      * RESULTADOS; 'C' TERMO CALCULADO NESTE LOTE.
      * TOTAL-TERMOS-ATUARIAL: SOMA DOS NUMEROS DE TERMO DOS DETALHES
      * (TOTAL DE CONFERENCIA).
      ******************************************************************
       01  REG-EXTRATO-ATUARIAL.
           05 TIPO-EXTRATO-ATUARIAL         PIC X.
               88 REG-ATUARIAL-CABECALHO         VALUE 'H'.
               88 REG-ATUARIAL-DETALHE           VALUE 'D'.
               88 REG-ATUARIAL-TRAILER           VALUE 'T'.
           05 CORPO-DETALHE-ATUARIAL.
               10 PEDIDO-DETALHE-ATUARIAL   PIC 9(6).
               10 SOLICITANTE-DETALHE-ATUARIAL
                                            PIC X(12).
               10 NOME-DETALHE-ATUARIAL     PIC X(12).
               10 SEMENTE-A-DETALHE-ATUARIAL
                                            PIC 9(18).
               10 SEMENTE-B-DETALHE-ATUARIAL
                                            PIC 9(18).
               10 TERMO-DETALHE-ATUARIAL    PIC 9(3).
               10 VALOR-DETALHE-ATUARIAL    PIC 9(18).
               10 ORIGEM-DETALHE-ATUARIAL   PIC X.
               10 FILLER                    PIC X(11).
           05 CORPO-CABECALHO-ATUARIAL REDEFINES CORPO-DETALHE-ATUARIAL.
               10 SISTEMA-CABECALHO-ATUARIAL
                                            PIC X(12).
               10 DATA-CABECALHO-ATUARIAL   PIC 9(8).
               10 HORA-CABECALHO-ATUARIAL   PIC 9(6).
               10 FILLER                    PIC X(73).
           05 CORPO-TRAILER-ATUARIAL REDEFINES CORPO-DETALHE-ATUARIAL.
               10 TOTAL-PEDIDOS-ATUARIAL    PIC 9(6).
               10 TOTAL-DETALHES-ATUARIAL   PIC 9(9).
               10 TOTAL-TERMOS-ATUARIAL     PIC 9(12).
               10 FILLER                    PIC X(72).
