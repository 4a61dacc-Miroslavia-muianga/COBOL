      ******************************************************************
      * PEDIREC.CPY
      * REGISTRO DO CADASTRO DE PEDIDOS DE ISENCAO DE NOMENCLATURA
      * (PEDIDOS-ISENCAO.DAT, ARQUIVO INDEXADO COM CHAVE
      * NUMERO-PEDIDO). A EQUIPE REGISTRA O PEDIDO EM
      * MANUTENCAO-PEDIDOS-ISENCAO; PAUTA-COMITE-ISENCOES IMPRIME OS
      * PEDIDOS PENDENTES PARA A REUNIAO DO COMITE E
      * APLICA-DECISOES-COMITE APLICA AS DECISOES, GRAVANDO A ISENCAO
      * (ISENREC) DOS PEDIDOS APROVADOS. O NUMERO E CONTINUO, COMO O
      * DAS ORDENS DE RENOMEACAO.
      *
      * JUSTIFICATIVA-PEDIDO: VAI PARA MOTIVO-ISENCAO NA APROVACAO.
      * VALIDADE-SOLICITADA-PEDIDO: ULTIMO DIA PEDIDO PELA EQUIPE;
      * VALIDADE-CONCEDIDA-PEDIDO: ULTIMO DIA CONCEDIDO PELO COMITE
      * (IGUAL OU MENOR QUE A SOLICITADA; ZERO QUANDO NEGADO).
      * SITUACAO-PEDIDO: P = PENDENTE DE DECISAO; A = APROVADO; R =
      * APROVADO COM PRAZO MENOR; N = NEGADO.
      ******************************************************************
       01  REG-PEDIDO-ISENCAO.
           05 NUMERO-PEDIDO                 PIC 9(6).
           05 SUBMISSOR-PEDIDO              PIC X(8).
           05 IDENTIFICADOR-PEDIDO          PIC X(30).
           05 JUSTIFICATIVA-PEDIDO          PIC X(40).
           05 VALIDADE-SOLICITADA-PEDIDO    PIC 9(8).
           05 DATA-PEDIDO                   PIC 9(8).
           05 SITUACAO-PEDIDO               PIC X.
               88 PEDIDO-PENDENTE                VALUE 'P'.
               88 PEDIDO-APROVADO                VALUE 'A'.
               88 PEDIDO-APROVADO-PRAZO-MENOR    VALUE 'R'.
               88 PEDIDO-NEGADO                  VALUE 'N'.
           05 DATA-DECISAO-PEDIDO           PIC 9(8).
           05 VALIDADE-CONCEDIDA-PEDIDO     PIC 9(8).
