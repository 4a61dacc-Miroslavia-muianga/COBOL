      ******************************************************************
      * PSEQREC.CPY
      * REGISTRO DO CADASTRO DE PEDIDOS DE SEQUENCIA ACEITOS
      * (PEDIDOS-SEQUENCIA.DAT, ARQUIVO INDEXADO COM CHAVE
      * NUMERO-PEDIDO-SEQUENCIA). CRITICA-PEDIDOS-SEQUENCIA NUMERA
      * CADA PEDIDO ACEITO (NUMERACAO CONTINUA ENTRE EXECUCOES, COMO A
      * DAS ORDENS DE RENOMEACAO) E GRAVA AQUI O SOLICITANTE E OS
      * PARAMETROS; FIBONACCI ANOTA O ATENDIMENTO.
      *
      * SITUACAO-PEDIDO-SEQUENCIA: 'P' ACEITO, AGUARDANDO O LOTE;
      * 'A' ATENDIDO (TODOS OS TERMOS); 'I' INTERROMPIDO POR OVERFLOW
      * DE 18 DIGITOS ANTES DO ULTIMO TERMO.
      * TERMOS-REPOSITORIO-PEDSEQ: TERMOS SERVIDOS DO REPOSITORIO DE
      * RESULTADOS (TERMREC) SEM RECALCULO; TERMOS-CALCULADOS-PEDSEQ:
      * TERMOS CALCULADOS NO ATENDIMENTO E GRAVADOS NO REPOSITORIO.
      ******************************************************************
       01  REG-PEDIDO-SEQUENCIA-ACEITO.
           05 NUMERO-PEDIDO-SEQUENCIA       PIC 9(6).
           05 SOLICITANTE-PEDIDO-SEQUENCIA  PIC X(12).
           05 NOME-PEDIDO-SEQUENCIA         PIC X(12).
           05 SEMENTE-A-PEDIDO-SEQUENCIA    PIC 9(18).
           05 SEMENTE-B-PEDIDO-SEQUENCIA    PIC 9(18).
           05 TERMOS-PEDIDO-SEQUENCIA       PIC 9(3).
           05 DATA-PEDIDO-SEQUENCIA         PIC 9(8).
           05 SITUACAO-PEDIDO-SEQUENCIA     PIC X.
               88 PEDSEQ-AGUARDANDO              VALUE 'P'.
               88 PEDSEQ-ATENDIDO                VALUE 'A'.
               88 PEDSEQ-INTERROMPIDO            VALUE 'I'.
           05 DATA-ATENDIMENTO-PEDSEQ       PIC 9(8).
           05 TERMOS-REPOSITORIO-PEDSEQ     PIC 9(3).
           05 TERMOS-CALCULADOS-PEDSEQ      PIC 9(3).
