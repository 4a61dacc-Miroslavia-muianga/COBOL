      ******************************************************************
      * TERMREC.CPY
      * REGISTRO DO REPOSITORIO DE RESULTADOS DAS SEQUENCIAS
      * (TERMOS-SEQUENCIA.DAT, ARQUIVO INDEXADO COM CHAVE COMPOSTA
      * NOME DA SEQUENCIA + SEMENTE A + SEMENTE B + NUMERO DO TERMO).
      * FIBONACCI GRAVA AQUI CADA TERMO CALCULADO; UM PEDIDO REPETIDO,
      * OU UMA VERSAO MAIS LONGA DE UM PEDIDO ANTERIOR, E SERVIDO DO
      * REPOSITORIO E SO OS TERMOS QUE FALTAM SAO CALCULADOS.
      *
      * PEDIDO-ORIGEM-TERMO: NUMERO DO PEDIDO (PSEQREC) QUE CALCULOU O
      * TERMO; ZERO QUANDO O PEDIDO NAO PASSOU PELA CRITICA (ARQUIVO
      * BRUTO OU MODO INTERATIVO).
      ******************************************************************
       01  REG-TERMO-SEQUENCIA.
           05 CHAVE-TERMO-SEQUENCIA.
               10 NOME-TERMO-SEQUENCIA      PIC X(12).
               10 SEMENTE-A-TERMO-SEQUENCIA PIC 9(18).
               10 SEMENTE-B-TERMO-SEQUENCIA PIC 9(18).
               10 NUMERO-TERMO-SEQUENCIA    PIC 9(3).
           05 VALOR-TERMO-SEQUENCIA         PIC 9(18).
           05 DATA-CALCULO-TERMO            PIC 9(8).
           05 PEDIDO-ORIGEM-TERMO           PIC 9(6).
