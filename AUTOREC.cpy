      ******************************************************************
      * AUTOREC.CPY
      * REGISTRO DA TABELA DE AUTORIZACOES (AUTORIZACOES.DAT,
      * INDEXADO, CHAVE OPERADOR + PROGRAMA). SEM REGISTRO PARA O PAR,
      * O OPERADOR NAO ENTRA NO PROGRAMA. OPCOES-AUTORIZACAO TEM UMA
      * POSICAO POR OPCAO DE MENU (OU MODO DE EXECUCAO) DE 1 A 9: 'S'
      * LIBERA A OPCAO, QUALQUER OUTRO VALOR A NEGA. A OPCAO 0 (SAIR)
      * E SEMPRE LIVRE; PROGRAMA SEM MENU SO CONFERE A ENTRADA.
      * MANTIDA POR MANUTENCAO-OPERADORES, QUE GRAVA QUEM CONCEDEU.
      ******************************************************************
       01  REG-AUTORIZACAO.
           05 CHAVE-AUTORIZACAO.
               10 OPERADOR-AUTORIZACAO      PIC X(20).
               10 PROGRAMA-AUTORIZACAO      PIC X(30).
           05 OPCOES-AUTORIZACAO            PIC X(9).
           05 DATA-AUTORIZACAO              PIC 9(8).
           05 CONCEDENTE-AUTORIZACAO        PIC X(20).
