      ******************************************************************
      * OPERREC.CPY
      * REGISTRO DO CADASTRO DE OPERADORES (OPERADORES.DAT, INDEXADO,
      * CHAVE ID-OPERADOR). SO OPERADOR CADASTRADO E ATIVO PASSA PELA
      * IDENTIFICACAO DOS PROGRAMAS INTERATIVOS (CONTROLE-ACESSO); O
      * QUE ELE PODE EXECUTAR ESTA NA TABELA DE AUTORIZACOES (AUTOREC).
      * MANTIDO POR MANUTENCAO-OPERADORES. OPERADOR NAO E EXCLUIDO:
      * E INATIVADO, PARA QUE O ID CONTINUE IDENTIFICANDO OS REGISTROS
      * QUE ELE ASSINOU.
      ******************************************************************
       01  REG-OPERADOR.
           05 ID-OPERADOR                   PIC X(20).
           05 NOME-OPERADOR                 PIC X(30).
           05 SITUACAO-OPERADOR             PIC X.
               88 OPERADOR-ATIVO                 VALUE 'A'.
               88 OPERADOR-INATIVO               VALUE 'I'.
           05 DATA-CADASTRO-OPERADOR        PIC 9(8).
           05 DATA-SITUACAO-OPERADOR        PIC 9(8).
