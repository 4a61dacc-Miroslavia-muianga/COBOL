      ******************************************************************
      * VIOLREC.CPY
      * LINHA DO LOG DE VIOLACOES DE ACESSO (VIOLACOES-ACESSO.LOG,
      * SEQUENCIAL DE LINHA, SO ACRESCIDO). CONTROLE-ACESSO GRAVA UMA
      * LINHA POR TENTATIVA RECUSADA, NA IDENTIFICACAO OU NA ESCOLHA
      * DE OPCAO; RESUMO-VIOLACOES-ACESSO TOTALIZA A SEMANA.
      *
      * CODIGO-VIOLACAO: OD = OPERADOR DESCONHECIDO; OI = OPERADOR
      * INATIVO; PN = PROGRAMA NAO AUTORIZADO; ON = OPCAO NAO
      * AUTORIZADA; CI = CADASTRO DE OPERADORES INDISPONIVEL.
      ******************************************************************
       01  REG-VIOLACAO-ACESSO.
           05 DATA-HORA-VIOLACAO            PIC X(14).
           05 FILLER                        PIC X.
           05 OPERADOR-VIOLACAO             PIC X(20).
           05 FILLER                        PIC X.
           05 PROGRAMA-VIOLACAO             PIC X(30).
           05 FILLER                        PIC X.
           05 OPCAO-VIOLACAO                PIC X.
           05 FILLER                        PIC X.
           05 CODIGO-VIOLACAO               PIC X(2).
               88 VIOLACAO-OPERADOR-DESCONHECIDO VALUE 'OD'.
               88 VIOLACAO-OPERADOR-INATIVO      VALUE 'OI'.
               88 VIOLACAO-PROGRAMA              VALUE 'PN'.
               88 VIOLACAO-OPCAO                 VALUE 'ON'.
               88 VIOLACAO-CADASTRO-INDISPONIVEL VALUE 'CI'.
           05 FILLER                        PIC X.
           05 MENSAGEM-VIOLACAO             PIC X(40).
