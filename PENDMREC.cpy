      ******************************************************************
      * PENDMREC.CPY
      * REGISTRO DAS ALTERACOES PENDENTES DOS CADASTROS DE REFERENCIA
      * (ALTERACOES-PENDENTES.DAT, ARQUIVO INDEXADO COM CHAVE
      * NUMERO-ALTERACAO). MANUTENCAO-FUNCIONARIOS, MANUTENCAO-
      * DEPARTAMENTOS E MANUTENCAO-SUBMISSORES NAO GRAVAM MAIS O
      * MESTRE: DEIXAM AQUI, VIA REGISTRA-ALTERACAO-PENDENTE, A
      * IMAGEM ANTES, A IMAGEM DEPOIS E O OPERADOR QUE FEZ A
      * ALTERACAO. UM SEGUNDO OPERADOR, DIFERENTE DO PRIMEIRO, APROVA
      * OU REJEITA EM APROVA-ALTERACOES-PENDENTES; SO A APROVADA
      * CHEGA AO MESTRE, AO ARQUIVO DE MOVIMENTACOES (MOVREC), AO
      * HISTORICO DE REMUNERACAO (REMUREC) E AO JORNAL DE
      * POS-IMAGENS. O NUMERO E CONTINUO, COMO O DAS ORDENS DE
      * RENOMEACAO; CADA CHAVE DE CADASTRO TEM NO MAXIMO UMA
      * ALTERACAO PENDENTE POR VEZ.
      *
      * OPERACAO-ALTERACAO: I = INCLUSAO (IMAGEM ANTES EM BRANCO);
      * A = ALTERACAO; E = EXCLUSAO FISICA (IMAGEM DEPOIS EM BRANCO).
      * SITUACAO-ALTERACAO: P = PENDENTE; A = APROVADA E APLICADA;
      * R = REJEITADA (PELO APROVADOR, OU PORQUE O MESTRE MUDOU
      * DESDE A IMAGEM ANTES).
      * MOVIMENTO-ALTERACAO: PREENCHIDO QUANDO A APROVACAO DEVE GRAVAR
      * O MOVIMENTO DE FUNCIONARIO (DEPTO, DESLIG, READM).
      * REMUNERACAO-ALTERACAO: PREENCHIDO NO REAJUSTE OU
      * REENQUADRAMENTO; A APROVACAO GRAVA O LANCAMENTO NO HISTORICO
      * DE REMUNERACAO COM OS VALORES DAS DUAS IMAGENS.
      ******************************************************************
       01  REG-ALTERACAO-PENDENTE.
           05 NUMERO-ALTERACAO              PIC 9(6).
           05 CADASTRO-ALTERACAO            PIC X(13).
               88 ALTERACAO-FUNCIONARIOS         VALUE 'FUNCIONARIOS'.
               88 ALTERACAO-DEPARTAMENTOS        VALUE 'DEPARTAMENTOS'.
               88 ALTERACAO-SUBMISSORES          VALUE 'SUBMISSORES'.
           05 CHAVE-ALTERACAO               PIC X(30).
           05 OPERACAO-ALTERACAO            PIC X.
               88 OPERACAO-INCLUSAO              VALUE 'I'.
               88 OPERACAO-ALTERACAO-MESTRE      VALUE 'A'.
               88 OPERACAO-EXCLUSAO              VALUE 'E'.
           05 DESCRICAO-ALTERACAO           PIC X(40).
           05 IMAGEM-ANTES-ALTERACAO        PIC X(130).
           05 IMAGEM-DEPOIS-ALTERACAO       PIC X(130).
           05 OPERADOR-CRIADOR-ALTERACAO    PIC X(20).
           05 DATA-HORA-CRIACAO-ALTERACAO   PIC X(21).
           05 SITUACAO-ALTERACAO            PIC X.
               88 ALTERACAO-PENDENTE             VALUE 'P'.
               88 ALTERACAO-APROVADA             VALUE 'A'.
               88 ALTERACAO-REJEITADA            VALUE 'R'.
           05 OPERADOR-APROVADOR-ALTERACAO  PIC X(20).
           05 DATA-HORA-DECISAO-ALTERACAO   PIC X(21).
           05 MOTIVO-DECISAO-ALTERACAO      PIC X(40).
           05 MOVIMENTO-ALTERACAO.
               10 TIPO-MOV-ALTERACAO        PIC X(6).
               10 VALOR-ANT-MOV-ALTERACAO   PIC X(4).
               10 VALOR-NOVO-MOV-ALTERACAO  PIC X(4).
           05 REMUNERACAO-ALTERACAO.
               10 VIGENCIA-REMUN-ALTERACAO  PIC 9(8).
               10 MOTIVO-REMUN-ALTERACAO    PIC X(40).
