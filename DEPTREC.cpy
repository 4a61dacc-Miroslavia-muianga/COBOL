      * CONSULTA OU MANTEM A TABELA, PARA QUE O LEIAUTE EXISTA EM UM
      * SO LUGAR. O CADASTRO DE FUNCIONARIOS (FUNCREC) REFERENCIA O
      * CODIGO AQUI DEFINIDO NO CAMPO DEPTO-FUNCIONARIO.
      *
      * DEPTO-SUPERIOR-DEPARTAMENTO: CODIGO DO DEPARTAMENTO PAI NA
      * HIERARQUIA; BRANCO NO TOPO (O DEPARTAMENTO E UMA DIVISAO). O
      * PAI DEVE EXISTIR NA TABELA E A CADEIA NUNCA VOLTA AO PROPRIO
      * CODIGO (MANUTENCAO-DEPARTAMENTOS RECUSA CICLOS E ORFAOS).
      *
      * CENTRO-CUSTO-DEPARTAMENTO: CENTRO DE CUSTO CONTABIL DO
      * DEPARTAMENTO; NA INCLUSAO, BRANCO HERDA O CENTRO DO PAI.
      ******************************************************************
       01  REG-DEPARTAMENTO.
           05 CODIGO-DEPARTAMENTO           PIC X(4).
           05 DESCRICAO-DEPARTAMENTO        PIC X(30).
           05 DEPTO-SUPERIOR-DEPARTAMENTO   PIC X(4).
           05 CENTRO-CUSTO-DEPARTAMENTO     PIC X(6).
