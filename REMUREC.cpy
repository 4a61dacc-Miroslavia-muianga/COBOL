      ******************************************************************
      * REMUREC.CPY
      * REGISTRO DO HISTORICO DE REMUNERACAO DOS FUNCIONARIOS
      * (REMUNERACOES-FUNCIONARIOS.DAT, ARQUIVO INDEXADO COM CHAVE
      * COMPOSTA MATRICULA + DATA DE VIGENCIA + DATA/HORA DO
      * LANCAMENTO). CADA REAJUSTE OU REENQUADRAMENTO LANCADO EM
      * MANUTENCAO-FUNCIONARIOS DEIXA AQUI O GRAU E O SALARIO
      * ANTERIORES, OS NOVOS, A DATA DE VIGENCIA, O OPERADOR E O
      * MOTIVO; O CADASTRO (FUNCREC) GUARDA SO O VALOR EM VIGOR. A
      * FOLHA MENSAL (REGISTRO-FOLHA-MENSAL) CONFERE SEU TOTAL CONTRA
      * O SALARIO VIGENTE APURADO DESTE ARQUIVO.
      *
      * A CHAVE ORDENA OS LANCAMENTOS DE UMA MATRICULA POR VIGENCIA;
      * A DATA/HORA DO LANCAMENTO DESEMPATA DOIS LANCAMENTOS COM A
      * MESMA VIGENCIA (VALE O ULTIMO).
      ******************************************************************
       01  REG-REMUNERACAO-FUNCIONARIO.
           05 CHAVE-REMUNERACAO.
               10 MATRICULA-REMUNERACAO     PIC 9(5).
               10 VIGENCIA-REMUNERACAO      PIC 9(8).
               10 DATA-HORA-REMUNERACAO     PIC X(21).
           05 GRAU-ANTERIOR-REMUNERACAO     PIC X(2).
           05 GRAU-NOVO-REMUNERACAO         PIC X(2).
           05 SALARIO-ANTERIOR-REMUNERACAO  PIC 9(7)V99.
           05 SALARIO-NOVO-REMUNERACAO      PIC 9(7)V99.
           05 OPERADOR-REMUNERACAO          PIC X(20).
           05 MOTIVO-REMUNERACAO            PIC X(40).
