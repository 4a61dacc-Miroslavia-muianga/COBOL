      * DEPTO-FUNCIONARIO: CODIGO DO DEPARTAMENTO ONDE O FUNCIONARIO
      * ESTA LOTADO; DEVE EXISTIR NA TABELA DE REFERENCIA
      * DEPARTAMENTOS.DAT (VER DEPTREC.CPY).
      *
      * GRAU-SALARIAL-FUNCIONARIO / SALARIO-BASE-FUNCIONARIO: GRAU E
      * SALARIO BASE MENSAL EM VIGOR. SO MUDAM PELO LANCAMENTO DE
      * REAJUSTE DE MANUTENCAO-FUNCIONARIOS, QUE DEIXA O REGISTRO
      * DATADO EM REMUNERACOES-FUNCIONARIOS.DAT (VER REMUREC.CPY).
      *
      * DATA-DESLIGAMENTO-FUNCIONARIO: DATA DO ULTIMO DESLIGAMENTO
      * (AAAAMMDD); ZERO PARA QUEM ESTA ATIVO. E POR ELA QUE A FOLHA
      * MENSAL DEIXA DE LISTAR O DESLIGADO A PARTIR DO MES DA SAIDA.
      ******************************************************************
       01  REG-FUNCIONARIO.
           05 CHAVE-FUNCIONARIO             PIC 9(5).
           05 SITUACAO-FUNCIONARIO          PIC X.
               88 FUNCIONARIO-ATIVO              VALUE 'A'.
               88 FUNCIONARIO-DESLIGADO          VALUE 'D'.
           05 GRAU-SALARIAL-FUNCIONARIO     PIC X(2).
           05 SALARIO-BASE-FUNCIONARIO      PIC 9(7)V99.
           05 DATA-DESLIGAMENTO-FUNCIONARIO PIC 9(8).
