      ******************************************************************
      * SCORREC.CPY
      * REGISTRO DO HISTORICO DE PONTUACAO DE CONFORMIDADE POR MEMBRO
      * (SCORECARD-MEMBROS.DAT, ARQUIVO INDEXADO COM CHAVE COMPOSTA
      * MEMBRO + DATA DA APURACAO). PONTUA-CONFORMIDADE-MEMBROS GRAVA
      * UM REGISTRO POR MEMBRO DO CATALOGO ONDE-USADO A CADA EXECUCAO
      * (REEXECUCAO NO MESMO DIA REGRAVA O REGISTRO DO DIA); O
      * HISTORICO NAO E RECONSTRUIDO, E A BASE DA COMPARACAO MES A MES.
      *
      * DECLARADOS-SCORECARD: IDENTIFICADORES DECLARADOS NO MEMBRO
      * (ENTRADAS DO CATALOGO COM NIVEL PREENCHIDO).
      * CONFORMES-SCORECARD: APROVADOS PELO MOTOR DE REGRAS.
      * ISENTOS-SCORECARD: REPROVADOS COM ISENCAO VIGENTE.
      * REPROVADOS-SCORECARD: REPROVADOS SEM ISENCAO; A QUEBRA POR
      * REGRA VIOLADA (1 A 9, NUMERACAO DE REGRAS-NOMENCLATURA) FICA
      * EM FALHAS-REGRA-SCORECARD.
      * PERCENTUAIS SOBRE DECLARADOS, COM DUAS CASAS.
      ******************************************************************
       01  REG-SCORECARD-MEMBRO.
           05 CHAVE-SCORECARD.
               10 MEMBRO-SCORECARD          PIC X(40).
               10 DATA-SCORECARD            PIC 9(8).
           05 DECLARADOS-SCORECARD          PIC 9(5).
           05 CONFORMES-SCORECARD           PIC 9(5).
           05 ISENTOS-SCORECARD             PIC 9(5).
           05 REPROVADOS-SCORECARD          PIC 9(5).
           05 PERC-CONFORMES-SCORECARD      PIC 9(3)V99.
           05 PERC-ISENTOS-SCORECARD        PIC 9(3)V99.
           05 FALHAS-REGRA-SCORECARD OCCURS 9 TIMES PIC 9(5).
