      ******************************************************************
      * DUTREC.CPY
      * BLOCO DE INTERFACE COM O SERVICO DE DIAS UTEIS
      * (SERVICO-DIAS-UTEIS), INCLUIDO NA WORKING-STORAGE DOS JOBS QUE
      * CONTAM PRAZO OU OLHAM PARA TRAS E NA LINKAGE DO SUBPROGRAMA.
      * DATAS EM AAAAMMDD.
      *
      * DUT-FUNCAO 'U' (DIA UTIL): DUT-DATA-INICIAL E DIA UTIL?
      *   DEVOLVE DUT-DIA-UTIL E, SE NAO FOR, DUT-DESCRICAO-DIA.
      * DUT-FUNCAO 'C' (CONTAR): DIAS UTEIS DEPOIS DE DUT-DATA-INICIAL
      *   ATE DUT-DATA-FINAL INCLUSIVE, EM DUT-DIAS (NEGATIVO QUANDO
      *   A DATA FINAL E ANTERIOR A INICIAL; ZERO NA MESMA DATA).
      * DUT-FUNCAO 'A' (ANTERIOR): ULTIMO DIA UTIL ANTES DE
      *   DUT-DATA-INICIAL, EM DUT-DATA-RESULTADO.
      * DUT-FUNCAO 'S' (SOMAR): DUT-DATA-INICIAL MAIS DUT-DIAS DIAS
      *   UTEIS, EM DUT-DATA-RESULTADO.
      * TODA CHAMADA DEVOLVE A ACAO DO CICLO EM DIA NAO UTIL
      * (DUT-ACAO-NAO-UTIL) E SE O CALENDARIO ESTAVA DISPONIVEL; SEM
      * ELE, SO SABADO E DOMINGO CONTAM COMO DIA NAO UTIL.
      ******************************************************************
       01  BLOCO-DIAS-UTEIS.
           05 DUT-FUNCAO                    PIC X.
               88 DUT-FUNCAO-DIA-UTIL            VALUE 'U'.
               88 DUT-FUNCAO-CONTAR              VALUE 'C'.
               88 DUT-FUNCAO-ANTERIOR            VALUE 'A'.
               88 DUT-FUNCAO-SOMAR               VALUE 'S'.
           05 DUT-DATA-INICIAL              PIC 9(8).
           05 DUT-DATA-FINAL                PIC 9(8).
           05 DUT-DIAS                      PIC S9(5).
           05 DUT-DATA-RESULTADO            PIC 9(8).
           05 DUT-DIA-UTIL                  PIC X.
               88 DUT-E-DIA-UTIL                 VALUE 'S'.
               88 DUT-NAO-E-DIA-UTIL             VALUE 'N'.
           05 DUT-DESCRICAO-DIA             PIC X(30).
           05 DUT-ACAO-NAO-UTIL             PIC X.
               88 DUT-CICLO-RECUSA               VALUE 'R'.
               88 DUT-CICLO-AVISA                VALUE 'A'.
           05 DUT-CALENDARIO                PIC X.
               88 DUT-CALENDARIO-DISPONIVEL      VALUE 'S'.
               88 DUT-CALENDARIO-INDISPONIVEL    VALUE 'N'.
